       01  Ledger-Rec         PIC X(120).

       FD  CheckFile.
       01  Check-Rec          PIC X(359).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).
