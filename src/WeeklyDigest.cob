       01  Conn-Rec           PIC X(256).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  ApplHistory.
       01  Hist-Rec           PIC X(256).
