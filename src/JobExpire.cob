       DATA DIVISION.
       FILE SECTION.
       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  NewJobs.
       01  New-Rec            PIC X(350).

       FD  JobsHistory.
       01  History-Rec        PIC X(359).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-JOB-POSTER      PIC X(30).
       01  WS-JOB-DATE        PIC X(8).
       01  WS-OUT             PIC X(359).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-CUTOFF-DATE     PIC 9(8).
