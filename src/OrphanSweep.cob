       01  Users-Rec          PIC X(256).

       FD  SweepIn.
       01  Sweep-Rec          PIC X(359).

       FD  SweepOut.
       01  Out-Rec            PIC X(359).

       FD  SweepQuar.
       01  Quar-Rec           PIC X(359).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).
               VALUE "workhistory_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groups.csv".
           05  FILLER         PIC X(32)
               VALUE "groups_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groupmembers.csv".
           05  FILLER         PIC X(32)
               VALUE "groupmembers_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groupposts.csv".
           05  FILLER         PIC X(32)
               VALUE "groupposts_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
       01  WS-FILE-DEF-TBL REDEFINES WS-FILE-DEFS.
           05  WS-FILE-DEF    OCCURS 14 TIMES.
               10  WS-FD-NAME PIC X(24).
               10  WS-FD-QNAME PIC X(32).
               10  WS-FD-KEY1 PIC 9(1).
           END-IF

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > 14
               PERFORM 2000-SWEEP-ONE-FILE
           END-PERFORM

           MOVE "N" TO WS-EXISTS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEY-VALUE))
               TO WS-CHECK-UC

      *> USER-ERASE leaves ERASED plus ten digits in place of an
      *> erased name so the other party's rows survive - that is
      *> a deliberate stand-in, not an orphan.
           IF WS-CHECK-UC(1:6) = "ERASED"
               AND WS-CHECK-UC(7:10) IS NUMERIC
               AND WS-CHECK-UC(17:) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
             UNTIL WS-USER-IDX > WS-USER-COUNT
               OR WS-EXISTS = "Y"
