       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tickets ASSIGN TO WS-P-TICKETS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKT-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT ReportOut ASSIGN TO WS-P-TICKET-AGING-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Tickets.
       01  Tkt-Rec            PIC X(300).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-TICKETS-CSV   PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-TICKET-AGING-TXT PIC X(120).

       01  WS-TKT-STAT        PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).

      *> Staff aim to answer a ticket within TICKETTARGETDAYS
      *> business days (Monday to Friday) of it being opened.
       01  WS-TARGET-DAYS     PIC 9(3) VALUE 2.

       01  WS-TKT-NO          PIC X(6).
       01  WS-TKT-USER        PIC X(30).
       01  WS-TKT-CATEGORY    PIC X(12).
       01  WS-TKT-STAMP       PIC X(17).
       01  WS-TKT-STATUS      PIC X(8).
       01  WS-TKT-ASSIGNEE    PIC X(30).
       01  WS-TKT-CLOSED      PIC X(17).
       01  WS-TKT-TEXT        PIC X(150).

       01  WS-TIMESTAMP       PIC X(21).
       01  WS-OUT             PIC X(256).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Business days outstanding: the weekdays after the day the
      *> ticket was opened, up to and including today.
       01  WS-TODAY-INT       PIC 9(7).
       01  WS-OPEN-INT        PIC 9(7).
       01  WS-DAY-INT         PIC 9(7).
       01  WS-WEEKDAY         PIC 9.
       01  WS-AGE             PIC 9(5).
       01  WS-OVERDUE         PIC X VALUE "N".
       01  WS-LATE-FLAG       PIC X(9).

      *> The categories offered by Contact Support, in menu order;
      *> anything else is counted under OTHER.
       01  WS-CAT-NAMES-TXT.
           05  FILLER         PIC X(12) VALUE "LOGIN".
           05  FILLER         PIC X(12) VALUE "ACCOUNT".
           05  FILLER         PIC X(12) VALUE "APPLICATION".
           05  FILLER         PIC X(12) VALUE "POSTING".
           05  FILLER         PIC X(12) VALUE "OTHER".
       01  WS-CAT-NAME-TBL REDEFINES WS-CAT-NAMES-TXT.
           05  WS-CAT-NAME    OCCURS 5 TIMES PIC X(12).

       01  WS-CAT-TOTALS.
           05  WS-CT-ENTRY    OCCURS 5 TIMES.
               10  WS-CT-OPEN     PIC 9(6).
               10  WS-CT-WITHIN   PIC 9(6).
               10  WS-CT-LATE     PIC 9(6).
               10  WS-CT-OLDEST   PIC 9(5).
       01  WS-CAT-IDX         PIC 9(2) COMP.
       01  WS-CAT-FOUND       PIC 9(2) COMP.

       01  WS-TOTAL-OPEN      PIC 9(6) VALUE 0.
       01  WS-TOTAL-WITHIN    PIC 9(6) VALUE 0.
       01  WS-TOTAL-LATE      PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.
       01  WS-DISPLAY-AGE     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - report not produced."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > 5
               MOVE 0 TO WS-CT-OPEN(WS-CAT-IDX)
                   WS-CT-WITHIN(WS-CAT-IDX) WS-CT-LATE(WS-CAT-IDX)
                   WS-CT-OLDEST(WS-CAT-IDX)
           END-PERFORM

           PERFORM 0500-LOAD-CONFIG
           PERFORM 1000-TALLY-TICKETS
           PERFORM 2000-WRITE-REPORT

           MOVE WS-TOTAL-OPEN TO WS-DISPLAY-NUM
           DISPLAY "Open support tickets:      " WS-DISPLAY-NUM
           MOVE WS-TOTAL-LATE TO WS-DISPLAY-NUM
           DISPLAY "Past the answer target:    " WS-DISPLAY-NUM

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       0500-LOAD-CONFIG.
           OPEN INPUT ConfigFile
           IF WS-CFG-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ ConfigFile
                       AT END
                           EXIT PERFORM
                   END-READ

                   MOVE SPACES TO WS-CFG-KEY WS-CFG-VAL
                   UNSTRING Config-Rec DELIMITED BY "="
                       INTO WS-CFG-KEY WS-CFG-VAL

                   IF FUNCTION TRIM(WS-CFG-KEY) = "TICKETTARGETDAYS"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-TARGET-DAYS
                   END-IF
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .

       1000-TALLY-TICKETS.
           OPEN INPUT Tickets
           IF WS-TKT-STAT NOT = "00"
               CLOSE Tickets
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1900-SPLIT-ROW
               IF FUNCTION TRIM(WS-TKT-STATUS) = "OPEN"
                   PERFORM 1100-TALLY-ONE-TICKET
               END-IF
           END-PERFORM

           CLOSE Tickets
           .

       1100-TALLY-ONE-TICKET.
           PERFORM 1200-AGE-TICKET

           MOVE 5 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > 4
               IF WS-CAT-NAME(WS-CAT-IDX) = WS-TKT-CATEGORY
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND
               END-IF
           END-PERFORM

           ADD 1 TO WS-CT-OPEN(WS-CAT-FOUND) WS-TOTAL-OPEN
           IF WS-OVERDUE = "Y"
               ADD 1 TO WS-CT-LATE(WS-CAT-FOUND) WS-TOTAL-LATE
           ELSE
               ADD 1 TO WS-CT-WITHIN(WS-CAT-FOUND) WS-TOTAL-WITHIN
           END-IF
           IF WS-AGE > WS-CT-OLDEST(WS-CAT-FOUND)
               MOVE WS-AGE TO WS-CT-OLDEST(WS-CAT-FOUND)
           END-IF
           .

      *> Day of week from the day count: 1601-01-01 (day 1) was a
      *> Monday, so the remainder by 7 is 1 to 5 on a weekday.
       1200-AGE-TICKET.
           MOVE 0 TO WS-AGE
           MOVE "N" TO WS-OVERDUE
           IF WS-TKT-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TKT-STAMP(1:8)))
           COMPUTE WS-DAY-INT = WS-OPEN-INT + 1
           PERFORM VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
             UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
               IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                   ADD 1 TO WS-AGE
               END-IF
           END-PERFORM

           IF WS-AGE > WS-TARGET-DAYS
               MOVE "Y" TO WS-OVERDUE
           END-IF
           .

       1900-SPLIT-ROW.
           MOVE SPACES TO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
               WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
               WS-TKT-CLOSED WS-TKT-TEXT
           UNSTRING Tkt-Rec DELIMITED BY "|"
               INTO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
                   WS-TKT-CLOSED WS-TKT-TEXT
           .

       2000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Support Ticket Aging Report - run "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Answer target : "
                  WS-TARGET-DAYS
                  " business days"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "Category       Open  Within  Overdue  Oldest (days)"
             TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > 5
               MOVE WS-CT-OLDEST(WS-CAT-IDX) TO WS-DISPLAY-AGE
               MOVE SPACES TO WS-OUT
               STRING WS-CAT-NAME(WS-CAT-IDX)
                      " "
                      WS-CT-OPEN(WS-CAT-IDX)
                      "  "
                      WS-CT-WITHIN(WS-CAT-IDX)
                      "  "
                      WS-CT-LATE(WS-CAT-IDX)
                      "   "
                      WS-DISPLAY-AGE
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-PERFORM

           MOVE SPACES TO WS-OUT
           STRING "TOTAL        "
                  WS-TOTAL-OPEN
                  "  "
                  WS-TOTAL-WITHIN
                  "  "
                  WS-TOTAL-LATE
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM 2100-LIST-OPEN

           CLOSE ReportOut
           .

      *> Every open ticket with its age, the overdue ones flagged,
      *> so the queue can be worked from the report.
       2100-LIST-OPEN.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "Open tickets (business days outstanding)"
             TO Report-Rec
           WRITE Report-Rec

           IF WS-TOTAL-OPEN = 0
               MOVE "  (none)" TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Tickets
           IF WS-TKT-STAT NOT = "00"
               CLOSE Tickets
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1900-SPLIT-ROW
               IF FUNCTION TRIM(WS-TKT-STATUS) = "OPEN"
                   PERFORM 1200-AGE-TICKET
                   MOVE WS-AGE TO WS-DISPLAY-AGE
                   MOVE SPACES TO WS-LATE-FLAG
                   IF WS-OVERDUE = "Y"
                       MOVE "  OVERDUE" TO WS-LATE-FLAG
                   END-IF
                   IF WS-TKT-ASSIGNEE = SPACES
                       MOVE "unassigned" TO WS-TKT-ASSIGNEE
                   END-IF
                   MOVE SPACES TO WS-OUT
                   STRING "  "
                          WS-TKT-NO
                          " "
                          WS-TKT-CATEGORY
                          WS-TKT-STAMP(1:8)
                          " "
                          WS-DISPLAY-AGE
                          " "
                          FUNCTION TRIM(WS-TKT-USER)
                          " ("
                          FUNCTION TRIM(WS-TKT-ASSIGNEE)
                          ")"
                          WS-LATE-FLAG
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF
           END-PERFORM

           CLOSE Tickets
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-TICKETS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/tickets.csv"
               DELIMITED BY SIZE INTO WS-P-TICKETS-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-TICKET-AGING-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/ticket_aging.txt"
               DELIMITED BY SIZE INTO WS-P-TICKET-AGING-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM TICKET-AGING.
