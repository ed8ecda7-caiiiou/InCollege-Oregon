       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-ACTIVITY-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdminAudit ASSIGN TO WS-P-ADMIN-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT ReportOut ASSIGN TO WS-P-ADMIN-ACTIVITY-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AdminAudit.
       01  Aa-Rec             PIC X(256).

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
       01  WS-P-ADMIN-AUDIT-LOG PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-ADMIN-ACTIVITY-TXT PIC X(120).

       01  WS-AA-STAT         PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).

      *> The working day runs from ADMINDAYSTART up to ADMINDAYEND
      *> (whole hours); a change outside it, or on a Saturday or
      *> Sunday, is after hours. More than ADMINBULKMAX changes by
      *> one administrator inside one clock hour is bulk activity.
       01  WS-DAY-START       PIC 9(2) VALUE 7.
       01  WS-DAY-END         PIC 9(2) VALUE 19.
       01  WS-BULK-MAX        PIC 9(4) VALUE 10.

       01  WS-LOG-STAMP       PIC X(17).
       01  WS-LOG-ACTOR       PIC X(30).
       01  WS-LOG-CHANNEL     PIC X(20).
       01  WS-LOG-ACTION      PIC X(20).
       01  WS-LOG-TARGET      PIC X(30).
       01  WS-LOG-BEFORE      PIC X(40).
       01  WS-LOG-AFTER       PIC X(40).
       01  WS-ACTOR-UC        PIC X(30).
       01  WS-HOUR            PIC 9(2).
       01  WS-WEEKDAY         PIC 9.
       01  WS-AFTER-HOURS     PIC X VALUE "N".

       01  WS-TIMESTAMP       PIC X(21).
       01  WS-OUT             PIC X(256).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> The report covers the calendar month before the run - the
      *> chain runs it on the first business day, once the month
      *> it reports on is complete.
       01  WS-RPT-MONTH       PIC X(6).
       01  WS-MONTH-YYYY      PIC 9(4).
       01  WS-MONTH-MM        PIC 9(2).

       01  WS-ACTOR-TOTALS.
           05  WS-AT-ENTRY    OCCURS 100 TIMES.
               10  WS-AT-ACTOR    PIC X(30).
               10  WS-AT-TOTAL    PIC 9(6).
               10  WS-AT-AFTER    PIC 9(6).
               10  WS-AT-BULK     PIC 9(6).
       01  WS-AT-COUNT        PIC 9(4) VALUE 0.
       01  WS-AT-IDX          PIC 9(4) COMP.
       01  WS-AT-FOUND        PIC 9(4) VALUE 0.

       01  WS-ACTION-TOTALS.
           05  WS-AC-ENTRY    OCCURS 500 TIMES.
               10  WS-AC-ACTOR    PIC 9(4).
               10  WS-AC-ACTION   PIC X(20).
               10  WS-AC-CNT      PIC 9(6).
       01  WS-AC-COUNT        PIC 9(4) VALUE 0.
       01  WS-AC-IDX          PIC 9(4) COMP.
       01  WS-AC-FOUND        PIC X VALUE "N".

      *> Changes per administrator per clock hour (yyyymmddhh).
       01  WS-HOUR-TOTALS.
           05  WS-HW-ENTRY    OCCURS 2000 TIMES.
               10  WS-HW-ACTOR    PIC 9(4).
               10  WS-HW-KEY      PIC X(10).
               10  WS-HW-CNT      PIC 9(6).
       01  WS-HW-COUNT        PIC 9(4) VALUE 0.
       01  WS-HW-IDX          PIC 9(4) COMP.
       01  WS-HW-FOUND        PIC X VALUE "N".
       01  WS-HW-KEY-IN       PIC X(10).

       01  WS-TOTAL-ROWS      PIC 9(6) VALUE 0.
       01  WS-AFTER-ROWS      PIC 9(6) VALUE 0.
       01  WS-BULK-HOURS      PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.
       01  WS-DISPLAY-MAX     PIC ZZZ9.

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
           MOVE WS-TIMESTAMP(1:4) TO WS-MONTH-YYYY
           MOVE WS-TIMESTAMP(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE SPACES TO WS-RPT-MONTH
           STRING WS-MONTH-YYYY WS-MONTH-MM
               DELIMITED BY SIZE INTO WS-RPT-MONTH

           PERFORM 0500-LOAD-CONFIG
           PERFORM 1000-TALLY-LOG
           PERFORM 2000-WRITE-REPORT

           MOVE WS-TOTAL-ROWS TO WS-DISPLAY-NUM
           DISPLAY "Administrator changes for " WS-RPT-MONTH ": "
               WS-DISPLAY-NUM
           MOVE WS-AFTER-ROWS TO WS-DISPLAY-NUM
           DISPLAY "After-hours changes:          " WS-DISPLAY-NUM
           MOVE WS-BULK-HOURS TO WS-DISPLAY-NUM
           DISPLAY "Bulk-activity hours:          " WS-DISPLAY-NUM

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

                   EVALUATE FUNCTION TRIM(WS-CFG-KEY)
                       WHEN "ADMINDAYSTART"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-DAY-START
                       WHEN "ADMINDAYEND"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-DAY-END
                       WHEN "ADMINBULKMAX"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-BULK-MAX
                   END-EVALUATE
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .

       1000-TALLY-LOG.
           OPEN INPUT AdminAudit
           IF WS-AA-STAT NOT = "00"
               CLOSE AdminAudit
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ AdminAudit
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1900-SPLIT-ROW
               IF WS-LOG-STAMP(1:6) = WS-RPT-MONTH
                   AND WS-LOG-ACTOR NOT = SPACES
                   ADD 1 TO WS-TOTAL-ROWS
                   PERFORM 1100-TALLY-ONE-ROW
               END-IF
           END-PERFORM

           CLOSE AdminAudit

           PERFORM VARYING WS-HW-IDX FROM 1 BY 1
             UNTIL WS-HW-IDX > WS-HW-COUNT
               IF WS-HW-CNT(WS-HW-IDX) > WS-BULK-MAX
                   ADD 1 TO WS-BULK-HOURS
                   ADD 1 TO WS-AT-BULK(WS-HW-ACTOR(WS-HW-IDX))
               END-IF
           END-PERFORM
           .

       1100-TALLY-ONE-ROW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-ACTOR))
               TO WS-ACTOR-UC
           MOVE 0 TO WS-AT-FOUND
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
             UNTIL WS-AT-IDX > WS-AT-COUNT
               OR WS-AT-FOUND > 0
               IF WS-AT-ACTOR(WS-AT-IDX) = WS-ACTOR-UC
                   MOVE WS-AT-IDX TO WS-AT-FOUND
               END-IF
           END-PERFORM

           IF WS-AT-FOUND = 0
               IF WS-AT-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-FOUND
               MOVE WS-ACTOR-UC TO WS-AT-ACTOR(WS-AT-FOUND)
               MOVE 0 TO WS-AT-TOTAL(WS-AT-FOUND)
                   WS-AT-AFTER(WS-AT-FOUND) WS-AT-BULK(WS-AT-FOUND)
           END-IF

           ADD 1 TO WS-AT-TOTAL(WS-AT-FOUND)
           PERFORM 1200-CHECK-AFTER-HOURS
           IF WS-AFTER-HOURS = "Y"
               ADD 1 TO WS-AT-AFTER(WS-AT-FOUND)
               ADD 1 TO WS-AFTER-ROWS
           END-IF

           MOVE "N" TO WS-AC-FOUND
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
             UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-FOUND = "Y"
               IF WS-AC-ACTOR(WS-AC-IDX) = WS-AT-FOUND
                   AND WS-AC-ACTION(WS-AC-IDX) = WS-LOG-ACTION
                   ADD 1 TO WS-AC-CNT(WS-AC-IDX)
                   MOVE "Y" TO WS-AC-FOUND
               END-IF
           END-PERFORM
           IF WS-AC-FOUND = "N" AND WS-AC-COUNT < 500
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AT-FOUND TO WS-AC-ACTOR(WS-AC-COUNT)
               MOVE WS-LOG-ACTION TO WS-AC-ACTION(WS-AC-COUNT)
               MOVE 1 TO WS-AC-CNT(WS-AC-COUNT)
           END-IF

           MOVE SPACES TO WS-HW-KEY-IN
           STRING WS-LOG-STAMP(1:8) WS-LOG-STAMP(10:2)
               DELIMITED BY SIZE INTO WS-HW-KEY-IN
           MOVE "N" TO WS-HW-FOUND
           PERFORM VARYING WS-HW-IDX FROM 1 BY 1
             UNTIL WS-HW-IDX > WS-HW-COUNT
               OR WS-HW-FOUND = "Y"
               IF WS-HW-ACTOR(WS-HW-IDX) = WS-AT-FOUND
                   AND WS-HW-KEY(WS-HW-IDX) = WS-HW-KEY-IN
                   ADD 1 TO WS-HW-CNT(WS-HW-IDX)
                   MOVE "Y" TO WS-HW-FOUND
               END-IF
           END-PERFORM
           IF WS-HW-FOUND = "N" AND WS-HW-COUNT < 2000
               ADD 1 TO WS-HW-COUNT
               MOVE WS-AT-FOUND TO WS-HW-ACTOR(WS-HW-COUNT)
               MOVE WS-HW-KEY-IN TO WS-HW-KEY(WS-HW-COUNT)
               MOVE 1 TO WS-HW-CNT(WS-HW-COUNT)
           END-IF
           .

      *> Day of week from the day count: 1601-01-01 (day 1) was a
      *> Monday, so the remainder by 7 is 6 on a Saturday and 0 on
      *> a Sunday.
       1200-CHECK-AFTER-HOURS.
           MOVE "N" TO WS-AFTER-HOURS
           IF WS-LOG-STAMP(1:8) IS NOT NUMERIC
               OR WS-LOG-STAMP(10:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-STAMP(10:2) TO WS-HOUR
           IF WS-HOUR < WS-DAY-START OR WS-HOUR >= WS-DAY-END
               MOVE "Y" TO WS-AFTER-HOURS
           END-IF

           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LOG-STAMP(1:8))), 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE "Y" TO WS-AFTER-HOURS
           END-IF
           .

       1900-SPLIT-ROW.
           MOVE SPACES TO WS-LOG-STAMP WS-LOG-ACTOR WS-LOG-CHANNEL
               WS-LOG-ACTION WS-LOG-TARGET WS-LOG-BEFORE
               WS-LOG-AFTER
           UNSTRING Aa-Rec DELIMITED BY "|"
               INTO WS-LOG-STAMP WS-LOG-ACTOR WS-LOG-CHANNEL
                   WS-LOG-ACTION WS-LOG-TARGET WS-LOG-BEFORE
                   WS-LOG-AFTER
           .

       2000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Administrator Activity Report - month "
                  WS-RPT-MONTH
                  " (run "
                  WS-TIMESTAMP(1:8)
                  ")"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-TOTAL-ROWS TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Privileged changes : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "Per-administrator totals (after-hours changes and"
             TO Report-Rec
           WRITE Report-Rec
           MOVE "bulk-activity hours in brackets)" TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
             UNTIL WS-AT-IDX > WS-AT-COUNT
               MOVE SPACES TO WS-OUT
               STRING "  "
                      FUNCTION TRIM(WS-AT-ACTOR(WS-AT-IDX))
                      " : changes " WS-AT-TOTAL(WS-AT-IDX)
                      "  [after hours " WS-AT-AFTER(WS-AT-IDX)
                      "]  [bulk " WS-AT-BULK(WS-AT-IDX) "]"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec

               PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                 UNTIL WS-AC-IDX > WS-AC-COUNT
                   IF WS-AC-ACTOR(WS-AC-IDX) = WS-AT-IDX
                       MOVE SPACES TO WS-OUT
                       STRING "      "
                              WS-AC-ACTION(WS-AC-IDX)
                              " " WS-AC-CNT(WS-AC-IDX)
                           DELIMITED BY SIZE INTO WS-OUT
                       MOVE WS-OUT TO Report-Rec
                       WRITE Report-Rec
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-AT-COUNT = 0
               MOVE "  (none)" TO Report-Rec
               WRITE Report-Rec
           END-IF

           PERFORM 2100-LIST-AFTER-HOURS
           PERFORM 2200-LIST-BULK

           CLOSE ReportOut
           .

      *> Every after-hours change is listed in full, so the
      *> compliance officer can follow each one up without going
      *> back to the log.
       2100-LIST-AFTER-HOURS.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE SPACES TO WS-OUT
           STRING "After-hours changes (before "
                  WS-DAY-START
                  ":00, from "
                  WS-DAY-END
                  ":00, or at a weekend)"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-AFTER-ROWS = 0
               MOVE "  (none)" TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AdminAudit
           IF WS-AA-STAT NOT = "00"
               CLOSE AdminAudit
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ AdminAudit
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1900-SPLIT-ROW
               IF WS-LOG-STAMP(1:6) = WS-RPT-MONTH
                   AND WS-LOG-ACTOR NOT = SPACES
                   PERFORM 1200-CHECK-AFTER-HOURS
                   IF WS-AFTER-HOURS = "Y"
                       MOVE SPACES TO WS-OUT
                       STRING "  "
                              WS-LOG-STAMP
                              " "
                              FUNCTION TRIM(WS-LOG-ACTOR)
                              " via "
                              FUNCTION TRIM(WS-LOG-CHANNEL)
                              ": "
                              FUNCTION TRIM(WS-LOG-ACTION)
                              " "
                              FUNCTION TRIM(WS-LOG-TARGET)
                              " ("
                              FUNCTION TRIM(WS-LOG-BEFORE)
                              " -> "
                              FUNCTION TRIM(WS-LOG-AFTER)
                              ")"
                           DELIMITED BY SIZE INTO WS-OUT
                       MOVE WS-OUT TO Report-Rec
                       WRITE Report-Rec
                   END-IF
               END-IF
           END-PERFORM

           CLOSE AdminAudit
           .

       2200-LIST-BULK.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-BULK-MAX TO WS-DISPLAY-MAX
           MOVE SPACES TO WS-OUT
           STRING "Bulk activity (more than "
                  FUNCTION TRIM(WS-DISPLAY-MAX)
                  " changes by one administrator in a clock hour)"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-HW-IDX FROM 1 BY 1
             UNTIL WS-HW-IDX > WS-HW-COUNT
               IF WS-HW-CNT(WS-HW-IDX) > WS-BULK-MAX
                   MOVE WS-HW-CNT(WS-HW-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  "
                          FUNCTION TRIM(
                              WS-AT-ACTOR(WS-HW-ACTOR(WS-HW-IDX)))
                          " "
                          WS-HW-KEY(WS-HW-IDX)(1:8)
                          " "
                          WS-HW-KEY(WS-HW-IDX)(9:2)
                          ":00-"
                          WS-HW-KEY(WS-HW-IDX)(9:2)
                          ":59 : "
                          FUNCTION TRIM(WS-DISPLAY-NUM)
                          " changes"
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF
           END-PERFORM

           IF WS-BULK-HOURS = 0
               MOVE "  (none)" TO Report-Rec
               WRITE Report-Rec
           END-IF
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-ADMIN-AUDIT-LOG
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/admin_audit.log"
               DELIMITED BY SIZE INTO WS-P-ADMIN-AUDIT-LOG
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-ADMIN-ACTIVITY-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/admin_activity.txt"
               DELIMITED BY SIZE INTO WS-P-ADMIN-ACTIVITY-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM ADMIN-ACTIVITY-RPT.
