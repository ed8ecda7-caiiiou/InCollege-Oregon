       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERRAL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Referrals ASSIGN TO WS-P-REFERRALS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STAT.
           SELECT Interviews ASSIGN TO WS-P-INTERVIEWS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTV-STAT.
           SELECT ApplHistory ASSIGN TO WS-P-APPLHISTORY-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT ReportOut ASSIGN TO WS-P-REFERRAL-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Referrals.
       01  Ref-Rec            PIC X(256).

       FD  Interviews.
       01  Intv-Rec           PIC X(256).

       FD  ApplHistory.
       01  AH-Rec             PIC X(256).

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
       01  WS-P-REFERRALS-CSV PIC X(120).
       01  WS-P-INTERVIEWS-CSV PIC X(120).
       01  WS-P-APPLHISTORY-CSV PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-REFERRAL-TXT  PIC X(120).

       01  WS-REF-STAT        PIC XX VALUE "00".
       01  WS-INTV-STAT       PIC XX VALUE "00".
       01  WS-AH-STAT         PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(60).

       01  WS-REF-REFERRER    PIC X(30).
       01  WS-REF-REFERRED    PIC X(30).
       01  WS-REF-REQNO       PIC X(7).
       01  WS-REF-TITLE       PIC X(60).
       01  WS-REF-COMPANY     PIC X(60).
       01  WS-REF-DATE        PIC X(8).

       01  WS-INTV-TITLE      PIC X(60).
       01  WS-INTV-COMPANY    PIC X(60).
       01  WS-INTV-USER       PIC X(30).
       01  WS-INTV-DATE       PIC X(8).
       01  WS-INTV-TIME       PIC X(5).
       01  WS-INTV-STATUS     PIC X(10).
       01  WS-INTV-POSTER     PIC X(30).
       01  WS-INTV-REQNO      PIC X(7).

       01  WS-AH-TITLE        PIC X(60).
       01  WS-AH-COMPANY      PIC X(60).
       01  WS-AH-USER         PIC X(30).
       01  WS-AH-STATUS       PIC X(10).
       01  WS-AH-BY           PIC X(30).
       01  WS-AH-WHEN         PIC X(17).
       01  WS-AH-REQNO        PIC X(7).

      *> The month reported on; REFMONTH (YYYYMM) in config.txt
      *> picks an earlier one, otherwise the current month.
       01  WS-MONTH           PIC X(6).

      *> Every referral on file, with what came of it in the month.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY    OCCURS 2000 TIMES.
               10  WS-RT-REFERRER PIC X(30).
               10  WS-RT-REFERRED PIC X(30).
               10  WS-RT-REFERRED-UC PIC X(30).
               10  WS-RT-REQNO    PIC X(7).
               10  WS-RT-TITLE    PIC X(60).
               10  WS-RT-COMPANY  PIC X(60).
               10  WS-RT-DATE     PIC X(8).
               10  WS-RT-INTV     PIC X.
               10  WS-RT-ACCEPTED PIC X.
       01  WS-RT-COUNT        PIC 9(4) VALUE 0.
       01  WS-RT-IDX          PIC 9(4) COMP.
       01  WS-RT-PICK         PIC 9(4) COMP.
       01  WS-RT-SKIPPED      PIC 9(6) VALUE 0.
       01  WS-MATCH-USER-UC   PIC X(30).
       01  WS-MATCH-REQNO     PIC X(7).

      *> One line per referrer, in the order first referred.
       01  WS-RR-TABLE.
           05  WS-RR-ENTRY    OCCURS 500 TIMES.
               10  WS-RR-NAME     PIC X(30).
               10  WS-RR-NAME-UC  PIC X(30).
               10  WS-RR-MADE     PIC 9(4).
               10  WS-RR-INTV     PIC 9(4).
               10  WS-RR-ACCEPTED PIC 9(4).
       01  WS-RR-COUNT        PIC 9(4) VALUE 0.
       01  WS-RR-IDX          PIC 9(4) COMP.
       01  WS-RR-PICK         PIC 9(4) COMP.
       01  WS-RR-FOUND        PIC X VALUE "N".
       01  WS-RR-LISTED       PIC 9(4) VALUE 0.

       01  WS-TOT-MADE        PIC 9(6) VALUE 0.
       01  WS-TOT-INTV        PIC 9(6) VALUE 0.
       01  WS-TOT-ACCEPTED    PIC 9(6) VALUE 0.
       01  WS-OUTCOME         PIC X(30).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".
       01  WS-DISPLAY-NUM     PIC ZZZ9.
       01  WS-DISPLAY-NUM2    PIC ZZZ9.
       01  WS-DISPLAY-NUM3    PIC ZZZ9.

      *> Monthly referral report: which referrers' referrals led to
      *> an interview or an acceptance this month. referrals.csv is
      *> joined to interviews.csv on the person and requisition
      *> number (an interview dated in the month counts) and to
      *> applhistory.csv (an ACCEPTED entry stamped in the month
      *> counts). Referrers with neither are left off; the totals
      *> at the foot still count every referral made in the month.
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
           MOVE WS-TIMESTAMP(1:6) TO WS-MONTH

           PERFORM 1000-LOAD-CONFIG
           PERFORM 2000-LOAD-REFERRALS
           PERFORM 3000-MATCH-INTERVIEWS
           PERFORM 4000-MATCH-ACCEPTANCES
           PERFORM 5000-ROLL-UP
           PERFORM 6000-WRITE-REPORT

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-CONFIG.
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

                   IF FUNCTION TRIM(WS-CFG-KEY) = "REFMONTH"
                       AND FUNCTION TRIM(WS-CFG-VAL) IS NUMERIC
                       AND FUNCTION LENGTH(
                           FUNCTION TRIM(WS-CFG-VAL)) = 6
                       MOVE FUNCTION TRIM(WS-CFG-VAL) TO WS-MONTH
                   END-IF
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .

       2000-LOAD-REFERRALS.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT Referrals
           IF WS-REF-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Referrals
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-REF-REFERRER WS-REF-REFERRED
                   WS-REF-REQNO WS-REF-TITLE WS-REF-COMPANY
                   WS-REF-DATE
               UNSTRING Ref-Rec DELIMITED BY "|"
                   INTO WS-REF-REFERRER WS-REF-REFERRED
                   WS-REF-REQNO WS-REF-TITLE WS-REF-COMPANY
                   WS-REF-DATE

               IF FUNCTION TRIM(WS-REF-REFERRER) NOT = SPACES
                   IF WS-RT-COUNT < 2000
                       ADD 1 TO WS-RT-COUNT
                       MOVE WS-REF-REFERRER
                         TO WS-RT-REFERRER(WS-RT-COUNT)
                       MOVE WS-REF-REFERRED
                         TO WS-RT-REFERRED(WS-RT-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-REF-REFERRED))
                         TO WS-RT-REFERRED-UC(WS-RT-COUNT)
                       MOVE WS-REF-REQNO TO WS-RT-REQNO(WS-RT-COUNT)
                       MOVE WS-REF-TITLE TO WS-RT-TITLE(WS-RT-COUNT)
                       MOVE WS-REF-COMPANY
                         TO WS-RT-COMPANY(WS-RT-COUNT)
                       MOVE WS-REF-DATE TO WS-RT-DATE(WS-RT-COUNT)
                       MOVE "N" TO WS-RT-INTV(WS-RT-COUNT)
                       MOVE "N" TO WS-RT-ACCEPTED(WS-RT-COUNT)
                   ELSE
                       ADD 1 TO WS-RT-SKIPPED
                   END-IF
               END-IF
           END-PERFORM

           CLOSE Referrals
           .

      *> An interview offered for a date in the month, whatever
      *> the student later said to it, is a referral that worked.
       3000-MATCH-INTERVIEWS.
           OPEN INPUT Interviews
           IF WS-INTV-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Interviews
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-INTV-TITLE WS-INTV-COMPANY
                   WS-INTV-USER WS-INTV-DATE WS-INTV-TIME
                   WS-INTV-STATUS WS-INTV-POSTER WS-INTV-REQNO
               UNSTRING Intv-Rec DELIMITED BY "|"
                   INTO WS-INTV-TITLE WS-INTV-COMPANY WS-INTV-USER
                   WS-INTV-DATE WS-INTV-TIME WS-INTV-STATUS
                   WS-INTV-POSTER WS-INTV-REQNO

               IF WS-INTV-DATE(1:6) = WS-MONTH
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-INTV-USER))
                     TO WS-MATCH-USER-UC
                   MOVE WS-INTV-REQNO TO WS-MATCH-REQNO
                   PERFORM 4500-FIND-REFERRAL
                   IF WS-RT-PICK > 0
                       MOVE "Y" TO WS-RT-INTV(WS-RT-PICK)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE Interviews
           .

       4000-MATCH-ACCEPTANCES.
           OPEN INPUT ApplHistory
           IF WS-AH-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ ApplHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-AH-TITLE WS-AH-COMPANY WS-AH-USER
                   WS-AH-STATUS WS-AH-BY WS-AH-WHEN WS-AH-REQNO
               UNSTRING AH-Rec DELIMITED BY "|"
                   INTO WS-AH-TITLE WS-AH-COMPANY WS-AH-USER
                   WS-AH-STATUS WS-AH-BY WS-AH-WHEN WS-AH-REQNO

               IF FUNCTION TRIM(WS-AH-STATUS) = "ACCEPTED"
                   AND WS-AH-WHEN(1:6) = WS-MONTH
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-AH-USER))
                     TO WS-MATCH-USER-UC
                   MOVE WS-AH-REQNO TO WS-MATCH-REQNO
                   PERFORM 4500-FIND-REFERRAL
                   IF WS-RT-PICK > 0
                       MOVE "Y" TO WS-RT-ACCEPTED(WS-RT-PICK)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ApplHistory
           .

      *> The first referral of WS-MATCH-USER-UC to WS-MATCH-REQNO -
      *> the one the application row credits - or 0.
       4500-FIND-REFERRAL.
           MOVE 0 TO WS-RT-PICK
           IF WS-MATCH-REQNO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-REQNO(WS-RT-IDX) = WS-MATCH-REQNO
                   AND WS-RT-REFERRED-UC(WS-RT-IDX) =
                       WS-MATCH-USER-UC
                   MOVE WS-RT-IDX TO WS-RT-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       5000-ROLL-UP.
           MOVE 0 TO WS-RR-COUNT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM 5100-FIND-REFERRER
               IF WS-RR-PICK > 0
                   IF WS-RT-DATE(WS-RT-IDX)(1:6) = WS-MONTH
                       ADD 1 TO WS-RR-MADE(WS-RR-PICK)
                       ADD 1 TO WS-TOT-MADE
                   END-IF
                   IF WS-RT-INTV(WS-RT-IDX) = "Y"
                       ADD 1 TO WS-RR-INTV(WS-RR-PICK)
                       ADD 1 TO WS-TOT-INTV
                   END-IF
                   IF WS-RT-ACCEPTED(WS-RT-IDX) = "Y"
                       ADD 1 TO WS-RR-ACCEPTED(WS-RR-PICK)
                       ADD 1 TO WS-TOT-ACCEPTED
                   END-IF
               END-IF
           END-PERFORM
           .

       5100-FIND-REFERRER.
           MOVE 0 TO WS-RR-PICK
           MOVE "N" TO WS-RR-FOUND
           PERFORM VARYING WS-RR-IDX FROM 1 BY 1
             UNTIL WS-RR-IDX > WS-RR-COUNT
               IF WS-RR-NAME-UC(WS-RR-IDX) = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RT-REFERRER(WS-RT-IDX)))
                   MOVE "Y" TO WS-RR-FOUND
                   MOVE WS-RR-IDX TO WS-RR-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-RR-FOUND = "N" AND WS-RR-COUNT < 500
               ADD 1 TO WS-RR-COUNT
               MOVE WS-RR-COUNT TO WS-RR-PICK
               MOVE WS-RT-REFERRER(WS-RT-IDX)
                 TO WS-RR-NAME(WS-RR-PICK)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RT-REFERRER(WS-RT-IDX)))
                 TO WS-RR-NAME-UC(WS-RR-PICK)
               MOVE 0 TO WS-RR-MADE(WS-RR-PICK)
               MOVE 0 TO WS-RR-INTV(WS-RR-PICK)
               MOVE 0 TO WS-RR-ACCEPTED(WS-RR-PICK)
           END-IF
           .

       6000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Referral Outcomes Report - " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Month " WS-MONTH
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE 0 TO WS-RR-LISTED
           PERFORM VARYING WS-RR-IDX FROM 1 BY 1
             UNTIL WS-RR-IDX > WS-RR-COUNT
               IF WS-RR-INTV(WS-RR-IDX) > 0
                   OR WS-RR-ACCEPTED(WS-RR-IDX) > 0
                   ADD 1 TO WS-RR-LISTED
                   PERFORM 6100-WRITE-ONE-REFERRER
               END-IF
           END-PERFORM

           IF WS-RR-LISTED = 0
               MOVE SPACES TO Report-Rec
               WRITE Report-Rec
               MOVE "No referral led to an interview or acceptance."
                 TO Report-Rec
               WRITE Report-Rec
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-MADE TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Referrals made in month : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-INTV TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Led to an interview     : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-ACCEPTED TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Led to an acceptance    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-RT-SKIPPED > 0
               MOVE WS-RT-SKIPPED TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "Referrals beyond capacity (not counted) : "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           CLOSE ReportOut
           .

       6100-WRITE-ONE-REFERRER.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE WS-RR-MADE(WS-RR-IDX) TO WS-DISPLAY-NUM
           MOVE WS-RR-INTV(WS-RR-IDX) TO WS-DISPLAY-NUM2
           MOVE WS-RR-ACCEPTED(WS-RR-IDX) TO WS-DISPLAY-NUM3
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-RR-NAME(WS-RR-IDX))
                  " - referred this month " WS-DISPLAY-NUM
                  "  interviews " WS-DISPLAY-NUM2
                  "  accepted " WS-DISPLAY-NUM3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RT-REFERRER(WS-RT-IDX))) =
                   WS-RR-NAME-UC(WS-RR-IDX)
                   AND (WS-RT-INTV(WS-RT-IDX) = "Y"
                     OR WS-RT-ACCEPTED(WS-RT-IDX) = "Y")
                   IF WS-RT-ACCEPTED(WS-RT-IDX) = "Y"
                       IF WS-RT-INTV(WS-RT-IDX) = "Y"
                           MOVE "interviewed, accepted"
                             TO WS-OUTCOME
                       ELSE
                           MOVE "accepted" TO WS-OUTCOME
                       END-IF
                   ELSE
                       MOVE "interviewed" TO WS-OUTCOME
                   END-IF
                   MOVE SPACES TO WS-OUT
                   STRING "  "
                          FUNCTION TRIM(WS-RT-REFERRED(WS-RT-IDX))
                          " for "
                          FUNCTION TRIM(WS-RT-TITLE(WS-RT-IDX))
                          " at "
                          FUNCTION TRIM(WS-RT-COMPANY(WS-RT-IDX))
                          " - "
                          FUNCTION TRIM(WS-OUTCOME)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF
           END-PERFORM
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-REFERRALS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/referrals.csv"
               DELIMITED BY SIZE INTO WS-P-REFERRALS-CSV
           MOVE SPACES TO WS-P-INTERVIEWS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/interviews.csv"
               DELIMITED BY SIZE INTO WS-P-INTERVIEWS-CSV
           MOVE SPACES TO WS-P-APPLHISTORY-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applhistory.csv"
               DELIMITED BY SIZE INTO WS-P-APPLHISTORY-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-REFERRAL-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/referral_report.txt"
               DELIMITED BY SIZE INTO WS-P-REFERRAL-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REFERRAL-REPORT.
