           SELECT OrphanRpt ASSIGN TO WS-P-ORPHAN-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPH-STAT.
           SELECT ContentRpt ASSIGN TO WS-P-CONTENT-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-STAT.
           SELECT AuditLog ASSIGN TO WS-P-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STAT.
           SELECT VerifyRpt ASSIGN TO WS-P-AUDIT-VERIFY-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STAT.
           SELECT Transcript ASSIGN TO WS-P-TRANSCRIPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STAT.
       FD  OrphanRpt.
       01  Orphan-Rec         PIC X(256).

       FD  ContentRpt.
       01  Content-Rec        PIC X(256).

       FD  AuditLog.
       01  Audit-Rec          PIC X(256).

       FD  VerifyRpt.
       01  Verify-Rec         PIC X(256).

       FD  Transcript.
       01  Tran-Rec           PIC X(256).

       01  WS-P-JOBFEED-TXT   PIC X(120).
       01  WS-P-USERS-QUAR-CSV PIC X(120).
       01  WS-P-ORPHAN-TXT    PIC X(120).
       01  WS-P-CONTENT-TXT   PIC X(120).
       01  WS-P-AUDIT-LOG     PIC X(120).
       01  WS-P-AUDIT-VERIFY-TXT PIC X(120).
       01  WS-P-TRANSCRIPT    PIC X(120).
       01  WS-P-OPS-SUMMARY-TXT PIC X(120).

       01  WS-FEED-STAT       PIC XX VALUE "00".
       01  WS-QUAR-STAT       PIC XX VALUE "00".
       01  WS-ORPH-STAT       PIC XX VALUE "00".
       01  WS-CONT-STAT       PIC XX VALUE "00".
       01  WS-AUDIT-STAT      PIC XX VALUE "00".
       01  WS-VER-STAT        PIC XX VALUE "00".
       01  WS-TRAN-STAT       PIC XX VALUE "00".

       01  WS-CTL-STEP        PIC X(12).
       01  WS-CTL-STATE       PIC X(10).
       01  WS-STEP-LINES.
           05  WS-STEP-LINE   OCCURS 30 TIMES PIC X(40).
       01  WS-STEP-CNT        PIC 9(2) VALUE 0.
       01  WS-STEP-IDX        PIC 9(2) COMP.
       01  WS-STEP-BAD        PIC X VALUE "N".
       01  WS-FEED-QUAR       PIC 9(6) VALUE 0.
       01  WS-BAD-RECORDS     PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT    PIC 9(6) VALUE 0.
       01  WS-CONTENT-FLAGS   PIC 9(6) VALUE 0.
       01  WS-AUDIT-FAILS     PIC 9(6) VALUE 0.
       01  WS-RUN-FAILS       PIC 9(6) VALUE 0.
       01  WS-HIT-COUNT       PIC 9(3) COMP.
       01  WS-CHAIN-STATUS    PIC X(40) VALUE "(not verified)".
       01  WS-CHAIN-BROKEN    PIC X VALUE "N".
       01  WS-CHAIN-BREAK     PIC X(200) VALUE SPACES.

       01  WS-VERDICT         PIC X(9) VALUE "OK".
       01  WS-OUT             PIC X(256).
      *> One operator page instead of six files at 7am: each chain
      *> step's outcome from the control file, the feed import's
      *> loaded and quarantined counts, USERS-RECONCILE's bad
      *> records, the orphan sweep total, the rows the banned-
      *> content scan flagged, and login failures from both the
      *> audit trail and the transcript's run summary, plus the
      *> audit chain check, whose break is raised as an exception -
      *> with a single OK / ATTENTION verdict on the first line.
      *> Runs as the closing BATCH-CHAIN step.
       PROCEDURE DIVISION.
           PERFORM 2000-READ-JOBFEED-REPORT
           PERFORM 3000-COUNT-BAD-RECORDS
           PERFORM 4000-READ-ORPHAN-REPORT
           PERFORM 4500-READ-CONTENT-SCAN
           PERFORM 5000-COUNT-AUDIT-FAILURES
           PERFORM 5500-READ-AUDIT-VERIFY
           PERFORM 6000-READ-RUN-SUMMARY

           IF WS-STEP-BAD = "Y"
               OR WS-FEED-QUAR > 0
               OR WS-BAD-RECORDS > 0
               OR WS-ORPHAN-COUNT > 0
               OR WS-CONTENT-FLAGS > 0
               OR WS-CHAIN-BROKEN = "Y"
               MOVE "ATTENTION" TO WS-VERDICT
           END-IF

                   INTO WS-CTL-STEP WS-CTL-STATE

               IF FUNCTION TRIM(WS-CTL-STEP) NOT = SPACES
                   AND WS-STEP-CNT < 30
                   ADD 1 TO WS-STEP-CNT
                   MOVE SPACES TO WS-STEP-LINE(WS-STEP-CNT)
      *> This very program is the OPSSUMMARY step, and the chain
                           DELIMITED BY SIZE
                           INTO WS-STEP-LINE(WS-STEP-CNT)
                       IF FUNCTION TRIM(WS-CTL-STATE) = "FAILED"
                           OR FUNCTION TRIM(WS-CTL-STATE) = "HELD"
                           MOVE "Y" TO WS-STEP-BAD
                       END-IF
                   END-IF
           CLOSE OrphanRpt
           .

       4500-READ-CONTENT-SCAN.
           OPEN INPUT ContentRpt
           IF WS-CONT-STAT NOT = "00"
               CLOSE ContentRpt
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ ContentRpt
                   AT END
                       EXIT PERFORM
               END-READ

               IF Content-Rec(1:18) = "Total rows flagged"
                   MOVE Content-Rec TO WS-SCAN-LINE
                   PERFORM 8000-EXTRACT-NUMBER
                   MOVE WS-SCAN-VALUE TO WS-CONTENT-FLAGS
               END-IF
           END-PERFORM

           CLOSE ContentRpt
           .

       5000-COUNT-AUDIT-FAILURES.
           MOVE 0 TO WS-AUDIT-FAILS
           OPEN INPUT AuditLog
           END-IF
           .

      *> AUDIT-VERIFY's status line, and on a break the line naming
      *> the first broken link, which is carried over word for word.
       5500-READ-AUDIT-VERIFY.
           MOVE "N" TO WS-CHAIN-BROKEN
           OPEN INPUT VerifyRpt
           IF WS-VER-STAT NOT = "00"
               CLOSE VerifyRpt
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ VerifyRpt
                   AT END
                       EXIT PERFORM
               END-READ

               IF Verify-Rec(1:12) = "Chain status"
                   MOVE SPACES TO WS-CHAIN-STATUS
                   MOVE FUNCTION TRIM(Verify-Rec(24:40))
                     TO WS-CHAIN-STATUS
                   IF WS-CHAIN-STATUS(1:6) = "BROKEN"
                       MOVE "Y" TO WS-CHAIN-BROKEN
                   END-IF
               END-IF
               IF Verify-Rec(1:17) = "First broken link"
                   MOVE FUNCTION TRIM(Verify-Rec(24:200))
                     TO WS-CHAIN-BREAK
               END-IF
           END-PERFORM

           CLOSE VerifyRpt
           .

      *> The last run summary in the transcript wins - earlier
      *> sessions in a multi-script run each wrote their own.
       6000-READ-RUN-SUMMARY.
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CONTENT-FLAGS TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Content rows flagged    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-AUDIT-FAILS TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Login failures (audit)  : " WS-DISPLAY-NUM
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Audit chain             : "
                  FUNCTION TRIM(WS-CHAIN-STATUS)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           IF WS-CHAIN-BROKEN = "Y"
               MOVE SPACES TO WS-OUT
               STRING "EXCEPTION - audit chain broken at "
                      FUNCTION TRIM(WS-CHAIN-BREAK)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           CLOSE ReportOut
           .

           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/orphan_sweep.txt"
               DELIMITED BY SIZE INTO WS-P-ORPHAN-TXT
           MOVE SPACES TO WS-P-CONTENT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/content_scan.txt"
               DELIMITED BY SIZE INTO WS-P-CONTENT-TXT
           MOVE SPACES TO WS-P-AUDIT-LOG
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.log"
               DELIMITED BY SIZE INTO WS-P-AUDIT-LOG
           MOVE SPACES TO WS-P-AUDIT-VERIFY-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit_verify.txt"
               DELIMITED BY SIZE INTO WS-P-AUDIT-VERIFY-TXT
           MOVE SPACES TO WS-P-TRANSCRIPT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/Incollege-Output.txt"
