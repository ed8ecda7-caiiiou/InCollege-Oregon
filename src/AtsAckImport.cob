       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATS-ACK-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckIn ASSIGN TO WS-P-ATS-ACK-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STAT.
           SELECT Applications ASSIGN TO WS-P-APPLICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STAT.
           SELECT EmpApproval ASSIGN TO WS-P-EMPAPPROVAL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STAT.
           SELECT AckLog ASSIGN TO WS-P-ATSACKLOG-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT ReportOut
               ASSIGN TO WS-P-ATS-ACK-ERRORS-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The employer tracking system's reply: any number of
      *> batches, each a header naming the employer and its batch
      *> number, D records carrying a status change against an
      *> application, and a trailer with the D record count.
       FD  AckIn.
       01  Ack-Rec            PIC X(200).

       FD  Applications.
       01  Appl-Rec           PIC X(256).

       FD  EmpApproval.
       01  Emp-Rec            PIC X(256).

       FD  AckLog.
       01  Log-Rec            PIC X(256).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-ATS-ACK-TXT   PIC X(120).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-EMPAPPROVAL-CSV PIC X(120).
       01  WS-P-ATSACKLOG-CSV PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-ATS-ACK-ERRORS-TXT PIC X(120).

       01  WS-ACK-STAT        PIC XX VALUE "00".
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-EMP-STAT        PIC XX VALUE "00".
       01  WS-LOG-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".

       01  WS-ACK-LINE        PIC X(200).
       01  WS-ACK-HDR REDEFINES WS-ACK-LINE.
           05  WS-AH-TYPE     PIC X(1).
           05  WS-AH-DATE     PIC X(8).
           05  WS-AH-TAG      PIC X(13).
           05  WS-AH-EMPLOYER PIC X(30).
           05  WS-AH-BATCH    PIC X(6).
           05  FILLER         PIC X(142).
       01  WS-ACK-DET REDEFINES WS-ACK-LINE.
           05  WS-AD-TYPE     PIC X(1).
           05  WS-AD-REQNO    PIC X(7).
           05  WS-AD-APPLICANT PIC X(30).
           05  WS-AD-STATUS   PIC X(10).
           05  WS-AD-ATSREF   PIC X(20).
           05  FILLER         PIC X(132).
       01  WS-ACK-TRL REDEFINES WS-ACK-LINE.
           05  WS-AT-TYPE     PIC X(1).
           05  WS-AT-COUNT    PIC X(6).
           05  FILLER         PIC X(193).

       01  WS-TITLE           PIC X(60).
       01  WS-COMPANY         PIC X(60).
       01  WS-APPLICANT       PIC X(30).
       01  WS-DATE            PIC X(8).
       01  WS-STATUS          PIC X(10).
       01  WS-POSTER          PIC X(30).
       01  WS-REQNO           PIC X(7).
       01  WS-APPLICANT-UC    PIC X(30).
       01  WS-APPL-FOUND      PIC X VALUE "N".
       01  WS-HIT-TITLE       PIC X(60).
       01  WS-HIT-STATUS      PIC X(10).
       01  WS-HIT-POSTER-UC   PIC X(30).
       01  WS-NEWSTAT         PIC X(10).
       01  WS-UPD             PIC X VALUE "N".

       01  WS-EMP-USER        PIC X(30).
       01  WS-EMP-STATUS      PIC X(10).
       01  WS-LOG-USER        PIC X(30).
       01  WS-LOG-BATCH       PIC X(6).
       01  WS-POSTER-UC       PIC X(30).
       01  WS-ROLE            PIC X(10).

       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-LINE-NO         PIC 9(6) VALUE 0.
       01  WS-LINE-OK         PIC X VALUE "N".
       01  WS-LINE-WHY        PIC X(50).
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(100).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Standing from empapproval.csv, the latest row per employer,
      *> read the same way as for the export: no row means an
      *> employer older than the approval queue.
       01  WS-EA-TABLE.
           05  WS-EA-ENTRY    OCCURS 200 TIMES.
               10  WS-EA-USER     PIC X(30).
               10  WS-EA-STATUS   PIC X(10).
       01  WS-EA-CNT          PIC 9(4) VALUE 0.
       01  WS-EA-IDX          PIC 9(4) COMP.
       01  WS-EA-HIT          PIC 9(4) VALUE 0.

      *> Highest batch number already applied per employer, from
      *> atsacklog.csv and raised as this file's batches are
      *> accepted - a batch at or below it is a resend and is
      *> refused whole, so a stale file can never roll statuses back.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY    OCCURS 200 TIMES.
               10  WS-AL-USER     PIC X(30).
               10  WS-AL-LAST     PIC 9(6).
       01  WS-AL-CNT          PIC 9(4) VALUE 0.
       01  WS-AL-IDX          PIC 9(4) COMP.
       01  WS-AL-HIT          PIC 9(4) VALUE 0.

      *> One entry per header in the file, filled on the first pass
      *> so each batch is judged whole before any of its lines is
      *> applied on the second.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY    OCCURS 100 TIMES.
               10  WS-BT-EMPLOYER PIC X(30).
               10  WS-BT-UC       PIC X(30).
               10  WS-BT-TAG      PIC X(13).
               10  WS-BT-NO       PIC X(6).
               10  WS-BT-DCOUNT   PIC 9(6).
               10  WS-BT-TCOUNT   PIC X(6).
               10  WS-BT-TRAILED  PIC X.
               10  WS-BT-OK       PIC X.
               10  WS-BT-WHY      PIC X(50).
               10  WS-BT-APPLIED  PIC 9(6).
               10  WS-BT-SAME     PIC 9(6).
               10  WS-BT-REJECTED PIC 9(6).
       01  WS-BT-CNT          PIC 9(4) VALUE 0.
       01  WS-BT-IDX          PIC 9(4) COMP.
       01  WS-BT-CUR          PIC 9(4) VALUE 0.
       01  WS-BT-OPEN         PIC X VALUE "N".
       01  WS-BT-NUM          PIC 9(6) VALUE 0.

       01  WS-BATCH-COUNT     PIC 9(6) VALUE 0.
       01  WS-BATCH-OK-COUNT  PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01  WS-SAME-COUNT      PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - acknowledgements not imported."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT ReportOut

           OPEN INPUT AckIn
           IF WS-ACK-STAT NOT = "00"
               MOVE "Acknowledgement file not found - nothing applied."
                 TO Report-Rec
               WRITE Report-Rec
               CLOSE ReportOut
               MOVE "R" TO WS-RUNLOCK-ACTION
               CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION
                   WS-RUNLOCK-GRANTED
               GOBACK
           END-IF
           CLOSE AckIn

           CALL "DB-BACKUP"

           PERFORM 1000-LOAD-APPROVALS
           PERFORM 1100-LOAD-ACK-LOG
           PERFORM 2000-SCAN-BATCHES
           PERFORM 3000-CHECK-BATCHES
           PERFORM 4000-APPLY-LINES
           PERFORM 5000-LOG-BATCHES
           PERFORM 6000-WRITE-SUMMARY

           CLOSE ReportOut

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-APPROVALS.
           MOVE 0 TO WS-EA-CNT
           OPEN INPUT EmpApproval
           IF WS-EMP-STAT NOT = "00"
               CLOSE EmpApproval
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ EmpApproval
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EMP-USER WS-EMP-STATUS
               UNSTRING Emp-Rec DELIMITED BY "|"
                   INTO WS-EMP-USER WS-EMP-STATUS

               IF FUNCTION TRIM(WS-EMP-USER) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-USER))
                     TO WS-POSTER-UC
                   PERFORM 1200-FIND-STANDING
                   IF WS-EA-HIT = 0 AND WS-EA-CNT < 200
                       ADD 1 TO WS-EA-CNT
                       MOVE WS-EA-CNT TO WS-EA-HIT
                       MOVE WS-POSTER-UC TO WS-EA-USER(WS-EA-HIT)
                   END-IF
                   IF WS-EA-HIT > 0
                       MOVE FUNCTION TRIM(WS-EMP-STATUS)
                         TO WS-EA-STATUS(WS-EA-HIT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EmpApproval
           .

       1100-LOAD-ACK-LOG.
           MOVE 0 TO WS-AL-CNT
           OPEN INPUT AckLog
           IF WS-LOG-STAT NOT = "00"
               CLOSE AckLog
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ AckLog
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-LOG-USER WS-LOG-BATCH
               UNSTRING Log-Rec DELIMITED BY "|"
                   INTO WS-LOG-USER WS-LOG-BATCH

               IF FUNCTION TRIM(WS-LOG-USER) NOT = SPACES
                   AND WS-LOG-BATCH IS NUMERIC
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-USER))
                     TO WS-POSTER-UC
                   MOVE WS-LOG-BATCH TO WS-BT-NUM
                   PERFORM 1300-RAISE-LAST-BATCH
               END-IF
           END-PERFORM

           CLOSE AckLog
           .

      *> Sets WS-EA-HIT to the approval row for WS-POSTER-UC, or
      *> zero when the employer has none.
       1200-FIND-STANDING.
           MOVE 0 TO WS-EA-HIT
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
             UNTIL WS-EA-IDX > WS-EA-CNT
               OR WS-EA-HIT > 0
               IF WS-EA-USER(WS-EA-IDX) = WS-POSTER-UC
                   MOVE WS-EA-IDX TO WS-EA-HIT
               END-IF
           END-PERFORM
           .

      *> Records WS-BT-NUM as the last batch for WS-POSTER-UC when
      *> it is higher than any seen so far.
       1300-RAISE-LAST-BATCH.
           PERFORM 1400-FIND-LAST-BATCH
           IF WS-AL-HIT = 0 AND WS-AL-CNT < 200
               ADD 1 TO WS-AL-CNT
               MOVE WS-AL-CNT TO WS-AL-HIT
               MOVE WS-POSTER-UC TO WS-AL-USER(WS-AL-HIT)
               MOVE 0 TO WS-AL-LAST(WS-AL-HIT)
           END-IF
           IF WS-AL-HIT > 0
               AND WS-BT-NUM > WS-AL-LAST(WS-AL-HIT)
               MOVE WS-BT-NUM TO WS-AL-LAST(WS-AL-HIT)
           END-IF
           .

       1400-FIND-LAST-BATCH.
           MOVE 0 TO WS-AL-HIT
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
             UNTIL WS-AL-IDX > WS-AL-CNT
               OR WS-AL-HIT > 0
               IF WS-AL-USER(WS-AL-IDX) = WS-POSTER-UC
                   MOVE WS-AL-IDX TO WS-AL-HIT
               END-IF
           END-PERFORM
           .

      *> First pass: the headers, D record counts and trailers only.
       2000-SCAN-BATCHES.
           MOVE 0 TO WS-BT-CNT
           MOVE "N" TO WS-BT-OPEN
           OPEN INPUT AckIn
           PERFORM UNTIL 1 = 2
               READ AckIn
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE Ack-Rec TO WS-ACK-LINE
               EVALUATE WS-AH-TYPE
                   WHEN "H"
                       IF WS-BT-CNT < 100
                           ADD 1 TO WS-BT-CNT
                           MOVE "Y" TO WS-BT-OPEN
                           MOVE WS-AH-EMPLOYER
                             TO WS-BT-EMPLOYER(WS-BT-CNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-AH-EMPLOYER))
                             TO WS-BT-UC(WS-BT-CNT)
                           MOVE WS-AH-TAG TO WS-BT-TAG(WS-BT-CNT)
                           MOVE WS-AH-BATCH TO WS-BT-NO(WS-BT-CNT)
                           MOVE 0 TO WS-BT-DCOUNT(WS-BT-CNT)
                               WS-BT-APPLIED(WS-BT-CNT)
                               WS-BT-SAME(WS-BT-CNT)
                               WS-BT-REJECTED(WS-BT-CNT)
                           MOVE SPACES TO WS-BT-TCOUNT(WS-BT-CNT)
                               WS-BT-WHY(WS-BT-CNT)
                           MOVE "N" TO WS-BT-TRAILED(WS-BT-CNT)
                           MOVE "Y" TO WS-BT-OK(WS-BT-CNT)
                       ELSE
                           MOVE "N" TO WS-BT-OPEN
                       END-IF
                   WHEN "D"
                       IF WS-BT-OPEN = "Y"
                           ADD 1 TO WS-BT-DCOUNT(WS-BT-CNT)
                       END-IF
                   WHEN "T"
                       IF WS-BT-OPEN = "Y"
                           MOVE WS-AT-COUNT TO WS-BT-TCOUNT(WS-BT-CNT)
                           MOVE "Y" TO WS-BT-TRAILED(WS-BT-CNT)
                           MOVE "N" TO WS-BT-OPEN
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE AckIn
           .

      *> A batch is taken whole or not at all: it must be ours, from
      *> an employer account in good standing, newer than the last
      *> one applied, and its trailer must agree with the D records
      *> actually sent.
       3000-CHECK-BATCHES.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CNT
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BT-UC(WS-BT-IDX) TO WS-POSTER-UC
               PERFORM 1200-FIND-STANDING
               CALL "ROLE-LOOKUP" USING WS-BT-EMPLOYER(WS-BT-IDX)
                   WS-ROLE
               EVALUATE TRUE
                   WHEN WS-BT-TAG(WS-BT-IDX) NOT = "INCOLLEGE-ACK"
                       MOVE "header not an InCollege acknowledgement"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-BT-UC(WS-BT-IDX) = SPACES
                       MOVE "header names no employer"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-ROLE NOT = "EMPLOYER"
                       MOVE "not an employer account"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-EA-HIT > 0
                     AND WS-EA-STATUS(WS-EA-HIT) NOT = "APPROVED"
                       MOVE "employer not approved"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-BT-NO(WS-BT-IDX) IS NOT NUMERIC
                       MOVE "batch number not numeric"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-BT-TRAILED(WS-BT-IDX) NOT = "Y"
                       MOVE "no trailer record"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN WS-BT-TCOUNT(WS-BT-IDX) IS NOT NUMERIC
                       MOVE "trailer count not numeric"
                         TO WS-BT-WHY(WS-BT-IDX)
                   WHEN OTHER
                       PERFORM 3100-CHECK-SEQUENCE
               END-EVALUATE

               IF WS-BT-WHY(WS-BT-IDX) NOT = SPACES
                   MOVE "N" TO WS-BT-OK(WS-BT-IDX)
               ELSE
                   ADD 1 TO WS-BATCH-OK-COUNT
               END-IF
           END-PERFORM
           .

       3100-CHECK-SEQUENCE.
           MOVE WS-BT-TCOUNT(WS-BT-IDX) TO WS-BT-NUM
           IF WS-BT-NUM NOT = WS-BT-DCOUNT(WS-BT-IDX)
               MOVE "trailer count does not match detail records"
                 TO WS-BT-WHY(WS-BT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BT-NO(WS-BT-IDX) TO WS-BT-NUM
           PERFORM 1400-FIND-LAST-BATCH
           IF WS-AL-HIT > 0
               AND WS-BT-NUM NOT > WS-AL-LAST(WS-AL-HIT)
               MOVE "batch already applied or out of sequence"
                 TO WS-BT-WHY(WS-BT-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-RAISE-LAST-BATCH
           .

      *> Second pass: every D record of an accepted batch is checked
      *> against the application it names and applied through
      *> APPL-STATUS-UPDATE, exactly as the Review Applicants screen
      *> would apply it; anything else is reported with its line.
       4000-APPLY-LINES.
           MOVE 0 TO WS-LINE-NO WS-BT-CUR
           MOVE "N" TO WS-BT-OPEN
           OPEN INPUT AckIn
           PERFORM UNTIL 1 = 2
               READ AckIn
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LINE-NO
               MOVE Ack-Rec TO WS-ACK-LINE
               EVALUATE WS-AH-TYPE
                   WHEN "H"
                       PERFORM 4100-START-BATCH
                   WHEN "D"
                       ADD 1 TO WS-DETAIL-COUNT
                       PERFORM 4200-PROCESS-DETAIL
                   WHEN "T"
                       IF WS-BT-OPEN = "Y"
                           MOVE "N" TO WS-BT-OPEN
                       ELSE
                           MOVE "trailer outside a batch"
                             TO WS-LINE-WHY
                           PERFORM 4900-REPORT-LINE
                       END-IF
                   WHEN OTHER
                       IF WS-ACK-LINE NOT = SPACES
                           MOVE "unknown record type" TO WS-LINE-WHY
                           PERFORM 4900-REPORT-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE AckIn
           .

       4100-START-BATCH.
           IF WS-BT-CUR >= WS-BT-CNT
               MOVE "N" TO WS-BT-OPEN
               MOVE "too many batches in one file" TO WS-LINE-WHY
               PERFORM 4900-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BT-CUR
           MOVE "Y" TO WS-BT-OPEN
           IF WS-BT-OK(WS-BT-CUR) NOT = "Y"
               MOVE SPACES TO WS-OUT
               STRING "Batch "
                      WS-BT-NO(WS-BT-CUR)
                      " from "
                      FUNCTION TRIM(WS-BT-EMPLOYER(WS-BT-CUR))
                      " at line "
                      WS-LINE-NO
                      " rejected - "
                      FUNCTION TRIM(WS-BT-WHY(WS-BT-CUR))
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF
           .

       4200-PROCESS-DETAIL.
           IF WS-BT-OPEN NOT = "Y"
               MOVE "detail record outside a batch" TO WS-LINE-WHY
               PERFORM 4900-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-BT-OK(WS-BT-CUR) NOT = "Y"
               MOVE "batch rejected" TO WS-LINE-WHY
               ADD 1 TO WS-BT-REJECTED(WS-BT-CUR)
               PERFORM 4900-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4300-VALIDATE-DETAIL
           IF WS-LINE-OK = "N"
               ADD 1 TO WS-BT-REJECTED(WS-BT-CUR)
               PERFORM 4900-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

      *> The tracking system repeating what InCollege already shows
      *> is an acknowledgement, not a change.
           IF WS-LINE-OK = "S"
               ADD 1 TO WS-SAME-COUNT
               ADD 1 TO WS-BT-SAME(WS-BT-CUR)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-AD-REQNO
               WS-AD-APPLICANT WS-NEWSTAT
               WS-BT-EMPLOYER(WS-BT-CUR) WS-UPD

           IF WS-UPD NOT = "Y"
               MOVE "application could not be updated" TO WS-LINE-WHY
               ADD 1 TO WS-BT-REJECTED(WS-BT-CUR)
               PERFORM 4900-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-BT-APPLIED(WS-BT-CUR)
           MOVE WS-AD-APPLICANT TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "Your application for "
                  FUNCTION TRIM(WS-HIT-TITLE)
                  " was "
                  FUNCTION TRIM(WS-NEWSTAT)
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 4500-APPEND-NOTIFICATION
           .

      *> Sets WS-LINE-OK to Y (apply), S (already so) or N with the
      *> reason. Only the three review outcomes the employer can set
      *> from Review Applicants come in this way; interviews and
      *> offers need the student's answer and stay in InCollege.
       4300-VALIDATE-DETAIL.
           MOVE "N" TO WS-LINE-OK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-STATUS))
             TO WS-NEWSTAT

           IF WS-NEWSTAT NOT = "REVIEWED"
               AND WS-NEWSTAT NOT = "ACCEPTED"
               AND WS-NEWSTAT NOT = "DECLINED"
               MOVE "status not one InCollege accepts" TO WS-LINE-WHY
               EXIT PARAGRAPH
           END-IF

           PERFORM 4400-FIND-APPLICATION
           IF WS-APPL-FOUND NOT = "Y"
               MOVE "no such application" TO WS-LINE-WHY
               EXIT PARAGRAPH
           END-IF

           IF WS-HIT-POSTER-UC NOT = WS-BT-UC(WS-BT-CUR)
               MOVE "application not on this employer's posting"
                 TO WS-LINE-WHY
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-HIT-STATUS
               WHEN "WITHDRAWN"
                   MOVE "application withdrawn by the student"
                     TO WS-LINE-WHY
               WHEN "OFFERED"
               WHEN "HIRED"
               WHEN "REFUSED"
               WHEN "LAPSED"
                   MOVE "application is at the offer stage"
                     TO WS-LINE-WHY
               WHEN WS-NEWSTAT
                   MOVE "S" TO WS-LINE-OK
               WHEN OTHER
                   MOVE "Y" TO WS-LINE-OK
           END-EVALUATE
           .

      *> The row is found by requisition number and applicant, the
      *> same key APPL-STATUS-UPDATE matches on.
       4400-FIND-APPLICATION.
           MOVE "N" TO WS-APPL-FOUND
           MOVE SPACES TO WS-HIT-TITLE WS-HIT-STATUS WS-HIT-POSTER-UC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-APPLICANT))
             TO WS-APPLICANT-UC
           IF WS-AD-REQNO = SPACES OR WS-APPLICANT-UC = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER WS-REQNO
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER WS-REQNO

               IF WS-REQNO = WS-AD-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPLICANT))
                     = WS-APPLICANT-UC
                   MOVE "Y" TO WS-APPL-FOUND
                   MOVE WS-TITLE TO WS-HIT-TITLE
                   MOVE FUNCTION TRIM(WS-STATUS) TO WS-HIT-STATUS
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POSTER))
                     TO WS-HIT-POSTER-UC
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF
           .

       4500-APPEND-NOTIFICATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  "N"
                  "|"
                  "N"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Notify-Rec
           WRITE Notify-Rec
           CLOSE Notifications
           .

      *> The rejected line itself follows its reason, so the employer
      *> can correct it and send it again in a later batch.
       4900-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-OUT
           STRING "Rejected line "
                  WS-LINE-NO
                  " - "
                  FUNCTION TRIM(WS-LINE-WHY)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "    "
                  FUNCTION TRIM(WS-ACK-LINE TRAILING)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> employer|batch|date|applied|unchanged|rejected for every
      *> batch taken, the sequence the next file is checked against.
       5000-LOG-BATCHES.
           IF WS-BATCH-OK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AckLog
           IF WS-LOG-STAT NOT = "00"
               OPEN OUTPUT AckLog
               CLOSE AckLog
               OPEN EXTEND AckLog
           END-IF

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CNT
               IF WS-BT-OK(WS-BT-IDX) = "Y"
                   MOVE SPACES TO WS-OUT
                   STRING FUNCTION TRIM(WS-BT-EMPLOYER(WS-BT-IDX))
                          "|"
                          WS-BT-NO(WS-BT-IDX)
                          "|"
                          WS-TIMESTAMP(1:8)
                          "|"
                          WS-BT-APPLIED(WS-BT-IDX)
                          "|"
                          WS-BT-SAME(WS-BT-IDX)
                          "|"
                          WS-BT-REJECTED(WS-BT-IDX)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Log-Rec
                   WRITE Log-Rec
               END-IF
           END-PERFORM

           CLOSE AckLog
           .

       6000-WRITE-SUMMARY.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE WS-BATCH-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Batches read      : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-BATCH-OK-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Batches accepted  : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Detail lines read : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Statuses applied  : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-SAME-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Already current   : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Lines rejected    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-ATS-ACK-TXT
           STRING FUNCTION TRIM(WS-IN-DIR)
                  "/ats_ack.txt"
               DELIMITED BY SIZE INTO WS-P-ATS-ACK-TXT
           MOVE SPACES TO WS-P-APPLICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applications.csv"
               DELIMITED BY SIZE INTO WS-P-APPLICATIONS-CSV
           MOVE SPACES TO WS-P-EMPAPPROVAL-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/empapproval.csv"
               DELIMITED BY SIZE INTO WS-P-EMPAPPROVAL-CSV
           MOVE SPACES TO WS-P-ATSACKLOG-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/atsacklog.csv"
               DELIMITED BY SIZE INTO WS-P-ATSACKLOG-CSV
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-ATS-ACK-ERRORS-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/ats_ack_errors.txt"
               DELIMITED BY SIZE INTO WS-P-ATS-ACK-ERRORS-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM ATS-ACK-IMPORT.
