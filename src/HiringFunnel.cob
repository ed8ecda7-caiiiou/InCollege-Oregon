       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIRING-FUNNEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Jobs ASSIGN TO WS-P-JOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STAT.
           SELECT JobsHistory ASSIGN TO WS-P-JOBS-HISTORY-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JHIST-STAT.
           SELECT Applications ASSIGN TO WS-P-APPLICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STAT.
           SELECT ApplHistory ASSIGN TO WS-P-APPLHISTORY-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STAT.
           SELECT Interviews ASSIGN TO WS-P-INTERVIEWS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTV-STAT.
           SELECT ReportOut ASSIGN TO WS-P-HIRING-FUNNEL-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  JobsHistory.
       01  JHist-Rec          PIC X(359).

       FD  Applications.
       01  Appl-Rec           PIC X(256).

       FD  ApplHistory.
       01  AHist-Rec          PIC X(256).

       FD  Interviews.
       01  Intv-Rec           PIC X(256).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-JOBS-HISTORY-CSV PIC X(120).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-APPLHISTORY-CSV PIC X(120).
       01  WS-P-INTERVIEWS-CSV PIC X(120).
       01  WS-P-HIRING-FUNNEL-TXT PIC X(120).

       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-JHIST-STAT      PIC XX VALUE "00".
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-AHIST-STAT      PIC XX VALUE "00".
       01  WS-INTV-STAT       PIC XX VALUE "00".

       01  WS-JOB-TITLE       PIC X(60).
       01  WS-JOB-COMPANY     PIC X(60).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-JOB-POSTER      PIC X(30).
       01  WS-JOB-DATE        PIC X(8).
       01  WS-JOB-REQNO       PIC X(7).
       01  WS-JOB-LOCATION    PIC X(40).
       01  WS-JOB-MODE        PIC X(6).
       01  WS-JOB-PAY         PIC X(20).
       01  WS-JOB-TYPE        PIC X(10).
       01  WS-JOB-CLOSED      PIC X(8).

       01  WS-APPL-TITLE      PIC X(60).
       01  WS-APPL-COMPANY    PIC X(60).
       01  WS-APPL-USER       PIC X(30).
       01  WS-APPL-DATE       PIC X(8).
       01  WS-APPL-STATUS     PIC X(10).
       01  WS-APPL-POSTER     PIC X(30).
       01  WS-APPL-REQNO      PIC X(7).

       01  WS-AH-TITLE        PIC X(60).
       01  WS-AH-COMPANY      PIC X(60).
       01  WS-AH-USER         PIC X(30).
       01  WS-AH-STATUS       PIC X(10).
       01  WS-AH-ACTOR        PIC X(30).
       01  WS-AH-STAMP        PIC X(17).
       01  WS-AH-REQNO        PIC X(7).

       01  WS-INTV-TITLE      PIC X(60).
       01  WS-INTV-COMPANY    PIC X(60).
       01  WS-INTV-USER       PIC X(30).
       01  WS-INTV-DATE       PIC X(8).
       01  WS-INTV-TIME       PIC X(5).
       01  WS-INTV-STATUS     PIC X(10).
       01  WS-INTV-POSTER     PIC X(30).
       01  WS-INTV-REQNO      PIC X(7).

      *> Every posting on file, live and closed, with its funnel
      *> counts, keyed by requisition number. Live postings load
      *> first so that a row still lacking a number, matched on
      *> title and company, is credited to the current posting.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY    OCCURS 500 TIMES.
               10  WS-PT-TITLE    PIC X(60).
               10  WS-PT-COMPANY  PIC X(60).
               10  WS-PT-POSTER   PIC X(30).
               10  WS-PT-DATE     PIC X(8).
               10  WS-PT-REQNO    PIC X(7).
               10  WS-PT-STATE    PIC X(6).
               10  WS-PT-APPLIED  PIC 9(4).
               10  WS-PT-REVIEWED PIC 9(4).
               10  WS-PT-IOFFER   PIC 9(4).
               10  WS-PT-IACCEPT  PIC 9(4).
               10  WS-PT-ACCEPTED PIC 9(4).
               10  WS-PT-DECLINED PIC 9(4).
               10  WS-PT-WITHDRAWN PIC 9(4).
       01  WS-PT-COUNT        PIC 9(4) VALUE 0.
       01  WS-PT-IDX          PIC 9(4) COMP.
       01  WS-PT-PICK         PIC 9(4) COMP.
       01  WS-PT-SKIPPED      PIC 9(6) VALUE 0.

      *> One entry per application row, carrying the first review
      *> and first decision dates picked up from applhistory.csv -
      *> the raw material for the medians.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY    OCCURS 2000 TIMES.
               10  WS-AP-POSTING  PIC 9(4).
               10  WS-AP-USER     PIC X(30).
               10  WS-AP-REVIEWED PIC X.
               10  WS-AP-REVIEW-DATE PIC X(8).
               10  WS-AP-DECIDE-DATE PIC X(8).
       01  WS-AP-COUNT        PIC 9(4) VALUE 0.
       01  WS-AP-IDX          PIC 9(4) COMP.
       01  WS-AP-PICK         PIC 9(4) COMP.
       01  WS-AP-UNMATCHED    PIC 9(6) VALUE 0.

       01  WS-EM-TABLE.
           05  WS-EM-ENTRY    OCCURS 200 TIMES.
               10  WS-EM-NAME     PIC X(30).
               10  WS-EM-POSTINGS PIC 9(4).
               10  WS-EM-APPLIED  PIC 9(4).
               10  WS-EM-REVIEWED PIC 9(4).
               10  WS-EM-IOFFER   PIC 9(4).
               10  WS-EM-IACCEPT  PIC 9(4).
               10  WS-EM-ACCEPTED PIC 9(4).
               10  WS-EM-DECLINED PIC 9(4).
               10  WS-EM-WITHDRAWN PIC 9(4).
               10  WS-EM-UNREVIEWED PIC 9(4).
       01  WS-EM-COUNT        PIC 9(4) VALUE 0.
       01  WS-EM-IDX          PIC 9(4) COMP.
       01  WS-EM-PICK         PIC 9(4) COMP.
       01  WS-EM-FOUND        PIC X VALUE "N".

      *> Median work area: the samples for one posting or one
      *> employer, sorted in place.
       01  WS-MED-TABLE.
           05  WS-MED-VAL     OCCURS 2000 TIMES PIC 9(5).
       01  WS-MED-CNT         PIC 9(4) VALUE 0.
       01  WS-MED-KIND        PIC X.
       01  WS-MED-SCOPE       PIC X.
       01  WS-MED-RESULT      PIC 9(5) VALUE 0.
       01  WS-MED-TEXT        PIC X(6).
       01  WS-MED-REVIEW-TEXT PIC X(6).
       01  WS-MED-DECIDE-TEXT PIC X(6).
       01  WS-SORT-I          PIC 9(4) COMP.
       01  WS-SORT-J          PIC 9(4) COMP.
       01  WS-SORT-KEY        PIC 9(5).
       01  WS-DAYS            PIC S9(7) VALUE 0.
       01  WS-SAMPLE-DATE     PIC X(8).

       01  WS-NEVER-COUNT     PIC 9(4) VALUE 0.
       01  WS-FOUND           PIC X VALUE "N".
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.
       01  WS-DISP-1          PIC ZZZ9.
       01  WS-DISP-2          PIC ZZZ9.
       01  WS-DISP-3          PIC ZZZ9.
       01  WS-DISP-4          PIC ZZZ9.
       01  WS-MED-DISP        PIC ZZZZ9.

      *> The employer-side companion to PLACEMENT-REPORT: every
      *> posting on file, live or closed, with its applicants at
      *> each stage - applied, reviewed, interview offered and
      *> accepted, accepted, declined, withdrawn - and the median
      *> days from the posting date to each applicant's first
      *> review and to the final decision, then the same rolled up
      *> per employer, then the postings nobody ever reviewed. The
      *> career office reads it to coach the slow employers.
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

           PERFORM 1000-LOAD-POSTINGS
           PERFORM 2000-LOAD-APPLICATIONS
           PERFORM 3000-SCAN-HISTORY
           PERFORM 4000-SCAN-INTERVIEWS
           PERFORM 5000-ROLL-UP-EMPLOYERS
           PERFORM 6000-WRITE-REPORT

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-POSTINGS.
           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO

               IF FUNCTION TRIM(WS-JOB-TITLE) NOT = SPACES
                   PERFORM 1100-ADD-POSTING
                   IF WS-PT-PICK > 0
                       MOVE "OPEN" TO WS-PT-STATE(WS-PT-PICK)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF

           OPEN INPUT JobsHistory
           IF WS-JHIST-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ JobsHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO WS-JOB-CLOSED
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING JHist-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
                   WS-JOB-CLOSED

               IF FUNCTION TRIM(WS-JOB-TITLE) NOT = SPACES
                   PERFORM 1100-ADD-POSTING
                   IF WS-PT-PICK > 0
                       MOVE "CLOSED" TO WS-PT-STATE(WS-PT-PICK)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JobsHistory
           END-IF
           .

      *> A full table leaves WS-PT-PICK at zero and counts the row,
      *> so the report can say it is short rather than overwrite.
       1100-ADD-POSTING.
           MOVE 0 TO WS-PT-PICK
           IF WS-PT-COUNT >= 500
               ADD 1 TO WS-PT-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-COUNT
           MOVE WS-PT-COUNT TO WS-PT-PICK
           MOVE WS-JOB-TITLE TO WS-PT-TITLE(WS-PT-PICK)
           MOVE WS-JOB-COMPANY TO WS-PT-COMPANY(WS-PT-PICK)
           MOVE WS-JOB-POSTER TO WS-PT-POSTER(WS-PT-PICK)
           MOVE WS-JOB-DATE TO WS-PT-DATE(WS-PT-PICK)
           MOVE WS-JOB-REQNO TO WS-PT-REQNO(WS-PT-PICK)
           MOVE 0 TO WS-PT-APPLIED(WS-PT-PICK)
           MOVE 0 TO WS-PT-REVIEWED(WS-PT-PICK)
           MOVE 0 TO WS-PT-IOFFER(WS-PT-PICK)
           MOVE 0 TO WS-PT-IACCEPT(WS-PT-PICK)
           MOVE 0 TO WS-PT-ACCEPTED(WS-PT-PICK)
           MOVE 0 TO WS-PT-DECLINED(WS-PT-PICK)
           MOVE 0 TO WS-PT-WITHDRAWN(WS-PT-PICK)
           .

      *> The requisition number ties a row to its posting. A row
      *> not yet numbered falls back to title plus company, and the
      *> first (live) match wins.
       1200-FIND-POSTING.
           MOVE 0 TO WS-PT-PICK
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-APPL-REQNO NOT = SPACES
                   IF WS-PT-REQNO(WS-PT-IDX) = WS-APPL-REQNO
                       MOVE WS-PT-IDX TO WS-PT-PICK
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF FUNCTION TRIM(WS-PT-TITLE(WS-PT-IDX)) =
                           FUNCTION TRIM(WS-APPL-TITLE)
                       AND FUNCTION TRIM(WS-PT-COMPANY(WS-PT-IDX)) =
                           FUNCTION TRIM(WS-APPL-COMPANY)
                       MOVE WS-PT-IDX TO WS-PT-PICK
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The current status row places each applicant in the
      *> terminal buckets; whether they were ever reviewed is
      *> settled once applhistory.csv has been walked as well,
      *> since a withdrawn applicant may have been reviewed first.
       2000-LOAD-APPLICATIONS.
           MOVE 0 TO WS-AP-COUNT
           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO

               PERFORM 1200-FIND-POSTING
               IF WS-PT-PICK = 0 OR WS-AP-COUNT >= 2000
                   ADD 1 TO WS-AP-UNMATCHED
               ELSE
                   PERFORM 2100-TALLY-ONE-APPLICATION
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF
           .

       2100-TALLY-ONE-APPLICATION.
           ADD 1 TO WS-AP-COUNT
           MOVE WS-PT-PICK TO WS-AP-POSTING(WS-AP-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER))
             TO WS-AP-USER(WS-AP-COUNT)
           MOVE "N" TO WS-AP-REVIEWED(WS-AP-COUNT)
           MOVE SPACES TO WS-AP-REVIEW-DATE(WS-AP-COUNT)
           MOVE SPACES TO WS-AP-DECIDE-DATE(WS-AP-COUNT)

           ADD 1 TO WS-PT-APPLIED(WS-PT-PICK)

      *> REJECTED from older or merged data is the same refusal
      *> as DECLINED, as in PLACEMENT-REPORT. A formal job offer
      *> is the employer accepting, whatever the student answers.
           EVALUATE FUNCTION TRIM(WS-APPL-STATUS)
               WHEN "REVIEWED"
                   MOVE "Y" TO WS-AP-REVIEWED(WS-AP-COUNT)
               WHEN "ACCEPTED"
               WHEN "OFFERED"
               WHEN "HIRED"
               WHEN "REFUSED"
               WHEN "LAPSED"
                   MOVE "Y" TO WS-AP-REVIEWED(WS-AP-COUNT)
                   ADD 1 TO WS-PT-ACCEPTED(WS-PT-PICK)
               WHEN "DECLINED"
                   MOVE "Y" TO WS-AP-REVIEWED(WS-AP-COUNT)
                   ADD 1 TO WS-PT-DECLINED(WS-PT-PICK)
               WHEN "REJECTED"
                   MOVE "Y" TO WS-AP-REVIEWED(WS-AP-COUNT)
                   ADD 1 TO WS-PT-DECLINED(WS-PT-PICK)
               WHEN "WITHDRAWN"
                   ADD 1 TO WS-PT-WITHDRAWN(WS-PT-PICK)
           END-EVALUATE
           .

      *> applhistory.csv is append-only and in time order, so the
      *> first employer action on an application is its first
      *> review and the first ACCEPTED, OFFERED or DECLINED its
      *> decision.
       3000-SCAN-HISTORY.
           OPEN INPUT ApplHistory
           IF WS-AHIST-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ ApplHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-AH-TITLE WS-AH-COMPANY WS-AH-USER
                   WS-AH-STATUS WS-AH-ACTOR WS-AH-STAMP WS-AH-REQNO
               UNSTRING AHist-Rec DELIMITED BY "|"
                   INTO WS-AH-TITLE WS-AH-COMPANY WS-AH-USER
                   WS-AH-STATUS WS-AH-ACTOR WS-AH-STAMP WS-AH-REQNO

               IF FUNCTION TRIM(WS-AH-STATUS) = "REVIEWED"
                   OR FUNCTION TRIM(WS-AH-STATUS) = "ACCEPTED"
                   OR FUNCTION TRIM(WS-AH-STATUS) = "OFFERED"
                   OR FUNCTION TRIM(WS-AH-STATUS) = "DECLINED"
                   OR FUNCTION TRIM(WS-AH-STATUS) = "REJECTED"
                   PERFORM 3100-APPLY-HISTORY-ROW
               END-IF
           END-PERFORM
           CLOSE ApplHistory
           END-IF

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
             UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-REVIEWED(WS-AP-IDX) = "Y"
                   ADD 1 TO WS-PT-REVIEWED(WS-AP-POSTING(WS-AP-IDX))
               END-IF
           END-PERFORM
           .

       3100-APPLY-HISTORY-ROW.
           MOVE WS-AH-TITLE TO WS-APPL-TITLE
           MOVE WS-AH-COMPANY TO WS-APPL-COMPANY
           MOVE WS-AH-REQNO TO WS-APPL-REQNO
           PERFORM 1200-FIND-POSTING
           IF WS-PT-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AP-PICK
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
             UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-POSTING(WS-AP-IDX) = WS-PT-PICK
                   AND WS-AP-USER(WS-AP-IDX) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AH-USER))
                   MOVE WS-AP-IDX TO WS-AP-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AP-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-AP-REVIEWED(WS-AP-PICK)
           IF WS-AP-REVIEW-DATE(WS-AP-PICK) = SPACES
               MOVE WS-AH-STAMP(1:8) TO WS-AP-REVIEW-DATE(WS-AP-PICK)
           END-IF
           IF FUNCTION TRIM(WS-AH-STATUS) NOT = "REVIEWED"
               AND WS-AP-DECIDE-DATE(WS-AP-PICK) = SPACES
               MOVE WS-AH-STAMP(1:8) TO WS-AP-DECIDE-DATE(WS-AP-PICK)
           END-IF
           .

      *> Any interview row is an offer made; ACCEPTED is one the
      *> student took up.
       4000-SCAN-INTERVIEWS.
           OPEN INPUT Interviews
           IF WS-INTV-STAT = "00"
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

               MOVE WS-INTV-TITLE TO WS-APPL-TITLE
               MOVE WS-INTV-COMPANY TO WS-APPL-COMPANY
               MOVE WS-INTV-REQNO TO WS-APPL-REQNO
               PERFORM 1200-FIND-POSTING
               IF WS-PT-PICK > 0
                   ADD 1 TO WS-PT-IOFFER(WS-PT-PICK)
                   IF FUNCTION TRIM(WS-INTV-STATUS) = "ACCEPTED"
                       ADD 1 TO WS-PT-IACCEPT(WS-PT-PICK)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Interviews
           END-IF
           .

       5000-ROLL-UP-EMPLOYERS.
           MOVE 0 TO WS-EM-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM 5100-FIND-EMPLOYER
               IF WS-EM-PICK > 0
                   ADD 1 TO WS-EM-POSTINGS(WS-EM-PICK)
                   ADD WS-PT-APPLIED(WS-PT-IDX)
                     TO WS-EM-APPLIED(WS-EM-PICK)
                   ADD WS-PT-REVIEWED(WS-PT-IDX)
                     TO WS-EM-REVIEWED(WS-EM-PICK)
                   ADD WS-PT-IOFFER(WS-PT-IDX)
                     TO WS-EM-IOFFER(WS-EM-PICK)
                   ADD WS-PT-IACCEPT(WS-PT-IDX)
                     TO WS-EM-IACCEPT(WS-EM-PICK)
                   ADD WS-PT-ACCEPTED(WS-PT-IDX)
                     TO WS-EM-ACCEPTED(WS-EM-PICK)
                   ADD WS-PT-DECLINED(WS-PT-IDX)
                     TO WS-EM-DECLINED(WS-EM-PICK)
                   ADD WS-PT-WITHDRAWN(WS-PT-IDX)
                     TO WS-EM-WITHDRAWN(WS-EM-PICK)
                   IF WS-PT-REVIEWED(WS-PT-IDX) = 0
                       ADD 1 TO WS-EM-UNREVIEWED(WS-EM-PICK)
                   END-IF
               END-IF
           END-PERFORM
           .

       5100-FIND-EMPLOYER.
           MOVE 0 TO WS-EM-PICK
           MOVE "N" TO WS-EM-FOUND
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-COUNT
               OR WS-EM-FOUND = "Y"
               IF WS-EM-NAME(WS-EM-IDX) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PT-POSTER(WS-PT-IDX)))
                   MOVE "Y" TO WS-EM-FOUND
                   MOVE WS-EM-IDX TO WS-EM-PICK
               END-IF
           END-PERFORM

           IF WS-EM-FOUND = "N" AND WS-EM-COUNT < 200
               ADD 1 TO WS-EM-COUNT
               MOVE WS-EM-COUNT TO WS-EM-PICK
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-PT-POSTER(WS-PT-IDX)))
                 TO WS-EM-NAME(WS-EM-PICK)
               MOVE 0 TO WS-EM-POSTINGS(WS-EM-PICK)
               MOVE 0 TO WS-EM-APPLIED(WS-EM-PICK)
               MOVE 0 TO WS-EM-REVIEWED(WS-EM-PICK)
               MOVE 0 TO WS-EM-IOFFER(WS-EM-PICK)
               MOVE 0 TO WS-EM-IACCEPT(WS-EM-PICK)
               MOVE 0 TO WS-EM-ACCEPTED(WS-EM-PICK)
               MOVE 0 TO WS-EM-DECLINED(WS-EM-PICK)
               MOVE 0 TO WS-EM-WITHDRAWN(WS-EM-PICK)
               MOVE 0 TO WS-EM-UNREVIEWED(WS-EM-PICK)
           END-IF
           .

       6000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Hiring Funnel and Time-to-Fill Report - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "BY POSTING" TO Report-Rec
           WRITE Report-Rec

           IF WS-PT-COUNT = 0
               MOVE "  No postings on file." TO Report-Rec
               WRITE Report-Rec
           END-IF

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM 6100-WRITE-ONE-POSTING
           END-PERFORM

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "BY EMPLOYER" TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-COUNT
               PERFORM 6200-WRITE-ONE-EMPLOYER
           END-PERFORM

           PERFORM 6300-WRITE-NEVER-REVIEWED

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-PT-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Postings on file        : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-AP-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Applications counted    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-AP-UNMATCHED > 0
               MOVE WS-AP-UNMATCHED TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "Applications with no posting (not shown) : "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           IF WS-PT-SKIPPED > 0
               MOVE WS-PT-SKIPPED TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "Postings beyond capacity (not shown) : "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           CLOSE ReportOut
           .

       6100-WRITE-ONE-POSTING.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-PT-TITLE(WS-PT-IDX))
                  " at "
                  FUNCTION TRIM(WS-PT-COMPANY(WS-PT-IDX))
                  " - req "
                  WS-PT-REQNO(WS-PT-IDX)
                  " "
                  FUNCTION TRIM(WS-PT-STATE(WS-PT-IDX))
                  ", posted "
                  WS-PT-DATE(WS-PT-IDX)
                  " by "
                  FUNCTION TRIM(WS-PT-POSTER(WS-PT-IDX))
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-PT-APPLIED(WS-PT-IDX) TO WS-DISP-1
           MOVE WS-PT-REVIEWED(WS-PT-IDX) TO WS-DISP-2
           MOVE WS-PT-IOFFER(WS-PT-IDX) TO WS-DISP-3
           MOVE WS-PT-IACCEPT(WS-PT-IDX) TO WS-DISP-4
           MOVE SPACES TO WS-OUT
           STRING "  Applied " WS-DISP-1
                  "  Reviewed " WS-DISP-2
                  "  Interview offered " WS-DISP-3
                  "  Interview accepted " WS-DISP-4
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-PT-ACCEPTED(WS-PT-IDX) TO WS-DISP-1
           MOVE WS-PT-DECLINED(WS-PT-IDX) TO WS-DISP-2
           MOVE WS-PT-WITHDRAWN(WS-PT-IDX) TO WS-DISP-3
           MOVE SPACES TO WS-OUT
           STRING "  Accepted " WS-DISP-1
                  "  Declined " WS-DISP-2
                  "  Withdrawn " WS-DISP-3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE "P" TO WS-MED-SCOPE
           MOVE "R" TO WS-MED-KIND
           PERFORM 7000-MEDIAN-DAYS
           MOVE WS-MED-TEXT TO WS-MED-REVIEW-TEXT
           MOVE "D" TO WS-MED-KIND
           PERFORM 7000-MEDIAN-DAYS
           MOVE WS-MED-TEXT TO WS-MED-DECIDE-TEXT
           MOVE SPACES TO WS-OUT
           STRING "  Median days to first review: "
                  FUNCTION TRIM(WS-MED-REVIEW-TEXT)
                  "  to final decision: "
                  FUNCTION TRIM(WS-MED-DECIDE-TEXT)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       6200-WRITE-ONE-EMPLOYER.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE WS-EM-POSTINGS(WS-EM-IDX) TO WS-DISP-1
           MOVE WS-EM-UNREVIEWED(WS-EM-IDX) TO WS-DISP-2
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-EM-NAME(WS-EM-IDX))
                  " - postings " WS-DISP-1
                  ", never reviewed " WS-DISP-2
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-EM-APPLIED(WS-EM-IDX) TO WS-DISP-1
           MOVE WS-EM-REVIEWED(WS-EM-IDX) TO WS-DISP-2
           MOVE WS-EM-IOFFER(WS-EM-IDX) TO WS-DISP-3
           MOVE WS-EM-IACCEPT(WS-EM-IDX) TO WS-DISP-4
           MOVE SPACES TO WS-OUT
           STRING "  Applied " WS-DISP-1
                  "  Reviewed " WS-DISP-2
                  "  Interview offered " WS-DISP-3
                  "  Interview accepted " WS-DISP-4
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-EM-ACCEPTED(WS-EM-IDX) TO WS-DISP-1
           MOVE WS-EM-DECLINED(WS-EM-IDX) TO WS-DISP-2
           MOVE WS-EM-WITHDRAWN(WS-EM-IDX) TO WS-DISP-3
           MOVE SPACES TO WS-OUT
           STRING "  Accepted " WS-DISP-1
                  "  Declined " WS-DISP-2
                  "  Withdrawn " WS-DISP-3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE "E" TO WS-MED-SCOPE
           MOVE "R" TO WS-MED-KIND
           PERFORM 7000-MEDIAN-DAYS
           MOVE WS-MED-TEXT TO WS-MED-REVIEW-TEXT
           MOVE "D" TO WS-MED-KIND
           PERFORM 7000-MEDIAN-DAYS
           MOVE WS-MED-TEXT TO WS-MED-DECIDE-TEXT
           MOVE SPACES TO WS-OUT
           STRING "  Median days to first review: "
                  FUNCTION TRIM(WS-MED-REVIEW-TEXT)
                  "  to final decision: "
                  FUNCTION TRIM(WS-MED-DECIDE-TEXT)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> Postings that never had a single applicant reviewed,
      *> whether or not anyone applied.
       6300-WRITE-NEVER-REVIEWED.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "POSTINGS NEVER REVIEWED" TO Report-Rec
           WRITE Report-Rec

           MOVE 0 TO WS-NEVER-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-REVIEWED(WS-PT-IDX) = 0
                   ADD 1 TO WS-NEVER-COUNT
                   MOVE WS-PT-APPLIED(WS-PT-IDX) TO WS-DISP-1
                   MOVE SPACES TO WS-OUT
                   STRING "  "
                          FUNCTION TRIM(WS-PT-TITLE(WS-PT-IDX))
                          " at "
                          FUNCTION TRIM(WS-PT-COMPANY(WS-PT-IDX))
                          " ("
                          FUNCTION TRIM(WS-PT-POSTER(WS-PT-IDX))
                          ", posted "
                          WS-PT-DATE(WS-PT-IDX)
                          ") applicants " WS-DISP-1
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF
           END-PERFORM

           IF WS-NEVER-COUNT = 0
               MOVE "  None." TO Report-Rec
               WRITE Report-Rec
           END-IF
           .

      *> Median of the day counts from posting date to first review
      *> (kind R) or to decision (kind D), over the applications of
      *> the posting at WS-PT-IDX (scope P) or of every posting by
      *> the employer at WS-EM-IDX (scope E). An even count takes
      *> the lower-rounded mean of the middle pair.
       7000-MEDIAN-DAYS.
           MOVE 0 TO WS-MED-CNT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
             UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE "N" TO WS-FOUND
               IF WS-MED-SCOPE = "P"
                   IF WS-AP-POSTING(WS-AP-IDX) = WS-PT-IDX
                       MOVE "Y" TO WS-FOUND
                   END-IF
               ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-PT-POSTER(WS-AP-POSTING(WS-AP-IDX)))) =
                       WS-EM-NAME(WS-EM-IDX)
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND = "Y"
                   PERFORM 7100-ADD-SAMPLE
               END-IF
           END-PERFORM

           IF WS-MED-CNT = 0
               MOVE "n/a" TO WS-MED-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SORT-I FROM 2 BY 1
             UNTIL WS-SORT-I > WS-MED-CNT
               MOVE WS-MED-VAL(WS-SORT-I) TO WS-SORT-KEY
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                   IF WS-MED-VAL(WS-SORT-J - 1) <= WS-SORT-KEY
                       EXIT PERFORM
                   END-IF
                   MOVE WS-MED-VAL(WS-SORT-J - 1)
                     TO WS-MED-VAL(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SORT-KEY TO WS-MED-VAL(WS-SORT-J)
           END-PERFORM

           IF FUNCTION MOD(WS-MED-CNT, 2) = 1
               MOVE WS-MED-VAL((WS-MED-CNT + 1) / 2) TO WS-MED-RESULT
           ELSE
               COMPUTE WS-MED-RESULT =
                   (WS-MED-VAL(WS-MED-CNT / 2)
                    + WS-MED-VAL(WS-MED-CNT / 2 + 1)) / 2
           END-IF
           MOVE WS-MED-RESULT TO WS-MED-DISP
           MOVE WS-MED-DISP TO WS-MED-TEXT
           .

      *> A sample needs readable dates on both ends; a review dated
      *> before the posting (a repost) counts as same-day.
       7100-ADD-SAMPLE.
           IF WS-MED-KIND = "R"
               MOVE WS-AP-REVIEW-DATE(WS-AP-IDX) TO WS-SAMPLE-DATE
           ELSE
               MOVE WS-AP-DECIDE-DATE(WS-AP-IDX) TO WS-SAMPLE-DATE
           END-IF

           IF WS-SAMPLE-DATE IS NOT NUMERIC
               OR WS-PT-DATE(WS-AP-POSTING(WS-AP-IDX)) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SAMPLE-DATE))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(
                       WS-PT-DATE(WS-AP-POSTING(WS-AP-IDX))))
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF

           ADD 1 TO WS-MED-CNT
           MOVE WS-DAYS TO WS-MED-VAL(WS-MED-CNT)
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-JOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV
           MOVE SPACES TO WS-P-JOBS-HISTORY-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs_history.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-HISTORY-CSV
           MOVE SPACES TO WS-P-APPLICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applications.csv"
               DELIMITED BY SIZE INTO WS-P-APPLICATIONS-CSV
           MOVE SPACES TO WS-P-APPLHISTORY-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applhistory.csv"
               DELIMITED BY SIZE INTO WS-P-APPLHISTORY-CSV
           MOVE SPACES TO WS-P-INTERVIEWS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/interviews.csv"
               DELIMITED BY SIZE INTO WS-P-INTERVIEWS-CSV
           MOVE SPACES TO WS-P-HIRING-FUNNEL-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/hiring_funnel.txt"
               DELIMITED BY SIZE INTO WS-P-HIRING-FUNNEL-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM HIRING-FUNNEL.
