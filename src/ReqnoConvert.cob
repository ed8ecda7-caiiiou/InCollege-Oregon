       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNO-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConvIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT ConvOut ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-REQNO-CONVERT-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ConvIn.
       01  In-Rec             PIC X(359).

       FD  ConvOut.
       01  Out-Rec            PIC X(359).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-REQNO-CONVERT-TXT PIC X(120).

       01  WS-IN-NAME         PIC X(120).
       01  WS-OUT-NAME        PIC X(120).
       01  WS-IN-STAT         PIC XX VALUE "00".
       01  WS-CMD             PIC X(260).
       01  WS-OUT             PIC X(359).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> The file in hand and where its requisition number belongs:
      *> J live postings, C closed postings, A applications,
      *> H application history, I interviews, Q screening
      *> questions, S screening answers.
       01  WS-CV-FILE         PIC X(30).
       01  WS-CV-KIND         PIC X.
       01  WS-CV-POS          PIC 9(2) COMP.

      *> One row split on the pipe. Eight fields covers the widest
      *> layout (interviews plus its number).
       01  WS-FIELDS.
           05  WS-F           PIC X(100) OCCURS 8 TIMES.
       01  WS-PIPE-COUNT      PIC 9(4) COMP.
       01  WS-REC-LEN         PIC 9(4) COMP.
       01  WS-ROW-DATE        PIC X(8).
       01  WS-ROW-POSTER      PIC X(30).
       01  WS-ROW-USER        PIC X(30).
       01  WS-ROW-TITLE       PIC X(60).
       01  WS-ROW-COMPANY     PIC X(60).
       01  WS-CLOSED-DATE     PIC X(10).
       01  WS-NEW-REQNO       PIC 9(7) VALUE 0.
       01  WS-HIT-REQNO       PIC X(7).

      *> Every posting, closed and live, once numbered. Closed
      *> postings are numbered first so the live ones carry the
      *> higher, later numbers.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY    OCCURS 2000 TIMES.
               10  WS-PT-TITLE    PIC X(60).
               10  WS-PT-COMPANY  PIC X(60).
               10  WS-PT-POSTER   PIC X(30).
               10  WS-PT-DATE     PIC X(8).
               10  WS-PT-REQNO    PIC X(7).
       01  WS-PT-COUNT        PIC 9(4) VALUE 0.
       01  WS-PT-IDX          PIC 9(4) COMP.
       01  WS-PT-BEST         PIC 9(4) COMP.
       01  WS-PT-BEST-DATE    PIC X(8).
       01  WS-PT-BEST-FIT     PIC X.
       01  WS-PT-FIT          PIC X.

      *> Every application once numbered: history, interview and
      *> screening-answer rows take the number of the applicant's
      *> own application before falling back to the posting match.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY    OCCURS 3000 TIMES.
               10  WS-AP-TITLE    PIC X(60).
               10  WS-AP-COMPANY  PIC X(60).
               10  WS-AP-USER     PIC X(30).
               10  WS-AP-REQNO    PIC X(7).
       01  WS-AP-COUNT        PIC 9(4) VALUE 0.
       01  WS-AP-IDX          PIC 9(4) COMP.

       01  WS-NUMBERED        PIC 9(6) VALUE 0.
       01  WS-ALREADY         PIC 9(6) VALUE 0.
       01  WS-UNMATCHED       PIC 9(6) VALUE 0.
       01  WS-TOT-UNMATCHED   PIC 9(6) VALUE 0.
       01  WS-DISP-1          PIC ZZZZZ9.
       01  WS-DISP-2          PIC ZZZZZ9.
       01  WS-DISP-3          PIC ZZZZZ9.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One-time conversion to requisition numbers. Every posting
      *> in jobs_history.csv and jobs.csv without a number draws one
      *> from REQNO-NEXT; then each row of applications, applhistory,
      *> interviews, screenq and screenans without a number is tied
      *> to its posting by title and company (and poster, where the
      *> row carries one), preferring the latest posting on or before
      *> the row's own date. Rows that match nothing are left as they
      *> are and listed in reqno_convert.txt for staff to resolve.
      *> Rows already numbered are passed through, so a second run
      *> changes nothing.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - requisition conversion not run."
               GOBACK
           END-IF

           CALL "DB-BACKUP"

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-OUT
           STRING "Requisition number conversion - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE 0 TO WS-PT-COUNT WS-AP-COUNT WS-TOT-UNMATCHED

           MOVE "jobs_history.csv" TO WS-CV-FILE
           MOVE "C" TO WS-CV-KIND
           MOVE 6 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "jobs.csv" TO WS-CV-FILE
           MOVE "J" TO WS-CV-KIND
           MOVE 6 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "applications.csv" TO WS-CV-FILE
           MOVE "A" TO WS-CV-KIND
           MOVE 7 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "applhistory.csv" TO WS-CV-FILE
           MOVE "H" TO WS-CV-KIND
           MOVE 7 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "interviews.csv" TO WS-CV-FILE
           MOVE "I" TO WS-CV-KIND
           MOVE 8 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "screenq.csv" TO WS-CV-FILE
           MOVE "Q" TO WS-CV-KIND
           MOVE 5 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "screenans.csv" TO WS-CV-FILE
           MOVE "S" TO WS-CV-KIND
           MOVE 6 TO WS-CV-POS
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-UNMATCHED TO WS-DISP-1
           MOVE SPACES TO WS-OUT
           STRING "Rows left unmatched : " WS-DISP-1
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           CLOSE ReportOut

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-CONVERT-ONE-FILE.
           MOVE 0 TO WS-NUMBERED WS-ALREADY WS-UNMATCHED
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE SPACES TO WS-IN-NAME WS-OUT-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-CV-FILE)
               DELIMITED BY SIZE INTO WS-IN-NAME
           STRING FUNCTION TRIM(WS-IN-NAME) ".new"
               DELIMITED BY SIZE INTO WS-OUT-NAME

           OPEN INPUT ConvIn
           IF WS-IN-STAT NOT = "00"
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-CV-FILE)
                      " : not present - skipped"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ConvOut

           PERFORM UNTIL 1 = 2
               READ ConvIn
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               PERFORM 1100-CONVERT-ONE-ROW
               WRITE Out-Rec
               ADD 1 TO WS-LDG-AFTER
           END-PERFORM

           CLOSE ConvIn
           CLOSE ConvOut

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-OUT-NAME)
                  " "
                  FUNCTION TRIM(WS-IN-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-CV-FILE TO WS-LDG-FILE
           MOVE "REQNO CONVERT" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-NUMBERED TO WS-DISP-1
           MOVE WS-ALREADY TO WS-DISP-2
           MOVE WS-UNMATCHED TO WS-DISP-3
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-CV-FILE)
                  " : numbered " WS-DISP-1
                  "  already numbered " WS-DISP-2
                  "  unmatched " WS-DISP-3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> Leaves the row to write in Out-Rec, numbered when it could
      *> be, otherwise exactly as read.
       1100-CONVERT-ONE-ROW.
           MOVE In-Rec TO Out-Rec

           MOVE SPACES TO WS-FIELDS
           UNSTRING In-Rec DELIMITED BY "|"
               INTO WS-F(1) WS-F(2) WS-F(3) WS-F(4)
                    WS-F(5) WS-F(6) WS-F(7) WS-F(8)
           MOVE 0 TO WS-PIPE-COUNT
           INSPECT In-Rec TALLYING WS-PIPE-COUNT FOR ALL "|"

           IF FUNCTION TRIM(In-Rec) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CV-KIND = "C" OR WS-CV-KIND = "J"
               PERFORM 1200-NUMBER-POSTING
               EXIT PARAGRAPH
           END-IF

           IF WS-F(WS-CV-POS) NOT = SPACES
               ADD 1 TO WS-ALREADY
               MOVE WS-F(WS-CV-POS) TO WS-HIT-REQNO
               PERFORM 1500-REMEMBER-APPLICATION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F(1) TO WS-ROW-TITLE
           MOVE WS-F(2) TO WS-ROW-COMPANY
           MOVE SPACES TO WS-ROW-DATE WS-ROW-POSTER WS-ROW-USER
           EVALUATE WS-CV-KIND
               WHEN "A"
                   MOVE WS-F(3) TO WS-ROW-USER
                   MOVE WS-F(4) TO WS-ROW-DATE
                   MOVE WS-F(6) TO WS-ROW-POSTER
               WHEN "H"
                   MOVE WS-F(3) TO WS-ROW-USER
                   MOVE WS-F(6)(1:8) TO WS-ROW-DATE
               WHEN "I"
                   MOVE WS-F(3) TO WS-ROW-USER
                   MOVE WS-F(4) TO WS-ROW-DATE
                   MOVE WS-F(7) TO WS-ROW-POSTER
               WHEN "S"
                   MOVE WS-F(3) TO WS-ROW-USER
           END-EVALUATE

           MOVE SPACES TO WS-HIT-REQNO
           IF WS-CV-KIND NOT = "A" AND WS-CV-KIND NOT = "Q"
               PERFORM 1600-FIND-APPLICATION
           END-IF
           IF WS-HIT-REQNO = SPACES
               PERFORM 1300-FIND-POSTING
           END-IF

      *> A row short of its fixed fields is not guessed at.
           IF WS-HIT-REQNO = SPACES
               OR WS-PIPE-COUNT < WS-CV-POS - 2
               OR WS-PIPE-COUNT > WS-CV-POS - 1
               ADD 1 TO WS-UNMATCHED
               ADD 1 TO WS-TOT-UNMATCHED
               MOVE SPACES TO WS-OUT
               STRING "  unmatched in "
                      FUNCTION TRIM(WS-CV-FILE)
                      ": "
                      FUNCTION TRIM(In-Rec)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           PERFORM 1400-APPEND-REQNO
           ADD 1 TO WS-NUMBERED
           PERFORM 1500-REMEMBER-APPLICATION
           .

      *> Postings always get a number. A closed row written before
      *> requisition numbers holds its close date (eight digits) in
      *> the sixth field; the number goes in ahead of it.
       1200-NUMBER-POSTING.
           MOVE SPACES TO WS-CLOSED-DATE
           IF WS-F(6)(1:7) IS NUMERIC AND WS-F(6)(8:93) = SPACES
               ADD 1 TO WS-ALREADY
               MOVE WS-F(6)(1:7) TO WS-HIT-REQNO
           ELSE
               IF WS-CV-KIND = "C"
                   MOVE WS-F(6) TO WS-CLOSED-DATE
               END-IF
               CALL "REQNO-NEXT" USING WS-NEW-REQNO
               MOVE WS-NEW-REQNO TO WS-HIT-REQNO
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-F(1))
                      "|"
                      FUNCTION TRIM(WS-F(2))
                      "|"
                      FUNCTION TRIM(WS-F(3))
                      "|"
                      FUNCTION TRIM(WS-F(4))
                      "|"
                      FUNCTION TRIM(WS-F(5))
                      "|"
                      WS-HIT-REQNO
                   DELIMITED BY SIZE INTO WS-OUT
               IF WS-CV-KIND = "C"
                   MOVE WS-OUT TO Out-Rec
                   MOVE SPACES TO WS-OUT
                   STRING FUNCTION TRIM(Out-Rec)
                          "|"
                          FUNCTION TRIM(WS-CLOSED-DATE)
                       DELIMITED BY SIZE INTO WS-OUT
               END-IF
               MOVE WS-OUT TO Out-Rec
               ADD 1 TO WS-NUMBERED
           END-IF

           IF WS-PT-COUNT < 2000
               ADD 1 TO WS-PT-COUNT
               MOVE WS-F(1) TO WS-PT-TITLE(WS-PT-COUNT)
               MOVE WS-F(2) TO WS-PT-COMPANY(WS-PT-COUNT)
               MOVE WS-F(4) TO WS-PT-POSTER(WS-PT-COUNT)
               MOVE WS-F(5) TO WS-PT-DATE(WS-PT-COUNT)
               MOVE WS-HIT-REQNO TO WS-PT-REQNO(WS-PT-COUNT)
           END-IF
           .

      *> Title and company must match, and the poster too when the
      *> row names one. Of the candidates, the latest posted on or
      *> before the row's date wins; failing that, the latest.
       1300-FIND-POSTING.
           MOVE 0 TO WS-PT-BEST
           MOVE SPACES TO WS-PT-BEST-DATE
           MOVE "N" TO WS-PT-BEST-FIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
               IF FUNCTION TRIM(WS-PT-TITLE(WS-PT-IDX)) =
                       FUNCTION TRIM(WS-ROW-TITLE)
                   AND FUNCTION TRIM(WS-PT-COMPANY(WS-PT-IDX)) =
                       FUNCTION TRIM(WS-ROW-COMPANY)
                   AND (WS-ROW-POSTER = SPACES
                     OR FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-PT-POSTER(WS-PT-IDX))) =
                        FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-ROW-POSTER)))
                   MOVE "N" TO WS-PT-FIT
                   IF WS-ROW-DATE IS NUMERIC
                       AND WS-PT-DATE(WS-PT-IDX) <= WS-ROW-DATE
                       MOVE "Y" TO WS-PT-FIT
                   END-IF
                   IF WS-PT-BEST = 0
                       OR (WS-PT-FIT = "Y" AND WS-PT-BEST-FIT = "N")
                       OR (WS-PT-FIT = WS-PT-BEST-FIT
                           AND WS-PT-DATE(WS-PT-IDX) >=
                               WS-PT-BEST-DATE)
                       MOVE WS-PT-IDX TO WS-PT-BEST
                       MOVE WS-PT-DATE(WS-PT-IDX) TO WS-PT-BEST-DATE
                       MOVE WS-PT-FIT TO WS-PT-BEST-FIT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PT-BEST > 0
               MOVE WS-PT-REQNO(WS-PT-BEST) TO WS-HIT-REQNO
           END-IF
           .

      *> A row that already ends in an empty trailing field (as
      *> ACCT-MERGE writes them) takes the number in that field
      *> rather than growing another.
       1400-APPEND-REQNO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(In-Rec TRAILING))
             TO WS-REC-LEN
           MOVE SPACES TO WS-OUT
           IF In-Rec(WS-REC-LEN:1) = "|"
               STRING In-Rec(1:WS-REC-LEN)
                      WS-HIT-REQNO
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING In-Rec(1:WS-REC-LEN)
                      "|"
                      WS-HIT-REQNO
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Out-Rec
           .

       1500-REMEMBER-APPLICATION.
           IF WS-CV-KIND = "A" AND WS-AP-COUNT < 3000
               ADD 1 TO WS-AP-COUNT
               MOVE WS-F(1) TO WS-AP-TITLE(WS-AP-COUNT)
               MOVE WS-F(2) TO WS-AP-COMPANY(WS-AP-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F(3)))
                 TO WS-AP-USER(WS-AP-COUNT)
               MOVE WS-HIT-REQNO TO WS-AP-REQNO(WS-AP-COUNT)
           END-IF
           .

      *> The latest application by this user to this title and
      *> company is the one the row belongs to.
       1600-FIND-APPLICATION.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
             UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-USER(WS-AP-IDX) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-USER))
                   AND FUNCTION TRIM(WS-AP-TITLE(WS-AP-IDX)) =
                       FUNCTION TRIM(WS-ROW-TITLE)
                   AND FUNCTION TRIM(WS-AP-COMPANY(WS-AP-IDX)) =
                       FUNCTION TRIM(WS-ROW-COMPANY)
                   MOVE WS-AP-REQNO(WS-AP-IDX) TO WS-HIT-REQNO
               END-IF
           END-PERFORM
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-REQNO-CONVERT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/reqno_convert.txt"
               DELIMITED BY SIZE INTO WS-P-REQNO-CONVERT-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REQNO-CONVERT.
