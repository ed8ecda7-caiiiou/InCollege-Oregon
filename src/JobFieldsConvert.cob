       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-FIELDS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConvIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT ConvOut ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-JOB-FIELDS-CONVERT-TXT
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
       01  WS-P-JOB-FIELDS-CONVERT-TXT PIC X(120).

       01  WS-IN-NAME         PIC X(120).
       01  WS-OUT-NAME        PIC X(120).
       01  WS-IN-STAT         PIC XX VALUE "00".
       01  WS-CMD             PIC X(260).
       01  WS-OUT             PIC X(359).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> The file in hand: J live postings, C closed postings (the
      *> close date rides after the posting's own fields), and the
      *> pipe count of a row still in the old layout.
       01  WS-CV-FILE         PIC X(30).
       01  WS-CV-KIND         PIC X.
       01  WS-CV-OLD-PIPES    PIC 9(2) COMP.

       01  WS-TITLE           PIC X(60).
       01  WS-COMPANY         PIC X(60).
       01  WS-DESC            PIC X(100).
       01  WS-POSTER          PIC X(30).
       01  WS-DATE            PIC X(8).
       01  WS-REQNO           PIC X(7).
       01  WS-PIPE-COUNT      PIC 9(4) COMP.
       01  WS-REC-LEN         PIC 9(4) COMP.
       01  WS-CUT             PIC 9(4) COMP.

      *> What the old free text gives away. Title and description
      *> are searched together; nothing is guessed beyond a plain
      *> word match, and location is never inferred.
       01  WS-HAY-UC          PIC X(170).
       01  WS-WORD            PIC X(12).
       01  WS-WORD-LEN        PIC 9(2) COMP.
       01  WS-HITS            PIC 9(4) COMP.
       01  WS-HAY-POS         PIC 9(4) COMP.
       01  WS-HAY-LAST        PIC 9(4) COMP.
       01  WS-WORD-BOUNDED    PIC X VALUE "N".
       01  WS-NEW-LOCATION    PIC X(40).
       01  WS-NEW-MODE        PIC X(6).
       01  WS-NEW-PAY         PIC X(20).
       01  WS-NEW-TYPE        PIC X(10).
       01  WS-MISSING         PIC X(60).

       01  WS-UPGRADED        PIC 9(6) VALUE 0.
       01  WS-ALREADY         PIC 9(6) VALUE 0.
       01  WS-SKIPPED         PIC 9(6) VALUE 0.
       01  WS-GOT-MODE        PIC 9(6) VALUE 0.
       01  WS-GOT-PAY         PIC 9(6) VALUE 0.
       01  WS-GOT-TYPE        PIC 9(6) VALUE 0.
       01  WS-TOT-SKIPPED     PIC 9(6) VALUE 0.
       01  WS-DISP-1          PIC ZZZZZ9.
       01  WS-DISP-2          PIC ZZZZZ9.
       01  WS-DISP-3          PIC ZZZZZ9.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One-time upgrade of jobs.csv and jobs_history.csv to the
      *> layout with location, work mode, pay range and employment
      *> type after the requisition number. Work mode, type and an
      *> unpaid posting are read from the title and description
      *> where they say so plainly; anything else is left blank,
      *> which the Browse Jobs screen shows as "Not stated", and is
      *> listed in job_fields_convert.txt so posters can be asked
      *> to fill it in from Manage My Postings. Rows already in the
      *> new layout pass through untouched, so a second run changes
      *> nothing. Rows still lacking a requisition number are left
      *> alone for REQNO-CONVERT.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - posting field conversion not run."
               GOBACK
           END-IF

           CALL "DB-BACKUP"

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-OUT
           STRING "Posting field conversion - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE 0 TO WS-TOT-SKIPPED

           MOVE "jobs_history.csv" TO WS-CV-FILE
           MOVE "C" TO WS-CV-KIND
           MOVE 6 TO WS-CV-OLD-PIPES
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE "jobs.csv" TO WS-CV-FILE
           MOVE "J" TO WS-CV-KIND
           MOVE 5 TO WS-CV-OLD-PIPES
           PERFORM 1000-CONVERT-ONE-FILE

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-SKIPPED TO WS-DISP-1
           MOVE SPACES TO WS-OUT
           STRING "Rows left in the old layout : " WS-DISP-1
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           CLOSE ReportOut

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-CONVERT-ONE-FILE.
           MOVE 0 TO WS-UPGRADED WS-ALREADY WS-SKIPPED
           MOVE 0 TO WS-GOT-MODE WS-GOT-PAY WS-GOT-TYPE
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
           MOVE "JOB FIELDS CONVERT" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-UPGRADED TO WS-DISP-1
           MOVE WS-ALREADY TO WS-DISP-2
           MOVE WS-SKIPPED TO WS-DISP-3
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-CV-FILE)
                  " : upgraded " WS-DISP-1
                  "  already converted " WS-DISP-2
                  "  left alone " WS-DISP-3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-GOT-MODE TO WS-DISP-1
           MOVE WS-GOT-TYPE TO WS-DISP-2
           MOVE WS-GOT-PAY TO WS-DISP-3
           MOVE SPACES TO WS-OUT
           STRING "    read from the text: work mode " WS-DISP-1
                  "  type " WS-DISP-2
                  "  unpaid " WS-DISP-3
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> Leaves the row to write in Out-Rec, upgraded when it is in
      *> the old layout, otherwise exactly as read.
       1100-CONVERT-ONE-ROW.
           MOVE In-Rec TO Out-Rec

           IF FUNCTION TRIM(In-Rec) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PIPE-COUNT
           INSPECT In-Rec TALLYING WS-PIPE-COUNT FOR ALL "|"

           IF WS-PIPE-COUNT > WS-CV-OLD-PIPES
               ADD 1 TO WS-ALREADY
               EXIT PARAGRAPH
           END-IF

           IF WS-PIPE-COUNT < WS-CV-OLD-PIPES
               ADD 1 TO WS-SKIPPED
               ADD 1 TO WS-TOT-SKIPPED
               MOVE SPACES TO WS-OUT
               STRING "  no requisition number in "
                      FUNCTION TRIM(WS-CV-FILE)
                      ": "
                      FUNCTION TRIM(In-Rec)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TITLE WS-COMPANY WS-DESC WS-POSTER
               WS-DATE WS-REQNO
           UNSTRING In-Rec DELIMITED BY "|"
               INTO WS-TITLE WS-COMPANY WS-DESC WS-POSTER
                    WS-DATE WS-REQNO

           PERFORM 1200-INFER-FIELDS
           PERFORM 1300-BUILD-ROW
           ADD 1 TO WS-UPGRADED

           MOVE SPACES TO WS-MISSING
           STRING "location"
               DELIMITED BY SIZE INTO WS-MISSING
           IF WS-NEW-MODE = SPACES
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-MISSING)
                      ", work mode"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO WS-MISSING
           END-IF
           IF WS-NEW-PAY = SPACES
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-MISSING)
                      ", pay"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO WS-MISSING
           END-IF
           IF WS-NEW-TYPE = SPACES
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-MISSING)
                      ", type"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO WS-MISSING
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "  req "
                  FUNCTION TRIM(WS-REQNO)
                  " "
                  FUNCTION TRIM(WS-TITLE)
                  " at "
                  FUNCTION TRIM(WS-COMPANY)
                  " - not stated: "
                  FUNCTION TRIM(WS-MISSING)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       1200-INFER-FIELDS.
           MOVE SPACES TO WS-NEW-LOCATION WS-NEW-MODE WS-NEW-PAY
               WS-NEW-TYPE
           MOVE SPACES TO WS-HAY-UC
           STRING FUNCTION TRIM(WS-TITLE)
                  " "
                  FUNCTION TRIM(WS-DESC)
               DELIMITED BY SIZE INTO WS-HAY-UC
           MOVE FUNCTION UPPER-CASE(WS-HAY-UC) TO WS-HAY-UC

      *> Hybrid is checked before remote: "hybrid, two days remote"
      *> is a hybrid job.
           MOVE "HYBRID" TO WS-WORD
           PERFORM 1250-COUNT-WORD
           IF WS-HITS > 0
               MOVE "HYBRID" TO WS-NEW-MODE
           END-IF
           IF WS-NEW-MODE = SPACES
               MOVE "REMOTE" TO WS-WORD
               PERFORM 1250-COUNT-WORD
               IF WS-HITS > 0
                   MOVE "REMOTE" TO WS-NEW-MODE
               END-IF
           END-IF
           IF WS-NEW-MODE = SPACES
               MOVE "ON-SITE" TO WS-WORD
               PERFORM 1250-COUNT-WORD
               IF WS-HITS = 0
                   MOVE "ONSITE" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS = 0
                   MOVE "ON SITE" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS = 0
                   MOVE "IN-PERSON" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS = 0
                   MOVE "IN PERSON" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS > 0
                   MOVE "ONSITE" TO WS-NEW-MODE
               END-IF
           END-IF
           IF WS-NEW-MODE NOT = SPACES
               ADD 1 TO WS-GOT-MODE
           END-IF

      *> "Intern" has to stand as a word of its own - international,
      *> internal and internet postings are not internships.
           MOVE "INTERNSHIP" TO WS-WORD
           PERFORM 1250-COUNT-WORD
           IF WS-HITS = 0
               MOVE "INTERN" TO WS-WORD
               PERFORM 1260-COUNT-WHOLE-WORD
           END-IF
           IF WS-HITS = 0
               MOVE "INTERNS" TO WS-WORD
               PERFORM 1260-COUNT-WHOLE-WORD
           END-IF
           IF WS-HITS > 0
               MOVE "INTERNSHIP" TO WS-NEW-TYPE
           END-IF
           IF WS-NEW-TYPE = SPACES
               MOVE "PART-TIME" TO WS-WORD
               PERFORM 1250-COUNT-WORD
               IF WS-HITS = 0
                   MOVE "PART TIME" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS > 0
                   MOVE "PART-TIME" TO WS-NEW-TYPE
               END-IF
           END-IF
           IF WS-NEW-TYPE = SPACES
               MOVE "FULL-TIME" TO WS-WORD
               PERFORM 1250-COUNT-WORD
               IF WS-HITS = 0
                   MOVE "FULL TIME" TO WS-WORD
                   PERFORM 1250-COUNT-WORD
               END-IF
               IF WS-HITS > 0
                   MOVE "FULL-TIME" TO WS-NEW-TYPE
               END-IF
           END-IF
           IF WS-NEW-TYPE NOT = SPACES
               ADD 1 TO WS-GOT-TYPE
           END-IF

      *> Pay figures in free text are too varied to trust; only an
      *> outright "unpaid" is carried over.
           MOVE "UNPAID" TO WS-WORD
           PERFORM 1250-COUNT-WORD
           IF WS-HITS > 0
               MOVE "UNPAID" TO WS-NEW-PAY
               ADD 1 TO WS-GOT-PAY
           END-IF
           .

       1250-COUNT-WORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD)) TO WS-WORD-LEN
           MOVE 0 TO WS-HITS
           INSPECT WS-HAY-UC TALLYING WS-HITS
               FOR ALL WS-WORD(1:WS-WORD-LEN)
           .

      *> As 1250-COUNT-WORD, but a match only counts with no letter
      *> directly before or after it.
       1260-COUNT-WHOLE-WORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD)) TO WS-WORD-LEN
           MOVE 0 TO WS-HITS
           COMPUTE WS-HAY-LAST = LENGTH OF WS-HAY-UC - WS-WORD-LEN + 1
           PERFORM VARYING WS-HAY-POS FROM 1 BY 1
             UNTIL WS-HAY-POS > WS-HAY-LAST
               IF WS-HAY-UC(WS-HAY-POS:WS-WORD-LEN)
                   = WS-WORD(1:WS-WORD-LEN)
                   MOVE "Y" TO WS-WORD-BOUNDED
                   IF WS-HAY-POS > 1
                       AND WS-HAY-UC(WS-HAY-POS - 1:1) >= "A"
                       AND WS-HAY-UC(WS-HAY-POS - 1:1) <= "Z"
                       MOVE "N" TO WS-WORD-BOUNDED
                   END-IF
                   IF WS-HAY-POS < WS-HAY-LAST
                       AND WS-HAY-UC(WS-HAY-POS + WS-WORD-LEN:1)
                           >= "A"
                       AND WS-HAY-UC(WS-HAY-POS + WS-WORD-LEN:1)
                           <= "Z"
                       MOVE "N" TO WS-WORD-BOUNDED
                   END-IF
                   IF WS-WORD-BOUNDED = "Y"
                       ADD 1 TO WS-HITS
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The four new fields follow the requisition number. A closed
      *> row keeps its close date last, so they go in ahead of it.
       1300-BUILD-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(In-Rec TRAILING))
             TO WS-REC-LEN
           MOVE WS-REC-LEN TO WS-CUT
           IF WS-CV-KIND = "C"
               PERFORM VARYING WS-CUT FROM WS-REC-LEN BY -1
                 UNTIL WS-CUT < 1 OR In-Rec(WS-CUT:1) = "|"
                   CONTINUE
               END-PERFORM
               SUBTRACT 1 FROM WS-CUT
           END-IF

           MOVE SPACES TO WS-OUT
           STRING In-Rec(1:WS-CUT)
                  "|"
                  FUNCTION TRIM(WS-NEW-LOCATION)
                  "|"
                  FUNCTION TRIM(WS-NEW-MODE)
                  "|"
                  FUNCTION TRIM(WS-NEW-PAY)
                  "|"
                  FUNCTION TRIM(WS-NEW-TYPE)
               DELIMITED BY SIZE INTO WS-OUT
           IF WS-CV-KIND = "C"
               MOVE WS-OUT TO Out-Rec
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(Out-Rec TRAILING)
                      In-Rec(WS-CUT + 1:WS-REC-LEN - WS-CUT)
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Out-Rec
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-JOB-FIELDS-CONVERT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/job_fields_convert.txt"
               DELIMITED BY SIZE INTO WS-P-JOB-FIELDS-CONVERT-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM JOB-FIELDS-CONVERT.
