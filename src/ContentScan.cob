       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BannedTerms ASSIGN TO WS-P-BANNEDTERMS-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STAT.
           SELECT ScanIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT ScanQuar ASSIGN TO DYNAMIC WS-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-CONTENT-SCAN-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BannedTerms.
       01  Term-Rec           PIC X(80).

       FD  ScanIn.
       01  Scan-Rec           PIC X(359).

       FD  ScanQuar.
       01  Quar-Rec           PIC X(359).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-BANNEDTERMS-TXT PIC X(120).
       01  WS-P-CONTENT-SCAN-TXT PIC X(120).

       01  WS-TERM-STAT       PIC XX VALUE "00".
       01  WS-IN-STAT         PIC XX VALUE "00".
       01  WS-IN-NAME         PIC X(120).
       01  WS-QUAR-NAME       PIC X(120).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).

      *> The banned-terms list, one term per line. Blank lines and
      *> lines starting with * are left for the staff's own notes.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY  OCCURS 200 TIMES.
               10  WS-TERM-UC     PIC X(30).
               10  WS-TERM-LEN    PIC 9(2) COMP.
       01  WS-TERM-COUNT      PIC 9(4) VALUE 0.
       01  WS-TERM-IDX        PIC 9(4) COMP.
       01  WS-TERM-LINE       PIC X(80).
       01  WS-TERM-SKIPPED    PIC 9(4) VALUE 0.

      *> One row per scanned file: the csv name under the database
      *> directory, its quarantine companion, the field that names
      *> the row's owner and the free-text field that is scanned.
       01  WS-FILE-DEFS.
           05  FILLER         PIC X(24) VALUE "messages.csv".
           05  FILLER         PIC X(32)
               VALUE "messages_content_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 5.
           05  FILLER         PIC X(24) VALUE "profiles.csv".
           05  FILLER         PIC X(32)
               VALUE "profiles_content_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 4.
           05  FILLER         PIC X(24) VALUE "jobs.csv".
           05  FILLER         PIC X(32)
               VALUE "jobs_content_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 4.
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC X(24) VALUE "companies.csv".
           05  FILLER         PIC X(32)
               VALUE "companies_content_quarantine.csv".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 2.
       01  WS-FILE-DEF-TBL REDEFINES WS-FILE-DEFS.
           05  WS-FILE-DEF    OCCURS 4 TIMES.
               10  WS-FD-NAME PIC X(24).
               10  WS-FD-QNAME PIC X(32).
               10  WS-FD-OWNER PIC 9(1).
               10  WS-FD-TEXT PIC 9(1).
       01  WS-FILE-IDX        PIC 9(2) COMP.

       01  WS-F1              PIC X(200).
       01  WS-F2              PIC X(200).
       01  WS-F3              PIC X(200).
       01  WS-F4              PIC X(200).
       01  WS-F5              PIC X(200).
       01  WS-F6              PIC X(200).
       01  WS-FIELD-NO        PIC 9(1).
       01  WS-FIELD-VALUE     PIC X(200).
       01  WS-OWNER           PIC X(30).
       01  WS-TEXT            PIC X(200).
       01  WS-HAY-UC          PIC X(200).

       01  WS-HIT             PIC X VALUE "N".
       01  WS-HIT-TERM        PIC 9(4) COMP.
       01  WS-HIT-POS         PIC 9(3) COMP.
       01  WS-SCAN-POS        PIC 9(3) COMP.
       01  WS-SCAN-END        PIC 9(3) COMP.
       01  WS-EXC-START       PIC 9(3) COMP.
       01  WS-EXCERPT         PIC X(40).

       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

       01  WS-ROW-COUNT       PIC 9(6) VALUE 0.
       01  WS-FLAG-COUNT      PIC 9(6) VALUE 0.
       01  WS-TOT-FLAGGED     PIC 9(6) VALUE 0.
       01  WS-DISPLAY-ROWS    PIC ZZZZZ9.
       01  WS-DISPLAY-FLAGS   PIC ZZZZZ9.

      *> Nightly screen of what users type - message text, profile
      *> bios, job descriptions and company descriptions - against
      *> the banned-terms control file. Every row carrying a term is
      *> listed with its file, owner, the term and an excerpt, and
      *> copied to <base>_content_quarantine.csv for the moderators;
      *> the live files are only read, never rewritten, so nothing
      *> is taken down without a person looking at it. The closing
      *> total is what OPS-SUMMARY shows each morning.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - content scan not started."
               GOBACK
           END-IF

           OPEN OUTPUT ReportOut

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-OUT
           STRING "Banned-content scan - " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM 1000-LOAD-TERMS

           MOVE WS-TERM-COUNT TO WS-DISPLAY-ROWS
           MOVE SPACES TO WS-OUT
           STRING "Banned terms loaded : " WS-DISPLAY-ROWS
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-TERM-SKIPPED > 0
               MOVE WS-TERM-SKIPPED TO WS-DISPLAY-ROWS
               MOVE SPACES TO WS-OUT
               STRING "Terms over capacity, not used : "
                      WS-DISPLAY-ROWS
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           IF WS-TERM-COUNT = 0
               MOVE "Banned-terms file is empty or missing - no scan
      -    " run." TO Report-Rec
               WRITE Report-Rec
           ELSE
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > 4
                   PERFORM 2000-SCAN-ONE-FILE
               END-PERFORM
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-FLAGGED TO WS-DISPLAY-FLAGS
           MOVE SPACES TO WS-OUT
           STRING "Total rows flagged : " WS-DISPLAY-FLAGS
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           CLOSE ReportOut
           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-TERMS.
           MOVE 0 TO WS-TERM-COUNT WS-TERM-SKIPPED
           OPEN INPUT BannedTerms
           IF WS-TERM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ BannedTerms
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE FUNCTION TRIM(Term-Rec) TO WS-TERM-LINE
               IF WS-TERM-LINE NOT = SPACES
                   AND WS-TERM-LINE(1:1) NOT = "*"
                   IF WS-TERM-COUNT < 200
                       ADD 1 TO WS-TERM-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-TERM-LINE)
                         TO WS-TERM-UC(WS-TERM-COUNT)
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(WS-TERM-UC(WS-TERM-COUNT)))
                         TO WS-TERM-LEN(WS-TERM-COUNT)
                   ELSE
                       ADD 1 TO WS-TERM-SKIPPED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BannedTerms
           END-IF
           .

      *> The quarantine companion is rewritten each night, so it
      *> always holds exactly the rows tonight's list catches.
       2000-SCAN-ONE-FILE.
           MOVE 0 TO WS-ROW-COUNT WS-FLAG-COUNT

           MOVE SPACES TO WS-IN-NAME WS-QUAR-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
               DELIMITED BY SIZE INTO WS-IN-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-FD-QNAME(WS-FILE-IDX))
               DELIMITED BY SIZE INTO WS-QUAR-NAME

           OPEN INPUT ScanIn
           IF WS-IN-STAT NOT = "00"
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                      " : not present - skipped"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ScanQuar

           PERFORM UNTIL 1 = 2
               READ ScanIn
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-ROW-COUNT
               PERFORM 2100-SCAN-ONE-ROW

               IF WS-HIT = "Y"
                   MOVE Scan-Rec TO Quar-Rec
                   WRITE Quar-Rec
                   ADD 1 TO WS-FLAG-COUNT
                   ADD 1 TO WS-TOT-FLAGGED
                   PERFORM 2300-REPORT-HIT
               END-IF
           END-PERFORM

           CLOSE ScanIn
           CLOSE ScanQuar

           MOVE WS-ROW-COUNT TO WS-DISPLAY-ROWS
           MOVE WS-FLAG-COUNT TO WS-DISPLAY-FLAGS
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                  " : scanned " WS-DISPLAY-ROWS
                  "  flagged " WS-DISPLAY-FLAGS
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> A row is flagged on the first term found in it; the
      *> comparison is case-blind.
       2100-SCAN-ONE-ROW.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING Scan-Rec DELIMITED BY "|"
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6

           MOVE WS-FD-OWNER(WS-FILE-IDX) TO WS-FIELD-NO
           PERFORM 2200-PICK-FIELD
           MOVE WS-FIELD-VALUE TO WS-OWNER
           MOVE WS-FD-TEXT(WS-FILE-IDX) TO WS-FIELD-NO
           PERFORM 2200-PICK-FIELD
           MOVE WS-FIELD-VALUE TO WS-TEXT
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-HAY-UC

           MOVE "N" TO WS-HIT
           IF WS-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
             UNTIL WS-TERM-IDX > WS-TERM-COUNT
               OR WS-HIT = "Y"
               COMPUTE WS-SCAN-END = 200 - WS-TERM-LEN(WS-TERM-IDX)
                   + 1
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                 UNTIL WS-SCAN-POS > WS-SCAN-END
                   OR WS-HIT = "Y"
                   IF WS-HAY-UC(WS-SCAN-POS:
                           WS-TERM-LEN(WS-TERM-IDX)) =
                       WS-TERM-UC(WS-TERM-IDX)
                           (1:WS-TERM-LEN(WS-TERM-IDX))
                       MOVE "Y" TO WS-HIT
                       MOVE WS-TERM-IDX TO WS-HIT-TERM
                       MOVE WS-SCAN-POS TO WS-HIT-POS
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       2200-PICK-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE WS-F1 TO WS-FIELD-VALUE
               WHEN 2
                   MOVE WS-F2 TO WS-FIELD-VALUE
               WHEN 3
                   MOVE WS-F3 TO WS-FIELD-VALUE
               WHEN 4
                   MOVE WS-F4 TO WS-FIELD-VALUE
               WHEN 5
                   MOVE WS-F5 TO WS-FIELD-VALUE
               WHEN 6
                   MOVE WS-F6 TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-FIELD-VALUE
           END-EVALUATE
           .

      *> The excerpt is forty characters starting a little ahead of
      *> the match, so the term is seen in its context.
       2300-REPORT-HIT.
           IF WS-HIT-POS > 15
               COMPUTE WS-EXC-START = WS-HIT-POS - 15
           ELSE
               MOVE 1 TO WS-EXC-START
           END-IF
           IF WS-EXC-START > 161
               MOVE 161 TO WS-EXC-START
           END-IF
           MOVE WS-TEXT(WS-EXC-START:40) TO WS-EXCERPT

           MOVE SPACES TO WS-OUT
           STRING "  "
                  FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                  " | "
                  FUNCTION TRIM(WS-OWNER)
                  " | "
                  FUNCTION TRIM(WS-TERM-UC(WS-HIT-TERM))
                  " | "
                  FUNCTION TRIM(WS-EXCERPT)
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
           MOVE SPACES TO WS-P-BANNEDTERMS-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/bannedterms.txt"
               DELIMITED BY SIZE INTO WS-P-BANNEDTERMS-TXT
           MOVE SPACES TO WS-P-CONTENT-SCAN-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/content_scan.txt"
               DELIMITED BY SIZE INTO WS-P-CONTENT-SCAN-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM CONTENT-SCAN.
