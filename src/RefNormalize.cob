       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-NORMALIZE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NormIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT NormOut ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Exceptions ASSIGN TO WS-P-REF-EXCEPTIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-REF-NORMALIZE-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NormIn.
       01  Norm-Rec           PIC X(256).

       FD  NormOut.
       01  Out-Rec            PIC X(256).

       FD  Exceptions.
       01  Exc-Rec            PIC X(256).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-REF-EXCEPTIONS-CSV PIC X(120).
       01  WS-P-REF-NORMALIZE-TXT PIC X(120).

       01  WS-IN-STAT         PIC XX VALUE "00".
       01  WS-IN-NAME         PIC X(120).
       01  WS-OUT-NAME        PIC X(120).
       01  WS-CMD             PIC X(260).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).

      *> The files whose free text is mapped: the profile carries
      *> university (field 2) and major (field 3), the education
      *> history the school (field 2). A 0 means no major field.
       01  WS-FILE-DEFS.
           05  FILLER         PIC X(24) VALUE "profiles.csv".
           05  FILLER         PIC X(10) VALUE "university".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC X(24) VALUE "eduhistory.csv".
           05  FILLER         PIC X(10) VALUE "school".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
       01  WS-FILE-DEF-TBL REDEFINES WS-FILE-DEFS.
           05  WS-FILE-DEF    OCCURS 2 TIMES.
               10  WS-FD-NAME PIC X(24).
               10  WS-FD-LABEL PIC X(10).
               10  WS-FD-UNIV PIC 9(1).
               10  WS-FD-MAJOR PIC 9(1).
       01  WS-FILE-IDX        PIC 9(2) COMP.

       01  WS-F1              PIC X(60).
       01  WS-F2              PIC X(100).
       01  WS-F3              PIC X(100).
       01  WS-REST-PTR        PIC 9(3) COMP.
       01  WS-PIPES           PIC 9(3) COMP.
       01  WS-ROW-CHANGED     PIC X VALUE "N".

       01  WS-REF-KIND        PIC X.
       01  WS-REF-VALUE       PIC X(60).
       01  WS-REF-CODE        PIC X(10).
       01  WS-REF-CANON       PIC X(60).
       01  WS-REF-RESULT      PIC X.
       01  WS-REF-FIELD       PIC X(10).

       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

       01  WS-ROW-COUNT       PIC 9(6) VALUE 0.
       01  WS-MAPPED-COUNT    PIC 9(6) VALUE 0.
       01  WS-CHANGED-COUNT   PIC 9(6) VALUE 0.
       01  WS-EXC-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOT-EXC         PIC 9(6) VALUE 0.
       01  WS-DISPLAY-ROWS    PIC ZZZZZ9.
       01  WS-DISPLAY-MAPPED  PIC ZZZZZ9.
       01  WS-DISPLAY-CHANGED PIC ZZZZZ9.
       01  WS-DISPLAY-EXC     PIC ZZZZZ9.

      *> Control totals for each rewritten file, appended to the
      *> ledger by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> Maps the free-text university and major on profiles.csv,
      *> and the school on eduhistory.csv, to the institutions.csv
      *> and majors.csv reference tables (see REF-MATCH). A value
      *> that is the official name or a listed alternate spelling
      *> is rewritten to the official name, so every report and
      *> match that compares the text sees one school, not three.
      *> Anything else goes on ref_exceptions.csv with the closest
      *> entry, if any, for staff to settle - usually by adding the
      *> spelling as an alternate, which the next night picks up.
      *> Run once to clean the existing data, then nightly.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - normalization not started."
               GOBACK
           END-IF

           CALL "DB-BACKUP"

           OPEN OUTPUT ReportOut
           OPEN OUTPUT Exceptions

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-OUT
           STRING "University and major normalization - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > 2
               PERFORM 1000-NORMALIZE-ONE-FILE
           END-PERFORM

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-EXC TO WS-DISPLAY-EXC
           MOVE SPACES TO WS-OUT
           STRING "Total exceptions listed : " WS-DISPLAY-EXC
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           CLOSE Exceptions
           CLOSE ReportOut
           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-NORMALIZE-ONE-FILE.
           MOVE 0 TO WS-ROW-COUNT WS-MAPPED-COUNT WS-CHANGED-COUNT
               WS-EXC-COUNT

           MOVE SPACES TO WS-IN-NAME WS-OUT-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
               DELIMITED BY SIZE INTO WS-IN-NAME
           STRING FUNCTION TRIM(WS-IN-NAME) ".new"
               DELIMITED BY SIZE INTO WS-OUT-NAME

           OPEN INPUT NormIn
           IF WS-IN-STAT NOT = "00"
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                      " : not present - skipped"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NormOut

           PERFORM UNTIL 1 = 2
               READ NormIn
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-ROW-COUNT
               PERFORM 1100-NORMALIZE-ONE-ROW
           END-PERFORM

           CLOSE NormIn
           CLOSE NormOut

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-OUT-NAME)
                  " "
                  FUNCTION TRIM(WS-IN-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-FD-NAME(WS-FILE-IDX) TO WS-LDG-FILE
           MOVE "REF NORMALIZE" TO WS-LDG-REASON
           MOVE WS-ROW-COUNT TO WS-LDG-BEFORE
           MOVE WS-ROW-COUNT TO WS-LDG-AFTER
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-ROW-COUNT TO WS-DISPLAY-ROWS
           MOVE WS-MAPPED-COUNT TO WS-DISPLAY-MAPPED
           MOVE WS-CHANGED-COUNT TO WS-DISPLAY-CHANGED
           MOVE WS-EXC-COUNT TO WS-DISPLAY-EXC
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                  " : rows " WS-DISPLAY-ROWS
                  "  values mapped " WS-DISPLAY-MAPPED
                  "  rewritten " WS-DISPLAY-CHANGED
                  "  exceptions " WS-DISPLAY-EXC
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> Only the mapped fields are rebuilt; everything after them
      *> is carried across exactly as it was read.
       1100-NORMALIZE-ONE-ROW.
           MOVE 0 TO WS-PIPES
           INSPECT Norm-Rec TALLYING WS-PIPES FOR ALL "|"

           MOVE SPACES TO WS-F1 WS-F2 WS-F3
           MOVE 1 TO WS-REST-PTR
           UNSTRING Norm-Rec DELIMITED BY "|"
               INTO WS-F1 WS-F2 WS-F3
               WITH POINTER WS-REST-PTR

           IF WS-PIPES < 1 OR FUNCTION TRIM(WS-F1) = SPACES
               MOVE Norm-Rec TO Out-Rec
               WRITE Out-Rec
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ROW-CHANGED

           MOVE "U" TO WS-REF-KIND
           MOVE WS-FD-LABEL(WS-FILE-IDX) TO WS-REF-FIELD
           MOVE WS-F2 TO WS-REF-VALUE
           PERFORM 1200-MAP-ONE-VALUE
           IF WS-REF-RESULT = "E"
               AND FUNCTION TRIM(WS-F2) NOT =
                   FUNCTION TRIM(WS-REF-CANON)
               MOVE WS-REF-CANON TO WS-F2
               MOVE "Y" TO WS-ROW-CHANGED
           END-IF

           IF WS-FD-MAJOR(WS-FILE-IDX) > 0 AND WS-PIPES >= 2
               MOVE "M" TO WS-REF-KIND
               MOVE "major" TO WS-REF-FIELD
               MOVE WS-F3 TO WS-REF-VALUE
               PERFORM 1200-MAP-ONE-VALUE
               IF WS-REF-RESULT = "E"
                   AND FUNCTION TRIM(WS-F3) NOT =
                       FUNCTION TRIM(WS-REF-CANON)
                   MOVE WS-REF-CANON TO WS-F3
                   MOVE "Y" TO WS-ROW-CHANGED
               END-IF
           END-IF

           IF WS-ROW-CHANGED = "N"
               MOVE Norm-Rec TO Out-Rec
               WRITE Out-Rec
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO WS-OUT
           EVALUATE TRUE
               WHEN WS-PIPES = 1
                   STRING FUNCTION TRIM(WS-F1)
                          "|"
                          FUNCTION TRIM(WS-F2)
                       DELIMITED BY SIZE INTO WS-OUT
               WHEN WS-PIPES = 2
                   STRING FUNCTION TRIM(WS-F1)
                          "|"
                          FUNCTION TRIM(WS-F2)
                          "|"
                          FUNCTION TRIM(WS-F3)
                       DELIMITED BY SIZE INTO WS-OUT
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-F1)
                          "|"
                          FUNCTION TRIM(WS-F2)
                          "|"
                          FUNCTION TRIM(WS-F3)
                          "|"
                          FUNCTION TRIM(Norm-Rec(WS-REST-PTR:)
                              TRAILING)
                       DELIMITED BY SIZE INTO WS-OUT
           END-EVALUATE
           MOVE WS-OUT TO Out-Rec
           WRITE Out-Rec
           .

      *> Blank values are left alone - an unfilled field is not
      *> something staff can resolve.
       1200-MAP-ONE-VALUE.
           MOVE "N" TO WS-REF-RESULT
           IF FUNCTION TRIM(WS-REF-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "REF-MATCH" USING WS-REF-KIND WS-REF-VALUE
               WS-REF-CODE WS-REF-CANON WS-REF-RESULT

           IF WS-REF-RESULT = "E"
               ADD 1 TO WS-MAPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXC-COUNT
           ADD 1 TO WS-TOT-EXC
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                  "|"
                  FUNCTION TRIM(WS-F1)
                  "|"
                  FUNCTION TRIM(WS-REF-FIELD)
                  "|"
                  FUNCTION TRIM(WS-REF-VALUE)
                  "|"
                  FUNCTION TRIM(WS-REF-CODE)
                  "|"
                  FUNCTION TRIM(WS-REF-CANON)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Exc-Rec
           WRITE Exc-Rec
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-REF-EXCEPTIONS-CSV
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/ref_exceptions.csv"
               DELIMITED BY SIZE INTO WS-P-REF-EXCEPTIONS-CSV
           MOVE SPACES TO WS-P-REF-NORMALIZE-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/ref_normalize.txt"
               DELIMITED BY SIZE INTO WS-P-REF-NORMALIZE-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REF-NORMALIZE.
