       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RefFile ASSIGN TO DYNAMIC WS-REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RefFile.
       01  Ref-Rec            PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-INSTITUTIONS-CSV PIC X(120).
       01  WS-P-MAJORS-CSV    PIC X(120).

       01  WS-REF-NAME        PIC X(120).
       01  WS-REF-STAT        PIC XX VALUE "00".
       01  WS-ROW-CODE        PIC X(10).
       01  WS-ROW-NAME        PIC X(60).
       01  WS-ROW-ALTS        PIC X(180).
       01  WS-ALT-PTR         PIC 9(3) COMP.
       01  WS-ALT-ONE         PIC X(60).

      *> Both tables are read once per run and kept - the
      *> normalization batch calls here for every profile row.
      *> Entry 1 of the kind index is institutions, 2 is majors.
       01  WS-LOADED-FLAGS.
           05  WS-LOADED      PIC X OCCURS 2 TIMES VALUE "N".
       01  WS-KIND-IDX        PIC 9(1) COMP.
       01  WS-REF-TABLE.
           05  WS-REF-SET     OCCURS 2 TIMES.
               10  WS-REF-CNT     PIC 9(4) COMP.
               10  WS-REF-ENTRY   OCCURS 500 TIMES.
                   15  WS-REF-CODE    PIC X(10).
                   15  WS-REF-CANON   PIC X(60).
                   15  WS-REF-KEY     PIC X(60) OCCURS 6 TIMES.
       01  WS-REF-IDX         PIC 9(4) COMP.
       01  WS-KEY-IDX         PIC 9(2) COMP.

      *> Comparison keys: upper case, letters and digits only, so
      *> "U. of Oregon" and "u of oregon" are the same spelling.
       01  WS-NORM-IN         PIC X(60).
       01  WS-NORM-OUT        PIC X(60).
       01  WS-NORM-LEN        PIC 9(2) COMP.
       01  WS-NORM-POS        PIC 9(2) COMP.
       01  WS-NORM-CH         PIC X.
       01  WS-VALUE-KEY       PIC X(60).
       01  WS-VALUE-LEN       PIC 9(2) COMP.

      *> Edit distance between the value key and one table key,
      *> two rows of the usual dynamic-programming grid.
       01  WS-CAND-KEY        PIC X(60).
       01  WS-CAND-LEN        PIC 9(2) COMP.
       01  WS-DIST-ROWS.
           05  WS-DIST-PREV   PIC 9(2) COMP OCCURS 61 TIMES.
           05  WS-DIST-CURR   PIC 9(2) COMP OCCURS 61 TIMES.
       01  WS-DI              PIC 9(2) COMP.
       01  WS-DJ              PIC 9(2) COMP.
       01  WS-COST            PIC 9(2) COMP.
       01  WS-BEST-STEP       PIC 9(2) COMP.
       01  WS-DISTANCE        PIC 9(2) COMP.
       01  WS-BEST-DIST       PIC 9(2) COMP.
       01  WS-BEST-IDX        PIC 9(4) COMP.
       01  WS-LIMIT           PIC 9(2) COMP.

       LINKAGE SECTION.
       01  L-KIND             PIC X.
       01  L-VALUE            PIC X(60).
       01  L-CODE             PIC X(10).
       01  L-CANON            PIC X(60).
       01  L-RESULT           PIC X.

      *> Looks a free-text university (kind U, institutions.csv) or
      *> major (kind M, majors.csv) up in its reference file. Each
      *> row is code|name|alternate;alternate;... and the result is
      *>   E - the value is the name or a known alternate spelling;
      *>   C - no exact match, but one entry is close enough to
      *>       offer (small edit distance, or the value is a good
      *>       part of the name);
      *>   N - nothing close, or no reference file on hand.
      *> For E and C the code and official name come back too.
       PROCEDURE DIVISION USING L-KIND L-VALUE L-CODE L-CANON
           L-RESULT.
           PERFORM 9900-RESOLVE-PATHS

           MOVE SPACES TO L-CODE L-CANON
           MOVE "N" TO L-RESULT

           IF L-KIND = "M"
               MOVE 2 TO WS-KIND-IDX
           ELSE
               MOVE 1 TO WS-KIND-IDX
           END-IF

           IF WS-LOADED(WS-KIND-IDX) NOT = "Y"
               PERFORM 1000-LOAD-TABLE
           END-IF

           MOVE L-VALUE TO WS-NORM-IN
           PERFORM 8000-NORMALIZE
           MOVE WS-NORM-OUT TO WS-VALUE-KEY
           MOVE WS-NORM-LEN TO WS-VALUE-LEN

           IF WS-VALUE-LEN = 0
               OR WS-REF-CNT(WS-KIND-IDX) = 0
               GOBACK
           END-IF

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
             UNTIL WS-REF-IDX > WS-REF-CNT(WS-KIND-IDX)
               OR L-RESULT = "E"
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                 UNTIL WS-KEY-IDX > 6
                   OR L-RESULT = "E"
                   IF WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX, WS-KEY-IDX)
                       NOT = SPACES
                       AND WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX,
                           WS-KEY-IDX) = WS-VALUE-KEY
                       MOVE "E" TO L-RESULT
                       MOVE WS-REF-CODE(WS-KIND-IDX, WS-REF-IDX)
                         TO L-CODE
                       MOVE WS-REF-CANON(WS-KIND-IDX, WS-REF-IDX)
                         TO L-CANON
                   END-IF
               END-PERFORM
           END-PERFORM

           IF L-RESULT = "E"
               GOBACK
           END-IF

           PERFORM 2000-FIND-CLOSEST
           GOBACK.

       1000-LOAD-TABLE.
           MOVE 0 TO WS-REF-CNT(WS-KIND-IDX)
           IF WS-KIND-IDX = 2
               MOVE WS-P-MAJORS-CSV TO WS-REF-NAME
           ELSE
               MOVE WS-P-INSTITUTIONS-CSV TO WS-REF-NAME
           END-IF

           OPEN INPUT RefFile
           IF WS-REF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ RefFile
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-ROW-CODE WS-ROW-NAME WS-ROW-ALTS
               UNSTRING Ref-Rec DELIMITED BY "|"
                   INTO WS-ROW-CODE WS-ROW-NAME WS-ROW-ALTS

               IF FUNCTION TRIM(WS-ROW-CODE) NOT = SPACES
                   AND FUNCTION TRIM(WS-ROW-NAME) NOT = SPACES
                   AND WS-REF-CNT(WS-KIND-IDX) < 500
                   ADD 1 TO WS-REF-CNT(WS-KIND-IDX)
                   MOVE WS-REF-CNT(WS-KIND-IDX) TO WS-REF-IDX
                   PERFORM 1100-STORE-ROW
               END-IF
           END-PERFORM
           CLOSE RefFile
           END-IF

           MOVE "Y" TO WS-LOADED(WS-KIND-IDX)
           .

      *> Key 1 is the official name; keys 2-6 the first five
      *> alternate spellings listed for it.
       1100-STORE-ROW.
           MOVE FUNCTION TRIM(WS-ROW-CODE)
             TO WS-REF-CODE(WS-KIND-IDX, WS-REF-IDX)
           MOVE FUNCTION TRIM(WS-ROW-NAME)
             TO WS-REF-CANON(WS-KIND-IDX, WS-REF-IDX)
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
             UNTIL WS-KEY-IDX > 6
               MOVE SPACES
                 TO WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX, WS-KEY-IDX)
           END-PERFORM

           MOVE WS-ROW-NAME TO WS-NORM-IN
           PERFORM 8000-NORMALIZE
           MOVE WS-NORM-OUT TO WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX, 1)

           MOVE 1 TO WS-ALT-PTR
           PERFORM VARYING WS-KEY-IDX FROM 2 BY 1
             UNTIL WS-KEY-IDX > 6
               OR WS-ALT-PTR > 180
               MOVE SPACES TO WS-ALT-ONE
               UNSTRING WS-ROW-ALTS DELIMITED BY ";"
                   INTO WS-ALT-ONE
                   WITH POINTER WS-ALT-PTR
               MOVE WS-ALT-ONE TO WS-NORM-IN
               PERFORM 8000-NORMALIZE
               MOVE WS-NORM-OUT
                 TO WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX, WS-KEY-IDX)
           END-PERFORM
           .

      *> The allowed distance grows with the length of the typed
      *> value - one slip in a short name, up to four in a long one.
       2000-FIND-CLOSEST.
           MOVE 99 TO WS-BEST-DIST
           MOVE 0 TO WS-BEST-IDX

           COMPUTE WS-LIMIT = WS-VALUE-LEN / 4
           IF WS-LIMIT < 1
               MOVE 1 TO WS-LIMIT
           END-IF
           IF WS-LIMIT > 4
               MOVE 4 TO WS-LIMIT
           END-IF

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
             UNTIL WS-REF-IDX > WS-REF-CNT(WS-KIND-IDX)
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                 UNTIL WS-KEY-IDX > 6
                   MOVE WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX,
                       WS-KEY-IDX) TO WS-CAND-KEY
                   IF WS-CAND-KEY NOT = SPACES
                       PERFORM 2100-EDIT-DISTANCE
                       IF WS-DISTANCE < WS-BEST-DIST
                           MOVE WS-DISTANCE TO WS-BEST-DIST
                           MOVE WS-REF-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-BEST-IDX > 0
               AND WS-BEST-DIST <= WS-LIMIT
               MOVE "C" TO L-RESULT
               MOVE WS-REF-CODE(WS-KIND-IDX, WS-BEST-IDX) TO L-CODE
               MOVE WS-REF-CANON(WS-KIND-IDX, WS-BEST-IDX) TO L-CANON
               EXIT PARAGRAPH
           END-IF

      *> No near spelling - fall back to the first entry whose
      *> name contains the whole typed value ("OREGON" in
      *> "UNIVERSITYOFOREGON"), as long as it is not too short to
      *> mean anything.
           IF WS-VALUE-LEN < 5
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
             UNTIL WS-REF-IDX > WS-REF-CNT(WS-KIND-IDX)
               OR L-RESULT = "C"
               MOVE 0 TO WS-COST
               INSPECT WS-REF-KEY(WS-KIND-IDX, WS-REF-IDX, 1)
                   TALLYING WS-COST
                   FOR ALL WS-VALUE-KEY(1:WS-VALUE-LEN)
               IF WS-COST > 0
                   MOVE "C" TO L-RESULT
                   MOVE WS-REF-CODE(WS-KIND-IDX, WS-REF-IDX)
                     TO L-CODE
                   MOVE WS-REF-CANON(WS-KIND-IDX, WS-REF-IDX)
                     TO L-CANON
               END-IF
           END-PERFORM
           .

       2100-EDIT-DISTANCE.
           MOVE 0 TO WS-CAND-LEN
           PERFORM VARYING WS-DI FROM 60 BY -1
             UNTIL WS-DI < 1 OR WS-CAND-LEN > 0
               IF WS-CAND-KEY(WS-DI:1) NOT = SPACE
                   MOVE WS-DI TO WS-CAND-LEN
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DJ FROM 0 BY 1
             UNTIL WS-DJ > WS-CAND-LEN
               MOVE WS-DJ TO WS-DIST-PREV(WS-DJ + 1)
           END-PERFORM

           PERFORM VARYING WS-DI FROM 1 BY 1
             UNTIL WS-DI > WS-VALUE-LEN
               MOVE WS-DI TO WS-DIST-CURR(1)
               PERFORM VARYING WS-DJ FROM 1 BY 1
                 UNTIL WS-DJ > WS-CAND-LEN
                   IF WS-VALUE-KEY(WS-DI:1) = WS-CAND-KEY(WS-DJ:1)
                       MOVE 0 TO WS-COST
                   ELSE
                       MOVE 1 TO WS-COST
                   END-IF
                   COMPUTE WS-BEST-STEP = WS-DIST-PREV(WS-DJ) + WS-COST
                   IF WS-DIST-PREV(WS-DJ + 1) + 1 < WS-BEST-STEP
                       COMPUTE WS-BEST-STEP =
                           WS-DIST-PREV(WS-DJ + 1) + 1
                   END-IF
                   IF WS-DIST-CURR(WS-DJ) + 1 < WS-BEST-STEP
                       COMPUTE WS-BEST-STEP = WS-DIST-CURR(WS-DJ) + 1
                   END-IF
                   MOVE WS-BEST-STEP TO WS-DIST-CURR(WS-DJ + 1)
               END-PERFORM
               PERFORM VARYING WS-DJ FROM 0 BY 1
                 UNTIL WS-DJ > WS-CAND-LEN
                   MOVE WS-DIST-CURR(WS-DJ + 1)
                     TO WS-DIST-PREV(WS-DJ + 1)
               END-PERFORM
           END-PERFORM

           MOVE WS-DIST-PREV(WS-CAND-LEN + 1) TO WS-DISTANCE
           .

       8000-NORMALIZE.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
             UNTIL WS-NORM-POS > 60
               MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CH
               IF (WS-NORM-CH >= "A" AND WS-NORM-CH <= "Z")
                   OR (WS-NORM-CH >= "0" AND WS-NORM-CH <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CH TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-INSTITUTIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/institutions.csv"
               DELIMITED BY SIZE INTO WS-P-INSTITUTIONS-CSV
           MOVE SPACES TO WS-P-MAJORS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/majors.csv"
               DELIMITED BY SIZE INTO WS-P-MAJORS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REF-MATCH.
