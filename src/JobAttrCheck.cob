       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ATTR-CHECK.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VALUE           PIC X(40).
       01  WS-VALUE-UC        PIC X(40).
       01  WS-SQUEEZED        PIC X(40).
       01  WS-SQ-LEN          PIC 9(2) COMP.
       01  WS-I               PIC 9(2) COMP.
       01  WS-CH              PIC X.
       01  WS-PIPES           PIC 9(2) COMP.

       01  WS-AMOUNTS         PIC X(40).
       01  WS-UNIT            PIC X(40).
       01  WS-LOW-X           PIC X(40).
       01  WS-HIGH-X          PIC X(40).
       01  WS-LOW-LEN         PIC 9(2) COMP.
       01  WS-HIGH-LEN        PIC 9(2) COMP.
       01  WS-LOW             PIC 9(7) VALUE 0.
       01  WS-HIGH            PIC 9(7) VALUE 0.
       01  WS-LOW-D           PIC Z(6)9.
       01  WS-HIGH-D          PIC Z(6)9.

       LINKAGE SECTION.
       01  L-FIELD            PIC X.
       01  L-VALUE            PIC X(40).
       01  L-STATUS           PIC X.

      *> The structured posting fields, checked one at a time so the
      *> Post a Job screen can re-ask just the field that failed and
      *> the feed load can name it on the quarantine line. A good
      *> value comes back in its stored form:
      *>   L location  - any text, no pipe, not blank
      *>   M work mode - ONSITE, REMOTE or HYBRID (O/R/H accepted)
      *>   T type      - INTERNSHIP, PART-TIME or FULL-TIME (I/P/F)
      *>   P pay range - UNPAID, or whole dollars low-high with /HR
      *>                 or /YR, e.g. 18-22/HR; a single figure
      *>                 stands for itself (20/HR), and $ , and
      *>                 spaces are dropped
      *> L-STATUS is Y when the value is good, N when it is not.
       PROCEDURE DIVISION USING L-FIELD L-VALUE L-STATUS.
           MOVE "N" TO L-STATUS
           MOVE FUNCTION TRIM(L-VALUE) TO WS-VALUE
           MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE-UC

           IF WS-VALUE = SPACES
               GOBACK
           END-IF
           MOVE 0 TO WS-PIPES
           INSPECT WS-VALUE TALLYING WS-PIPES FOR ALL "|"
           IF WS-PIPES > 0
               GOBACK
           END-IF

           EVALUATE L-FIELD
               WHEN "L"
                   MOVE WS-VALUE TO L-VALUE
                   MOVE "Y" TO L-STATUS
               WHEN "M"
                   PERFORM 1000-CHECK-MODE
               WHEN "T"
                   PERFORM 2000-CHECK-TYPE
               WHEN "P"
                   PERFORM 3000-CHECK-PAY
           END-EVALUATE
           GOBACK.

       1000-CHECK-MODE.
           EVALUATE WS-VALUE-UC
               WHEN "O"
               WHEN "ONSITE"
               WHEN "ON-SITE"
               WHEN "ON SITE"
                   MOVE "ONSITE" TO L-VALUE
                   MOVE "Y" TO L-STATUS
               WHEN "R"
               WHEN "REMOTE"
                   MOVE "REMOTE" TO L-VALUE
                   MOVE "Y" TO L-STATUS
               WHEN "H"
               WHEN "HYBRID"
                   MOVE "HYBRID" TO L-VALUE
                   MOVE "Y" TO L-STATUS
           END-EVALUATE
           .

       2000-CHECK-TYPE.
           EVALUATE WS-VALUE-UC
               WHEN "I"
               WHEN "INTERN"
               WHEN "INTERNSHIP"
                   MOVE "INTERNSHIP" TO L-VALUE
                   MOVE "Y" TO L-STATUS
               WHEN "P"
               WHEN "PART-TIME"
               WHEN "PART TIME"
               WHEN "PARTTIME"
                   MOVE "PART-TIME" TO L-VALUE
                   MOVE "Y" TO L-STATUS
               WHEN "F"
               WHEN "FULL-TIME"
               WHEN "FULL TIME"
               WHEN "FULLTIME"
                   MOVE "FULL-TIME" TO L-VALUE
                   MOVE "Y" TO L-STATUS
           END-EVALUATE
           .

       3000-CHECK-PAY.
           IF WS-VALUE-UC = "UNPAID"
               MOVE "UNPAID" TO L-VALUE
               MOVE "Y" TO L-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SQUEEZED
           MOVE 0 TO WS-SQ-LEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
               MOVE WS-VALUE-UC(WS-I:1) TO WS-CH
               IF WS-CH NOT = SPACE AND WS-CH NOT = "$"
                   AND WS-CH NOT = ","
                   ADD 1 TO WS-SQ-LEN
                   MOVE WS-CH TO WS-SQUEEZED(WS-SQ-LEN:1)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-AMOUNTS WS-UNIT
           UNSTRING WS-SQUEEZED DELIMITED BY "/"
               INTO WS-AMOUNTS WS-UNIT
           EVALUATE WS-UNIT
               WHEN "HR"
               WHEN "HOUR"
               WHEN "H"
                   MOVE "HR" TO WS-UNIT
               WHEN "YR"
               WHEN "YEAR"
               WHEN "Y"
                   MOVE "YR" TO WS-UNIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-LOW-X WS-HIGH-X
           UNSTRING WS-AMOUNTS DELIMITED BY "-"
               INTO WS-LOW-X WS-HIGH-X
           IF WS-HIGH-X = SPACES
               MOVE WS-LOW-X TO WS-HIGH-X
           END-IF

           MOVE 0 TO WS-LOW-LEN WS-HIGH-LEN
           INSPECT WS-LOW-X TALLYING WS-LOW-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-HIGH-X TALLYING WS-HIGH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LOW-LEN = 0 OR WS-LOW-LEN > 7
               OR WS-HIGH-LEN = 0 OR WS-HIGH-LEN > 7
               EXIT PARAGRAPH
           END-IF
           IF WS-LOW-X(1:WS-LOW-LEN) IS NOT NUMERIC
               OR WS-HIGH-X(1:WS-HIGH-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LOW = FUNCTION NUMVAL(WS-LOW-X(1:WS-LOW-LEN))
           COMPUTE WS-HIGH =
               FUNCTION NUMVAL(WS-HIGH-X(1:WS-HIGH-LEN))
           IF WS-LOW = 0 OR WS-HIGH < WS-LOW
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOW TO WS-LOW-D
           MOVE WS-HIGH TO WS-HIGH-D
           MOVE SPACES TO L-VALUE
           IF WS-LOW = WS-HIGH
               STRING FUNCTION TRIM(WS-LOW-D)
                      "/"
                      FUNCTION TRIM(WS-UNIT)
                   DELIMITED BY SIZE INTO L-VALUE
           ELSE
               STRING FUNCTION TRIM(WS-LOW-D)
                      "-"
                      FUNCTION TRIM(WS-HIGH-D)
                      "/"
                      FUNCTION TRIM(WS-UNIT)
                   DELIMITED BY SIZE INTO L-VALUE
           END-IF
           MOVE "Y" TO L-STATUS
           .

       END PROGRAM JOB-ATTR-CHECK.
