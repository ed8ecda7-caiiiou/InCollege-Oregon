           SELECT UserProfiles ASSIGN TO WS-P-PROFILES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STAT.
           SELECT Hires ASSIGN TO WS-P-HIRES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIRE-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
       FD  UserProfiles.
       01  Profiles-Rec       PIC X(256).

       FD  Hires.
       01  Hire-Rec           PIC X(256).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-PROFILES-CSV  PIC X(120).
       01  WS-P-HIRES-CSV     PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-PLACEMENT-TXT PIC X(120).

       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-PROF-STAT       PIC XX VALUE "00".
       01  WS-HIRE-STAT       PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(60).
       01  WS-PROF-UNIV       PIC X(60).
       01  WS-PROF-MAJOR      PIC X(60).
       01  WS-PROF-BIO        PIC X(100).
       01  WS-HIRE-USER       PIC X(30).
       01  WS-HIRE-TITLE      PIC X(60).
       01  WS-HIRE-COMPANY    PIC X(60).
       01  WS-HIRE-EMPLOYER   PIC X(30).
       01  WS-HIRE-REQNO      PIC X(7).
       01  WS-HIRE-START      PIC X(8).
       01  WS-HIRE-PAY        PIC X(20).
       01  WS-HIRE-DATE       PIC X(8).
       01  WS-HIRES-IN-RANGE  PIC 9(6) VALUE 0.

      *> Reporting window over the application date field; the
      *> operator sets PLACEFROM/PLACETO in config.txt, and the
               10  WS-UN-DECLINED PIC 9(4).
               10  WS-UN-ACCEPTED PIC 9(4).
               10  WS-UN-WITHDRAWN PIC 9(4).
               10  WS-UN-OFFERED  PIC 9(4).
               10  WS-UN-TAKEN    PIC 9(4).
               10  WS-UN-NOTTAKEN PIC 9(4).
               10  WS-UN-HIRES    PIC 9(4).
               10  WS-UN-OTHER    PIC 9(4).
       01  WS-UN-COUNT        PIC 9(4) VALUE 0.
       01  WS-UN-IDX          PIC 9(4) COMP.
      *> joined to profiles.csv on the applicant and rolled up by
      *> university - students who applied, applications by status,
      *> distinct companies, and acceptances - over an operator-set
      *> date range on the application date. Formal job offers show
      *> as offers outstanding, taken, and declined or lapsed; the
      *> confirmed hires OFFER-EXPIRE feeds to hires.csv are counted
      *> over the same range on the date the student accepted.
      *> Formatted section by section like OUTREACH-REPORT so it can
      *> go straight out.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS
           PERFORM 1000-LOAD-CONFIG
           PERFORM 2000-LOAD-PROFILES
           PERFORM 3000-TALLY-APPLICATIONS
           PERFORM 3500-TALLY-HIRES
           PERFORM 5000-WRITE-REPORT

           MOVE "R" TO WS-RUNLOCK-ACTION

      *> The review screen writes DECLINED as its terminal refusal;
      *> a REJECTED row from older or merged data lands in the same
      *> bucket so the partner sees one refusal figure. OFFERED,
      *> HIRED, REFUSED and LAPSED are the formal job offer stages.
           EVALUATE FUNCTION TRIM(WS-APPL-STATUS)
               WHEN "APPLIED"
                   ADD 1 TO WS-UN-APPLIED(WS-UN-PICK)
                   ADD 1 TO WS-UN-ACCEPTED(WS-UN-PICK)
               WHEN "WITHDRAWN"
                   ADD 1 TO WS-UN-WITHDRAWN(WS-UN-PICK)
               WHEN "OFFERED"
                   ADD 1 TO WS-UN-OFFERED(WS-UN-PICK)
               WHEN "HIRED"
                   ADD 1 TO WS-UN-TAKEN(WS-UN-PICK)
               WHEN "REFUSED"
                   ADD 1 TO WS-UN-NOTTAKEN(WS-UN-PICK)
               WHEN "LAPSED"
                   ADD 1 TO WS-UN-NOTTAKEN(WS-UN-PICK)
               WHEN OTHER
                   ADD 1 TO WS-UN-OTHER(WS-UN-PICK)
           END-EVALUATE
           END-IF
           .

      *> hires.csv is written only by OFFER-EXPIRE, one row per
      *> accepted offer, so each row is one confirmed hire.
       3500-TALLY-HIRES.
           OPEN INPUT Hires
           IF WS-HIRE-STAT NOT = "00"
               CLOSE Hires
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Hires
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-HIRE-USER WS-HIRE-TITLE
                   WS-HIRE-COMPANY WS-HIRE-EMPLOYER WS-HIRE-REQNO
                   WS-HIRE-START WS-HIRE-PAY WS-HIRE-DATE
               UNSTRING Hire-Rec DELIMITED BY "|"
                   INTO WS-HIRE-USER WS-HIRE-TITLE WS-HIRE-COMPANY
                   WS-HIRE-EMPLOYER WS-HIRE-REQNO WS-HIRE-START
                   WS-HIRE-PAY WS-HIRE-DATE

               IF WS-HIRE-DATE IS NUMERIC
                   AND WS-HIRE-DATE >= WS-FROM-DATE
                   AND WS-HIRE-DATE <= WS-TO-DATE
                   PERFORM 3600-TALLY-ONE-HIRE
               END-IF
           END-PERFORM

           CLOSE Hires
           .

       3600-TALLY-ONE-HIRE.
           MOVE "(no university)" TO WS-ROW-UNIV
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
             UNTIL WS-PU-IDX > WS-PU-COUNT
               IF WS-PU-USER(WS-PU-IDX) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIRE-USER))
                   IF FUNCTION TRIM(WS-PU-UNIV(WS-PU-IDX))
                       NOT = SPACES
                       MOVE WS-PU-UNIV(WS-PU-IDX) TO WS-ROW-UNIV
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM 4100-FIND-UNIVERSITY
           IF WS-UN-OK NOT = "Y"
               ADD 1 TO WS-UN-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UN-HIRES(WS-UN-PICK)
           ADD 1 TO WS-HIRES-IN-RANGE
           .

      *> A fifty-first school must not land on top of the fiftieth:
      *> when the table is full the row is skipped and counted, and
      *> the skip total prints at the bottom so the career office
               MOVE 0 TO WS-UN-DECLINED(WS-UN-PICK)
               MOVE 0 TO WS-UN-ACCEPTED(WS-UN-PICK)
               MOVE 0 TO WS-UN-WITHDRAWN(WS-UN-PICK)
               MOVE 0 TO WS-UN-OFFERED(WS-UN-PICK)
               MOVE 0 TO WS-UN-TAKEN(WS-UN-PICK)
               MOVE 0 TO WS-UN-NOTTAKEN(WS-UN-PICK)
               MOVE 0 TO WS-UN-HIRES(WS-UN-PICK)
               MOVE 0 TO WS-UN-OTHER(WS-UN-PICK)
           END-IF
           .
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-HIRES-IN-RANGE TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Confirmed hires       : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-UN-SKIPPED > 0
               MOVE WS-UN-SKIPPED TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-UN-OFFERED(WS-UN-IDX) TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  Offers outstanding   : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-UN-TAKEN(WS-UN-IDX) TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  Offers taken         : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-UN-NOTTAKEN(WS-UN-IDX) TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  Offers not taken     : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-UN-OTHER(WS-UN-IDX) > 0
               MOVE WS-UN-OTHER(WS-UN-IDX) TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-UN-HIRES(WS-UN-IDX) TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  Confirmed hires      : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       9900-RESOLVE-PATHS.
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/profiles.csv"
               DELIMITED BY SIZE INTO WS-P-PROFILES-CSV
           MOVE SPACES TO WS-P-HIRES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/hires.csv"
               DELIMITED BY SIZE INTO WS-P-HIRES-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
