       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-MEMBER-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompanyMembers ASSIGN TO WS-P-COMPANYMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CompanyMembers.
       01  CoMem-Rec          PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-COMPANYMEMBERS-CSV PIC X(120).

       01  WS-CM-STAT         PIC XX VALUE "00".
       01  WS-CM-COMPANY      PIC X(60).
       01  WS-CM-USER         PIC X(30).
       01  WS-CM-ROLE         PIC X(10).
       01  WS-CM-DATE         PIC X(8).
       01  WS-USER-UC         PIC X(30).
       01  WS-COMPANY-UC      PIC X(60).
       01  WS-OUT             PIC X(256).

       LINKAGE SECTION.
       01  L-COMPANY          PIC X(60).
       01  L-USERNAME         PIC X(30).
       01  L-ROLE             PIC X(10).
       01  L-STATUS           PIC X.

      *> Adds one employer account to a company's recruiting team.
      *> companymembers.csv holds company|user|role|date-added, role
      *> ADMIN for the one company administrator or RECRUITER. An
      *> account sits on at most one team (status M when it already
      *> does), and a company has one administrator (status T when
      *> an ADMIN row is asked for a company that already has one).
      *> Y means the row was added.
       PROCEDURE DIVISION USING L-COMPANY L-USERNAME L-ROLE
           L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE "N" TO L-STATUS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
             TO WS-USER-UC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-COMPANY))
             TO WS-COMPANY-UC

           IF WS-USER-UC = SPACES OR WS-COMPANY-UC = SPACES
               GOBACK
           END-IF

           OPEN INPUT CompanyMembers
           IF WS-CM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE
                   WS-CM-DATE
               UNSTRING CoMem-Rec DELIMITED BY "|"
                   INTO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE
                   WS-CM-DATE

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-USER))
                   = WS-USER-UC
                   MOVE "M" TO L-STATUS
                   EXIT PERFORM
               END-IF
               IF FUNCTION TRIM(L-ROLE) = "ADMIN"
                   AND FUNCTION TRIM(WS-CM-ROLE) = "ADMIN"
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CM-COMPANY)) = WS-COMPANY-UC
                   MOVE "T" TO L-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           END-IF

           IF L-STATUS NOT = "N"
               GOBACK
           END-IF

           OPEN EXTEND CompanyMembers
           IF WS-CM-STAT NOT = "00"
               OPEN OUTPUT CompanyMembers
               CLOSE CompanyMembers
               OPEN EXTEND CompanyMembers
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(L-COMPANY)
                  "|"
                  FUNCTION TRIM(L-USERNAME)
                  "|"
                  FUNCTION TRIM(L-ROLE)
                  "|"
                  FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO CoMem-Rec
           WRITE CoMem-Rec
           CLOSE CompanyMembers

           MOVE "Y" TO L-STATUS
           GOBACK.

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-COMPANYMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/companymembers.csv"
               DELIMITED BY SIZE INTO WS-P-COMPANYMEMBERS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM COMPANY-MEMBER-SET.
