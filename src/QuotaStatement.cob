           SELECT Applications ASSIGN TO WS-P-APPLICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STAT.
           SELECT CompanyMembers ASSIGN TO WS-P-COMPANYMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
       01  Quota-Rec          PIC X(80).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  JobsHistory.
       01  JHist-Rec          PIC X(359).

       FD  Applications.
       01  Appl-Rec           PIC X(256).

       FD  CompanyMembers.
       01  CoMem-Rec          PIC X(256).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-JOBS-HISTORY-CSV PIC X(120).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-COMPANYMEMBERS-CSV PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-QUOTA-STMT-TXT PIC X(120).

       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-JHIST-STAT      PIC XX VALUE "00".
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-CM-STAT         PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(60).
       01  WS-APPL-DATE       PIC X(8).
       01  WS-APPL-STATUS     PIC X(10).
       01  WS-APPL-POSTER     PIC X(30).
       01  WS-CM-COMPANY      PIC X(60).
       01  WS-CM-USER         PIC X(30).
       01  WS-CM-ROLE         PIC X(10).

      *> One statement block per EMPLOYER account: postings created
      *> this month (live and already-retired), applicants received,
      *> and the quota the career office holds them to. A recruiting
      *> team is billed as one: WS-EM-BILL points a recruiter at the
      *> company administrator's entry, which carries the company
      *> and the whole team's activity. A member's work under any
      *> other company name is kept apart in the OUT counters of
      *> their own entry, off the team's totals and its quota.
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY    OCCURS 200 TIMES.
               10  WS-EM-USER     PIC X(30).
               10  WS-EM-LIMIT    PIC 9(4).
               10  WS-EM-POSTED   PIC 9(4).
               10  WS-EM-APPLS    PIC 9(4).
               10  WS-EM-BILL     PIC 9(4).
               10  WS-EM-COMPANY  PIC X(60).
               10  WS-EM-TEAM     PIC 9(4).
               10  WS-EM-TEAM-CO  PIC X(60).
               10  WS-EM-OUT-POSTED PIC 9(4).
               10  WS-EM-OUT-APPLS PIC 9(4).
       01  WS-EM-COUNT        PIC 9(4) VALUE 0.
       01  WS-EM-IDX          PIC 9(4) COMP.
       01  WS-EM-HIT          PIC 9(4) VALUE 0.
       01  WS-EM-ADMIN        PIC 9(4) VALUE 0.
       01  WS-EM-CREDIT       PIC 9(4) VALUE 0.
       01  WS-EM-OUTSIDE      PIC X VALUE "N".
       01  WS-CHECK-CO        PIC X(60).

       01  WS-CFG-DEFAULT     PIC 9(4) VALUE 5.
       01  WS-CUR-MONTH       PIC X(6).
      *> invoice: postings created this calendar month from jobs.csv
      *> and jobs_history.csv, applicants received on this month's
      *> applications, and the quota in force (quotas.csv, or the
      *> free tier when no agreement row exists). Recruiting teams
      *> (companymembers.csv) get one statement under the company
      *> administrator, on the administrator's quota.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           PERFORM 0500-LOAD-CONFIG
           PERFORM 1000-LOAD-EMPLOYERS
           PERFORM 1500-LOAD-TEAMS
           PERFORM 2000-LOAD-QUOTAS
           PERFORM 3000-COUNT-POSTINGS
           PERFORM 4000-COUNT-APPLICANTS
                   MOVE WS-CFG-DEFAULT TO WS-EM-LIMIT(WS-EM-COUNT)
                   MOVE 0 TO WS-EM-POSTED(WS-EM-COUNT)
                   MOVE 0 TO WS-EM-APPLS(WS-EM-COUNT)
                   MOVE WS-EM-COUNT TO WS-EM-BILL(WS-EM-COUNT)
                   MOVE SPACES TO WS-EM-COMPANY(WS-EM-COUNT)
                   MOVE 0 TO WS-EM-TEAM(WS-EM-COUNT)
                   MOVE SPACES TO WS-EM-TEAM-CO(WS-EM-COUNT)
                   MOVE 0 TO WS-EM-OUT-POSTED(WS-EM-COUNT)
                   MOVE 0 TO WS-EM-OUT-APPLS(WS-EM-COUNT)
               END-IF
           END-PERFORM

           CLOSE Roles
           .

      *> Two passes over the memberships: the administrators first,
      *> so each recruiter in the second can be pointed at theirs.
       1500-LOAD-TEAMS.
           OPEN INPUT CompanyMembers
           IF WS-CM-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1510-SPLIT-MEMBER
               IF WS-EM-HIT > 0
                   MOVE WS-CM-COMPANY TO WS-EM-TEAM-CO(WS-EM-HIT)
               END-IF
               IF FUNCTION TRIM(WS-CM-ROLE) = "ADMIN"
                   AND WS-EM-HIT > 0
                   MOVE WS-CM-COMPANY TO WS-EM-COMPANY(WS-EM-HIT)
               END-IF
           END-PERFORM
           CLOSE CompanyMembers

           OPEN INPUT CompanyMembers
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1510-SPLIT-MEMBER
               IF FUNCTION TRIM(WS-CM-ROLE) = "RECRUITER"
                   AND WS-EM-HIT > 0
                   MOVE 0 TO WS-EM-ADMIN
                   PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                     UNTIL WS-EM-IDX > WS-EM-COUNT
                       IF WS-EM-COMPANY(WS-EM-IDX) = WS-CM-COMPANY
                           MOVE WS-EM-IDX TO WS-EM-ADMIN
                       END-IF
                   END-PERFORM
                   IF WS-EM-ADMIN > 0
                       MOVE WS-EM-ADMIN TO WS-EM-BILL(WS-EM-HIT)
                       ADD 1 TO WS-EM-TEAM(WS-EM-ADMIN)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           .

      *> Splits a membership row and leaves WS-EM-HIT on the
      *> member's employer entry, or 0 when they are not one.
       1510-SPLIT-MEMBER.
           MOVE SPACES TO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE
           UNSTRING CoMem-Rec DELIMITED BY "|"
               INTO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-USER))
             TO WS-CHECK-UC
           PERFORM 1520-FIND-EMPLOYER
           .

       1520-FIND-EMPLOYER.
           MOVE 0 TO WS-EM-HIT
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-USER(WS-EM-IDX) = WS-CHECK-UC
                   MOVE WS-EM-IDX TO WS-EM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       2000-LOAD-QUOTAS.
           OPEN INPUT Quotas
           IF WS-QUOTA-STAT NOT = "00"

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-POSTER))
             TO WS-CHECK-UC
           PERFORM 1520-FIND-EMPLOYER
           IF WS-EM-HIT > 0
               MOVE WS-JOB-COMPANY TO WS-CHECK-CO
               PERFORM 3200-FIND-CREDIT
               IF WS-EM-OUTSIDE = "Y"
                   ADD 1 TO WS-EM-OUT-POSTED(WS-EM-HIT)
               ELSE
                   ADD 1 TO WS-EM-POSTED(WS-EM-CREDIT)
               END-IF
           END-IF
           .

      *> A team member's row goes on the team's statement only
      *> when it was made for the team's company, whoever on the
      *> team made it - the rule Post a Job's quota check applies.
      *> Anything under another company name is marked outside and
      *> counted on the member's own entry apart from the team's.
       3200-FIND-CREDIT.
           MOVE WS-EM-BILL(WS-EM-HIT) TO WS-EM-CREDIT
           MOVE "N" TO WS-EM-OUTSIDE
           IF WS-EM-TEAM-CO(WS-EM-HIT) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHECK-CO))
                   NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-EM-TEAM-CO(WS-EM-HIT)))
               MOVE "Y" TO WS-EM-OUTSIDE
           END-IF
           .

       4000-COUNT-APPLICANTS.
               IF WS-APPL-DATE(1:6) = WS-CUR-MONTH
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-APPL-POSTER)) TO WS-CHECK-UC
                   PERFORM 1520-FIND-EMPLOYER
                   IF WS-EM-HIT > 0
                       MOVE WS-APPL-COMPANY TO WS-CHECK-CO
                       PERFORM 3200-FIND-CREDIT
                       IF WS-EM-OUTSIDE = "Y"
                           ADD 1 TO WS-EM-OUT-APPLS(WS-EM-HIT)
                       ELSE
                           ADD 1 TO WS-EM-APPLS(WS-EM-CREDIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM


           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-BILL(WS-EM-IDX) = WS-EM-IDX
                   MOVE SPACES TO Report-Rec
                   WRITE Report-Rec

                   MOVE SPACES TO WS-OUT
                   IF WS-EM-COMPANY(WS-EM-IDX) = SPACES
                       STRING FUNCTION TRIM(WS-EM-NAME(WS-EM-IDX))
                           DELIMITED BY SIZE INTO WS-OUT
                   ELSE
                       STRING FUNCTION TRIM(WS-EM-COMPANY(WS-EM-IDX))
                              " recruiting team (administrator "
                              FUNCTION TRIM(WS-EM-NAME(WS-EM-IDX))
                              ")"
                           DELIMITED BY SIZE INTO WS-OUT
                   END-IF
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec

                   IF WS-EM-COMPANY(WS-EM-IDX) NOT = SPACES
                       MOVE WS-EM-TEAM(WS-EM-IDX) TO WS-DISPLAY-NUM
                       MOVE SPACES TO WS-OUT
                       STRING "  Recruiters on team : " WS-DISPLAY-NUM
                           DELIMITED BY SIZE INTO WS-OUT
                       MOVE WS-OUT TO Report-Rec
                       WRITE Report-Rec
                   END-IF

                   MOVE WS-EM-POSTED(WS-EM-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  Postings created   : " WS-DISPLAY-NUM
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec

                   MOVE WS-EM-APPLS(WS-EM-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  Applicants received: " WS-DISPLAY-NUM
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec

                   MOVE WS-EM-LIMIT(WS-EM-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  Monthly quota      : " WS-DISPLAY-NUM
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF

      *> A member's work outside the team gets a block of its own;
      *> it is not counted against the team's quota, so no quota
      *> line is shown there.
               IF WS-EM-OUT-POSTED(WS-EM-IDX) > 0
                   OR WS-EM-OUT-APPLS(WS-EM-IDX) > 0
                   MOVE SPACES TO Report-Rec
                   WRITE Report-Rec

                   MOVE SPACES TO WS-OUT
                   STRING FUNCTION TRIM(WS-EM-NAME(WS-EM-IDX))
                          " (outside the "
                          FUNCTION TRIM(WS-EM-TEAM-CO(WS-EM-IDX))
                          " recruiting team)"
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec

                   MOVE WS-EM-OUT-POSTED(WS-EM-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  Postings created   : " WS-DISPLAY-NUM
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec

                   MOVE WS-EM-OUT-APPLS(WS-EM-IDX) TO WS-DISPLAY-NUM
                   MOVE SPACES TO WS-OUT
                   STRING "  Applicants received: " WS-DISPLAY-NUM
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Report-Rec
                   WRITE Report-Rec
               END-IF
           END-PERFORM

           CLOSE ReportOut
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applications.csv"
               DELIMITED BY SIZE INTO WS-P-APPLICATIONS-CSV
           MOVE SPACES TO WS-P-COMPANYMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/companymembers.csv"
               DELIMITED BY SIZE INTO WS-P-COMPANYMEMBERS-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
