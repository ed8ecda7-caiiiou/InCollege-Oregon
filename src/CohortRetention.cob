       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETENTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Users ASSIGN TO WS-P-USERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STAT.
           SELECT UsersArchive ASSIGN TO WS-P-USERS-ARCHIVE-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STAT.
           SELECT AcctCreated ASSIGN TO WS-P-ACCOUNTCREATED-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREATED-STAT.
           SELECT Acceptances ASSIGN TO WS-P-ACCEPTANCES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STAT.
           SELECT Roles ASSIGN TO WS-P-ROLES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STAT.
           SELECT Profiles ASSIGN TO WS-P-PROFILES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT LoginLog ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
           SELECT ReportOut ASSIGN TO WS-P-COHORT-RETENTION-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Users.
       01  Users-Rec          PIC X(256).

       FD  UsersArchive.
       01  Archive-Rec        PIC X(266).

       FD  AcctCreated.
       01  Created-Rec        PIC X(80).

       FD  Acceptances.
       01  Accept-Rec         PIC X(80).

       FD  Roles.
       01  Roles-Rec          PIC X(80).

       FD  Profiles.
       01  Profile-Rec        PIC X(256).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       FD  LoginLog.
       01  Log-Rec            PIC X(256).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-USERS-CSV     PIC X(120).
       01  WS-P-USERS-ARCHIVE-CSV PIC X(120).
       01  WS-P-ACCOUNTCREATED-CSV PIC X(120).
       01  WS-P-ACCEPTANCES-CSV PIC X(120).
       01  WS-P-ROLES-CSV     PIC X(120).
       01  WS-P-PROFILES-CSV  PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-COHORT-RETENTION-TXT PIC X(120).
       01  WS-CHECK-NAME      PIC X(120).

       01  WS-USERS-STAT      PIC XX VALUE "00".
       01  WS-ARCH-STAT       PIC XX VALUE "00".
       01  WS-CREATED-STAT    PIC XX VALUE "00".
       01  WS-ACCEPT-STAT     PIC XX VALUE "00".
       01  WS-ROLE-STAT       PIC XX VALUE "00".
       01  WS-PROF-STAT       PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-LOG-STAT        PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).

       01  WS-U               PIC X(30).
       01  WS-U-UC            PIC X(30).
       01  WS-ARCH-DATE       PIC X(8).
       01  WS-ROW-STAMP       PIC X(17).
       01  WS-TOS-ANSWER      PIC X(1).
       01  WS-ROLE            PIC X(10).
       01  WS-PROF-UNIV       PIC X(60).
       01  WS-LOG-USER        PIC X(30).
       01  WS-LOG-STAMP       PIC X(17).
       01  WS-LOG-RESULT      PIC X(10).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY-INT       PIC 9(8) COMP.
       01  WS-CREATED-INT     PIC 9(8) COMP.
       01  WS-LAST-INT        PIC 9(8) COMP.
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Cohorts opened in the last COHORTMONTHS calendar months
      *> (config.txt, default 12) are reported, oldest first.
       01  WS-COHORT-MONTHS   PIC 9(3) VALUE 12.
       01  WS-FIRST-MONTH     PIC X(6).
       01  WS-CUR-MONTH       PIC X(6).
       01  WS-WORK-MONTH      PIC X(6).
       01  WS-MONTH-YYYY      PIC 9(4).
       01  WS-MONTH-MM        PIC 9(2).
       01  WS-MONTH-IDX       PIC 9(3) COMP.

      *> Returned at N days: a successful login N or more days
      *> after the account was opened. Only accounts opened at least
      *> N days ago are counted toward that column's share.
       01  WS-MILESTONE-VALUES.
           05  FILLER         PIC 9(3) VALUE 7.
           05  FILLER         PIC 9(3) VALUE 30.
           05  FILLER         PIC 9(3) VALUE 60.
           05  FILLER         PIC 9(3) VALUE 90.
       01  WS-MILESTONE-TBL REDEFINES WS-MILESTONE-VALUES.
           05  WS-MILESTONE   OCCURS 4 TIMES PIC 9(3).
       01  WS-MS-IDX          PIC 9(1) COMP.

       01  WS-US-TABLE.
           05  WS-US-ENTRY    OCCURS 5000 TIMES.
               10  WS-US-UC       PIC X(30).
               10  WS-US-CREATED  PIC X(8).
               10  WS-US-CR-SRC   PIC X(1).
               10  WS-US-ROLE     PIC X(10).
               10  WS-US-ROLE-SET PIC X(1).
               10  WS-US-UNIV     PIC X(30).
               10  WS-US-LAST     PIC X(8).
       01  WS-US-CNT          PIC 9(4) VALUE 0.
       01  WS-US-IDX          PIC 9(4) COMP.
       01  WS-US-FOUND        PIC 9(4) VALUE 0.

      *> One row per cohort month and breakdown: kind A is the
      *> whole cohort, R one role within it, U one university.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY    OCCURS 3000 TIMES.
               10  WS-GR-MONTH    PIC X(6).
               10  WS-GR-KIND     PIC X(1).
               10  WS-GR-VALUE    PIC X(30).
               10  WS-GR-MEMBERS  PIC 9(6).
               10  WS-GR-ELIG     OCCURS 4 TIMES PIC 9(6).
               10  WS-GR-RET      OCCURS 4 TIMES PIC 9(6).
       01  WS-GR-CNT          PIC 9(4) VALUE 0.
       01  WS-GR-IDX          PIC 9(4) COMP.
       01  WS-GR-FOUND        PIC 9(4) VALUE 0.
       01  WS-GR-KEY-MONTH    PIC X(6).
       01  WS-GR-KEY-KIND     PIC X(1).
       01  WS-GR-KEY-VALUE    PIC X(30).
       01  WS-PRINT-KIND      PIC X(1).

       01  WS-IN-WINDOW       PIC 9(6) VALUE 0.
       01  WS-UNDATED         PIC 9(6) VALUE 0.
       01  WS-FALLBACK-DATED  PIC 9(6) VALUE 0.
       01  WS-PCT             PIC 9(3).
       01  WS-DISPLAY-PCT     PIC ZZ9.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.
       01  WS-DISPLAY-BASE    PIC ZZZZ9.
       01  WS-CELL            PIC X(14).
       01  WS-CELLS           PIC X(60).
       01  WS-CELL-PTR        PIC 9(3) COMP.
       01  WS-LABEL           PIC X(36).

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
           MOVE WS-TIMESTAMP(1:6) TO WS-CUR-MONTH
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))

           PERFORM 0500-LOAD-CONFIG

           MOVE WS-CUR-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-CUR-MONTH(5:2) TO WS-MONTH-MM
           PERFORM WS-COHORT-MONTHS TIMES
               PERFORM 2600-PREVIOUS-MONTH
           END-PERFORM
           PERFORM 2700-NEXT-MONTH
           MOVE SPACES TO WS-FIRST-MONTH
           STRING WS-MONTH-YYYY WS-MONTH-MM
               DELIMITED BY SIZE INTO WS-FIRST-MONTH

           PERFORM 1000-LOAD-USERS
           PERFORM 1100-LOAD-ARCHIVED
           PERFORM 1200-LOAD-CREATED
           PERFORM 1300-LOAD-ACCEPTANCES
           PERFORM 1400-LOAD-ROLES
           PERFORM 1500-LOAD-PROFILES
           PERFORM 2000-LOAD-LAST-LOGINS
           PERFORM 3000-BUILD-COHORTS
           PERFORM 4000-WRITE-REPORT

           MOVE WS-IN-WINDOW TO WS-DISPLAY-NUM
           DISPLAY "Accounts in reported cohorts: " WS-DISPLAY-NUM
           MOVE WS-UNDATED TO WS-DISPLAY-NUM
           DISPLAY "Accounts with no opening date:" WS-DISPLAY-NUM

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       0500-LOAD-CONFIG.
           OPEN INPUT ConfigFile
           IF WS-CFG-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ ConfigFile
                       AT END
                           EXIT PERFORM
                   END-READ

                   MOVE SPACES TO WS-CFG-KEY WS-CFG-VAL
                   UNSTRING Config-Rec DELIMITED BY "="
                       INTO WS-CFG-KEY WS-CFG-VAL

                   IF FUNCTION TRIM(WS-CFG-KEY) = "COHORTMONTHS"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-COHORT-MONTHS
                   END-IF
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           IF WS-COHORT-MONTHS = 0 OR WS-COHORT-MONTHS > 120
               MOVE 12 TO WS-COHORT-MONTHS
           END-IF
           .

      *> Every account on file, active or since deactivated: a
      *> student who signed up and left still belongs to the cohort
      *> they joined with.
       1000-LOAD-USERS.
           MOVE 0 TO WS-US-CNT
           OPEN INPUT Users
           IF WS-USERS-STAT NOT = "00"
               CLOSE Users
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Users
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U
               UNSTRING Users-Rec DELIMITED BY "|" INTO WS-U
               PERFORM 1900-ADD-USER
           END-PERFORM

           CLOSE Users
           .

       1100-LOAD-ARCHIVED.
           OPEN INPUT UsersArchive
           IF WS-ARCH-STAT NOT = "00"
               CLOSE UsersArchive
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ UsersArchive
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-ARCH-DATE WS-U
               UNSTRING Archive-Rec DELIMITED BY "|"
                   INTO WS-ARCH-DATE WS-U
               PERFORM 1900-ADD-USER
           END-PERFORM

           CLOSE UsersArchive
           .

      *> The opening date USERS-APPEND-HASH records; the latest row
      *> stands, in case a name was erased and later taken again.
       1200-LOAD-CREATED.
           OPEN INPUT AcctCreated
           IF WS-CREATED-STAT NOT = "00"
               CLOSE AcctCreated
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ AcctCreated
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U WS-ROW-STAMP
               UNSTRING Created-Rec DELIMITED BY "|"
                   INTO WS-U WS-ROW-STAMP
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   AND WS-ROW-STAMP(1:8) IS NUMERIC
                   MOVE WS-ROW-STAMP(1:8)
                     TO WS-US-CREATED(WS-US-FOUND)
                   MOVE "C" TO WS-US-CR-SRC(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE AcctCreated
           .

      *> Accounts opened before the opening date was kept are dated
      *> by their last accepted Terms of Service, which signup
      *> records just ahead of creating the login.
       1300-LOAD-ACCEPTANCES.
           OPEN INPUT Acceptances
           IF WS-ACCEPT-STAT NOT = "00"
               CLOSE Acceptances
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Acceptances
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U WS-TOS-ANSWER WS-ROW-STAMP
               UNSTRING Accept-Rec DELIMITED BY "|"
                   INTO WS-U WS-TOS-ANSWER WS-ROW-STAMP
               IF WS-TOS-ANSWER = "Y" OR WS-TOS-ANSWER = "y"
                   PERFORM 2900-FIND-USER
                   IF WS-US-FOUND > 0
                       AND WS-US-CR-SRC(WS-US-FOUND) NOT = "C"
                       AND WS-ROW-STAMP(1:8) IS NUMERIC
                       MOVE WS-ROW-STAMP(1:8)
                         TO WS-US-CREATED(WS-US-FOUND)
                       MOVE "T" TO WS-US-CR-SRC(WS-US-FOUND)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE Acceptances
           .

      *> First row for an account wins, as ROLE-LOOKUP reads it;
      *> no row means a student.
       1400-LOAD-ROLES.
           OPEN INPUT Roles
           IF WS-ROLE-STAT NOT = "00"
               CLOSE Roles
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Roles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U WS-ROLE
               UNSTRING Roles-Rec DELIMITED BY "|"
                   INTO WS-U WS-ROLE
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   AND WS-US-ROLE-SET(WS-US-FOUND) = "N"
                   MOVE "Y" TO WS-US-ROLE-SET(WS-US-FOUND)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROLE))
                     TO WS-US-ROLE(WS-US-FOUND)
                   IF WS-US-ROLE(WS-US-FOUND) NOT = "EMPLOYER"
                       AND WS-US-ROLE(WS-US-FOUND) NOT = "ADMIN"
                       MOVE "STUDENT" TO WS-US-ROLE(WS-US-FOUND)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE Roles
           .

       1500-LOAD-PROFILES.
           OPEN INPUT Profiles
           IF WS-PROF-STAT NOT = "00"
               CLOSE Profiles
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Profiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U WS-PROF-UNIV
               UNSTRING Profile-Rec DELIMITED BY "|"
                   INTO WS-U WS-PROF-UNIV
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   AND FUNCTION TRIM(WS-PROF-UNIV) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PROF-UNIV))
                     TO WS-US-UNIV(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE Profiles
           .

       1900-ADD-USER.
           IF FUNCTION TRIM(WS-U) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2900-FIND-USER
           IF WS-US-FOUND > 0 OR WS-US-CNT >= 5000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-US-CNT
           MOVE WS-U-UC TO WS-US-UC(WS-US-CNT)
           MOVE "STUDENT" TO WS-US-ROLE(WS-US-CNT)
           MOVE "N" TO WS-US-ROLE-SET(WS-US-CNT)
           MOVE "(NOT GIVEN)" TO WS-US-UNIV(WS-US-CNT)
           MOVE SPACES TO WS-US-CREATED(WS-US-CNT)
               WS-US-CR-SRC(WS-US-CNT) WS-US-LAST(WS-US-CNT)
           .

      *> Latest successful login per account, from the monthly
      *> archives AUDIT-ROTATE keeps across its ten-year window and
      *> then the live audit.log.
       2000-LOAD-LAST-LOGINS.
           MOVE WS-CUR-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-CUR-MONTH(5:2) TO WS-MONTH-MM
           PERFORM 120 TIMES
               PERFORM 2600-PREVIOUS-MONTH
           END-PERFORM

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
             UNTIL WS-MONTH-IDX > 120
               MOVE SPACES TO WS-WORK-MONTH
               STRING WS-MONTH-YYYY WS-MONTH-MM
                   DELIMITED BY SIZE INTO WS-WORK-MONTH
               MOVE SPACES TO WS-CHECK-NAME
               STRING FUNCTION TRIM(WS-OUT-DIR)
                      "/audit_"
                      WS-WORK-MONTH
                      ".log"
                   DELIMITED BY SIZE INTO WS-CHECK-NAME
               PERFORM 2500-SCAN-LOGIN-FILE
               PERFORM 2700-NEXT-MONTH
           END-PERFORM

           MOVE SPACES TO WS-CHECK-NAME
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.log"
               DELIMITED BY SIZE INTO WS-CHECK-NAME
           PERFORM 2500-SCAN-LOGIN-FILE
           .

       2500-SCAN-LOGIN-FILE.
           OPEN INPUT LoginLog
           IF WS-LOG-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ LoginLog
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-LOG-USER WS-LOG-STAMP WS-LOG-RESULT
               UNSTRING Log-Rec DELIMITED BY "|"
                   INTO WS-LOG-USER WS-LOG-STAMP WS-LOG-RESULT
               IF FUNCTION TRIM(WS-LOG-RESULT) = "SUCCESS"
                   AND WS-LOG-STAMP(1:8) IS NUMERIC
                   MOVE WS-LOG-USER TO WS-U
                   PERFORM 2900-FIND-USER
                   IF WS-US-FOUND > 0
                       AND WS-LOG-STAMP(1:8) > WS-US-LAST(WS-US-FOUND)
                       MOVE WS-LOG-STAMP(1:8)
                         TO WS-US-LAST(WS-US-FOUND)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LoginLog
           .

       2600-PREVIOUS-MONTH.
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           .

       2700-NEXT-MONTH.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           .

       2900-FIND-USER.
           MOVE 0 TO WS-US-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-U)) TO WS-U-UC
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               OR WS-US-FOUND > 0
               IF WS-US-UC(WS-US-IDX) = WS-U-UC
                   MOVE WS-US-IDX TO WS-US-FOUND
               END-IF
           END-PERFORM
           .

      *> Each dated account inside the window is credited to its
      *> cohort as a whole, to its role and to its university.
       3000-BUILD-COHORTS.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-CREATED(WS-US-IDX) = SPACES
                   ADD 1 TO WS-UNDATED
               ELSE
                   IF WS-US-CREATED(WS-US-IDX)(1:6) >= WS-FIRST-MONTH
                       AND WS-US-CREATED(WS-US-IDX)(1:6)
                           <= WS-CUR-MONTH
                       ADD 1 TO WS-IN-WINDOW
                       IF WS-US-CR-SRC(WS-US-IDX) = "T"
                           ADD 1 TO WS-FALLBACK-DATED
                       END-IF
                       PERFORM 3100-CREDIT-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       3100-CREDIT-ACCOUNT.
           COMPUTE WS-CREATED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-US-CREATED(WS-US-IDX)))
           MOVE 0 TO WS-LAST-INT
           IF WS-US-LAST(WS-US-IDX) IS NUMERIC
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-US-LAST(WS-US-IDX)))
           END-IF

           MOVE WS-US-CREATED(WS-US-IDX)(1:6) TO WS-GR-KEY-MONTH
           MOVE "A" TO WS-GR-KEY-KIND
           MOVE SPACES TO WS-GR-KEY-VALUE
           PERFORM 3200-CREDIT-GROUP
           MOVE "R" TO WS-GR-KEY-KIND
           MOVE WS-US-ROLE(WS-US-IDX) TO WS-GR-KEY-VALUE
           PERFORM 3200-CREDIT-GROUP
           MOVE "U" TO WS-GR-KEY-KIND
           MOVE WS-US-UNIV(WS-US-IDX) TO WS-GR-KEY-VALUE
           PERFORM 3200-CREDIT-GROUP
           .

       3200-CREDIT-GROUP.
           MOVE 0 TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
             UNTIL WS-GR-IDX > WS-GR-CNT
               OR WS-GR-FOUND > 0
               IF WS-GR-MONTH(WS-GR-IDX) = WS-GR-KEY-MONTH
                   AND WS-GR-KIND(WS-GR-IDX) = WS-GR-KEY-KIND
                   AND WS-GR-VALUE(WS-GR-IDX) = WS-GR-KEY-VALUE
                   MOVE WS-GR-IDX TO WS-GR-FOUND
               END-IF
           END-PERFORM

           IF WS-GR-FOUND = 0
               IF WS-GR-CNT >= 3000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GR-CNT
               MOVE WS-GR-CNT TO WS-GR-FOUND
               MOVE WS-GR-KEY-MONTH TO WS-GR-MONTH(WS-GR-FOUND)
               MOVE WS-GR-KEY-KIND TO WS-GR-KIND(WS-GR-FOUND)
               MOVE WS-GR-KEY-VALUE TO WS-GR-VALUE(WS-GR-FOUND)
               MOVE 0 TO WS-GR-MEMBERS(WS-GR-FOUND)
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > 4
                   MOVE 0 TO WS-GR-ELIG(WS-GR-FOUND WS-MS-IDX)
                       WS-GR-RET(WS-GR-FOUND WS-MS-IDX)
               END-PERFORM
           END-IF

           ADD 1 TO WS-GR-MEMBERS(WS-GR-FOUND)
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > 4
               IF WS-TODAY-INT >=
                       WS-CREATED-INT + WS-MILESTONE(WS-MS-IDX)
                   ADD 1 TO WS-GR-ELIG(WS-GR-FOUND WS-MS-IDX)
                   IF WS-LAST-INT >=
                           WS-CREATED-INT + WS-MILESTONE(WS-MS-IDX)
                       ADD 1 TO WS-GR-RET(WS-GR-FOUND WS-MS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> One block per cohort month, oldest first: the cohort as a
      *> whole, then each role, then each university. Each column
      *> shows the share that came back, over the number of
      *> accounts old enough to be counted for it.
       4000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Signup Cohort Retention Report - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Cohorts opened "
                  WS-FIRST-MONTH
                  " to "
                  WS-CUR-MONTH
                  "; returned = a successful login at least"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE "N days after the account was opened (accounts old"
             TO Report-Rec
           WRITE Report-Rec
           MOVE "enough to be counted in brackets)." TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE SPACES TO WS-OUT
           STRING "Cohort  Group                                "
                  "Accts  7 days        30 days       60 days"
                  "       90 days"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-FIRST-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-FIRST-MONTH(5:2) TO WS-MONTH-MM
           MOVE WS-FIRST-MONTH TO WS-WORK-MONTH
           PERFORM UNTIL WS-WORK-MONTH > WS-CUR-MONTH
               PERFORM 4100-WRITE-COHORT
               PERFORM 2700-NEXT-MONTH
               MOVE SPACES TO WS-WORK-MONTH
               STRING WS-MONTH-YYYY WS-MONTH-MM
                   DELIMITED BY SIZE INTO WS-WORK-MONTH
           END-PERFORM

           IF WS-IN-WINDOW = 0
               MOVE "  (no accounts opened in these months)"
                 TO Report-Rec
               WRITE Report-Rec
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-IN-WINDOW TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Accounts in these cohorts      : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE WS-FALLBACK-DATED TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  dated by Terms acceptance    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE WS-UNDATED TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Accounts with no opening date  : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           CLOSE ReportOut
           .

       4100-WRITE-COHORT.
           MOVE "A" TO WS-PRINT-KIND
           PERFORM 4200-WRITE-KIND
           MOVE "R" TO WS-PRINT-KIND
           PERFORM 4200-WRITE-KIND
           MOVE "U" TO WS-PRINT-KIND
           PERFORM 4200-WRITE-KIND
           .

       4200-WRITE-KIND.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
             UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-MONTH(WS-GR-IDX) = WS-WORK-MONTH
                   AND WS-GR-KIND(WS-GR-IDX) = WS-PRINT-KIND
                   PERFORM 4300-WRITE-GROUP-LINE
               END-IF
           END-PERFORM
           .

       4300-WRITE-GROUP-LINE.
           MOVE SPACES TO WS-LABEL
           EVALUATE WS-GR-KIND(WS-GR-IDX)
               WHEN "A"
                   MOVE "ALL ACCOUNTS" TO WS-LABEL
               WHEN "R"
                   STRING "  ROLE "
                          WS-GR-VALUE(WS-GR-IDX)
                       DELIMITED BY SIZE INTO WS-LABEL
               WHEN OTHER
                   STRING "  UNIV "
                          WS-GR-VALUE(WS-GR-IDX)
                       DELIMITED BY SIZE INTO WS-LABEL
           END-EVALUATE

           MOVE SPACES TO WS-CELLS
           MOVE 1 TO WS-CELL-PTR
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > 4
               MOVE SPACES TO WS-CELL
               MOVE WS-GR-ELIG(WS-GR-IDX WS-MS-IDX) TO WS-DISPLAY-BASE
               IF WS-GR-ELIG(WS-GR-IDX WS-MS-IDX) = 0
                   MOVE "  -  (    0)" TO WS-CELL
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       WS-GR-RET(WS-GR-IDX WS-MS-IDX) * 100
                       / WS-GR-ELIG(WS-GR-IDX WS-MS-IDX)
                   MOVE WS-PCT TO WS-DISPLAY-PCT
                   STRING WS-DISPLAY-PCT
                          "% ("
                          WS-DISPLAY-BASE
                          ")"
                       DELIMITED BY SIZE INTO WS-CELL
               END-IF
               MOVE WS-CELL TO WS-CELLS(WS-CELL-PTR:14)
               ADD 14 TO WS-CELL-PTR
           END-PERFORM

           MOVE WS-GR-MEMBERS(WS-GR-IDX) TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           IF WS-GR-KIND(WS-GR-IDX) = "A"
               STRING WS-GR-MONTH(WS-GR-IDX)
                      "  "
                      WS-LABEL
                      WS-DISPLAY-NUM
                      "  "
                      WS-CELLS
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING "        "
                      WS-LABEL
                      WS-DISPLAY-NUM
                      "  "
                      WS-CELLS
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-USERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/users.csv"
               DELIMITED BY SIZE INTO WS-P-USERS-CSV
           MOVE SPACES TO WS-P-USERS-ARCHIVE-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/users_archive.csv"
               DELIMITED BY SIZE INTO WS-P-USERS-ARCHIVE-CSV
           MOVE SPACES TO WS-P-ACCOUNTCREATED-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/accountcreated.csv"
               DELIMITED BY SIZE INTO WS-P-ACCOUNTCREATED-CSV
           MOVE SPACES TO WS-P-ACCEPTANCES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/acceptances.csv"
               DELIMITED BY SIZE INTO WS-P-ACCEPTANCES-CSV
           MOVE SPACES TO WS-P-ROLES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/roles.csv"
               DELIMITED BY SIZE INTO WS-P-ROLES-CSV
           MOVE SPACES TO WS-P-PROFILES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/profiles.csv"
               DELIMITED BY SIZE INTO WS-P-PROFILES-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-COHORT-RETENTION-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/cohort_retention.txt"
               DELIMITED BY SIZE INTO WS-P-COHORT-RETENTION-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM COHORT-RETENTION.
