       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Users ASSIGN TO WS-P-USERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STAT.
           SELECT AcctCreated ASSIGN TO WS-P-ACCOUNTCREATED-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREATED-STAT.
           SELECT Acceptances ASSIGN TO WS-P-ACCEPTANCES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STAT.
           SELECT Roles ASSIGN TO WS-P-ROLES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STAT.
           SELECT Jobs ASSIGN TO WS-P-JOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STAT.
           SELECT KeepList ASSIGN TO WS-P-DORMANT-KEEP-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT LoginLog ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
           SELECT Dormancy ASSIGN TO WS-P-DORMANCY-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STAT.
           SELECT NewDormancy ASSIGN TO WS-P-DORMANCY-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT ReportOut ASSIGN TO WS-P-DORMANT-ACCOUNTS-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Users.
       01  Users-Rec          PIC X(256).

       FD  AcctCreated.
       01  Created-Rec        PIC X(80).

       FD  Acceptances.
       01  Accept-Rec         PIC X(80).

       FD  Roles.
       01  Roles-Rec          PIC X(80).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  KeepList.
       01  Keep-Rec           PIC X(80).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       FD  LoginLog.
       01  Log-Rec            PIC X(256).

       FD  Dormancy.
       01  Dorm-Rec           PIC X(80).

       FD  NewDormancy.
       01  New-Rec            PIC X(80).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

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
       01  WS-P-ACCOUNTCREATED-CSV PIC X(120).
       01  WS-P-ACCEPTANCES-CSV PIC X(120).
       01  WS-P-ROLES-CSV     PIC X(120).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-DORMANT-KEEP-TXT PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-DORMANCY-CSV  PIC X(120).
       01  WS-P-DORMANCY-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-DORMANT-ACCOUNTS-TXT PIC X(120).
       01  WS-CHECK-NAME      PIC X(120).

       01  WS-USERS-STAT      PIC XX VALUE "00".
       01  WS-CREATED-STAT    PIC XX VALUE "00".
       01  WS-ACCEPT-STAT     PIC XX VALUE "00".
       01  WS-ROLE-STAT       PIC XX VALUE "00".
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-KEEP-STAT       PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-LOG-STAT        PIC XX VALUE "00".
       01  WS-DORM-STAT       PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).

      *> Days without a successful login at which an account is
      *> warned, sent its final notice, and put up for
      *> deactivation (config.txt DORMANTWARNDAYS,
      *> DORMANTFINALDAYS, DORMANTDEACTDAYS). Each age must be past
      *> the one before it, or all three fall back to the defaults.
       01  WS-WARN-DAYS       PIC 9(5) VALUE 365.
       01  WS-FINAL-DAYS      PIC 9(5) VALUE 395.
       01  WS-DEACT-DAYS      PIC 9(5) VALUE 425.

       01  WS-U               PIC X(30).
       01  WS-U-UC            PIC X(30).
       01  WS-ROW-STAMP       PIC X(17).
       01  WS-TOS-ANSWER      PIC X(1).
       01  WS-ROLE            PIC X(10).
       01  WS-LOG-USER        PIC X(30).
       01  WS-LOG-STAMP       PIC X(17).
       01  WS-LOG-RESULT      PIC X(10).
       01  WS-JOB-TITLE       PIC X(60).
       01  WS-JOB-COMPANY     PIC X(60).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-JOB-POSTER      PIC X(30).
       01  WS-DORM-USER       PIC X(30).
       01  WS-DORM-STAGE      PIC X(1).
       01  WS-DORM-DATE       PIC X(8).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-INT       PIC 9(8) COMP.
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(60).
       01  WS-STATUS          PIC X VALUE "N".
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

       01  WS-CUR-MONTH       PIC X(6).
       01  WS-WORK-MONTH      PIC X(6).
       01  WS-MONTH-YYYY      PIC 9(4).
       01  WS-MONTH-MM        PIC 9(2).
       01  WS-MONTH-IDX       PIC 9(3) COMP.

      *> One entry per active account. The stage is where its
      *> notices stand: blank none, W warned, F final notice sent,
      *> P put up for deactivation, each with the date it was
      *> reached. The class is what this run found or did, and
      *> picks the report section the account is listed under.
       01  WS-US-TABLE.
           05  WS-US-ENTRY    OCCURS 5000 TIMES.
               10  WS-US-NAME     PIC X(30).
               10  WS-US-UC       PIC X(30).
               10  WS-US-CREATED  PIC X(8).
               10  WS-US-CR-SRC   PIC X(1).
               10  WS-US-ROLE     PIC X(10).
               10  WS-US-ROLE-SET PIC X(1).
               10  WS-US-LAST     PIC X(8).
               10  WS-US-POSTINGS PIC 9(4).
               10  WS-US-KEEP     PIC X(1).
               10  WS-US-STAGE    PIC X(1).
               10  WS-US-STG-DATE PIC X(8).
               10  WS-US-SINCE    PIC X(8).
               10  WS-US-DAYS     PIC 9(5).
               10  WS-US-CLASS    PIC X(1).
       01  WS-US-CNT          PIC 9(4) VALUE 0.
       01  WS-US-IDX          PIC 9(4) COMP.
       01  WS-US-FOUND        PIC 9(4) VALUE 0.

      *> Report sections, in the order printed, with the class of
      *> account each one lists.
       01  WS-SECTION-VALUES.
           05  FILLER PIC X(1)  VALUE "D".
           05  FILLER PIC X(50)
                   VALUE "Deactivated this run".
           05  FILLER PIC X(1)  VALUE "E".
           05  FILLER PIC X(50)
                   VALUE "Deactivation failed - retried next run".
           05  FILLER PIC X(1)  VALUE "P".
           05  FILLER PIC X(50)
                   VALUE "Due for deactivation next run - review".
           05  FILLER PIC X(1)  VALUE "F".
           05  FILLER PIC X(50)
                   VALUE "Final notice sent this run".
           05  FILLER PIC X(1)  VALUE "G".
           05  FILLER PIC X(50)
                   VALUE "Final notice sent earlier".
           05  FILLER PIC X(1)  VALUE "W".
           05  FILLER PIC X(50)
                   VALUE "Warning sent this run".
           05  FILLER PIC X(1)  VALUE "V".
           05  FILLER PIC X(50)
                   VALUE "Warning sent earlier".
           05  FILLER PIC X(1)  VALUE "X".
           05  FILLER PIC X(50)
                   VALUE "Exempt - administrator or open postings".
           05  FILLER PIC X(1)  VALUE "H".
           05  FILLER PIC X(50)
                   VALUE "Held on the staff keep list".
           05  FILLER PIC X(1)  VALUE "R".
           05  FILLER PIC X(50)
                   VALUE "Logged in since a notice - notices cleared".
           05  FILLER PIC X(1)  VALUE "U".
           05  FILLER PIC X(50)
                   VALUE "No login or opening date on file".
       01  WS-SECTION-TBL REDEFINES WS-SECTION-VALUES.
           05  WS-SC-ENTRY    OCCURS 11 TIMES.
               10  WS-SC-CLASS    PIC X(1).
               10  WS-SC-TITLE    PIC X(50).
       01  WS-SC-IDX          PIC 9(2) COMP.
       01  WS-SC-COUNT        PIC 9(6) VALUE 0.
       01  WS-SC-TOTALS.
           05  WS-SC-TOTAL    OCCURS 11 TIMES PIC 9(6).

       01  WS-ACTIVE-COUNT    PIC 9(6) VALUE 0.
       01  WS-DEACT-COUNT     PIC 9(6) VALUE 0.
       01  WS-DORM-READ       PIC 9(6) VALUE 0.
       01  WS-DORM-WRITTEN    PIC 9(6) VALUE 0.
       01  WS-DUE-COUNT       PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.
       01  WS-DISPLAY-DAYS    PIC ZZZZ9.
       01  WS-DISPLAY-WARN    PIC ZZZZ9.
       01  WS-DISPLAY-FINAL   PIC ZZZZ9.
       01  WS-LINE-NAME       PIC X(30).
       01  WS-LINE-ROLE       PIC X(10).
       01  WS-LINE-BASIS      PIC X(14).
       01  WS-LINE-NOTE       PIC X(15).

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

      *> Monthly dormant-account pass. Each active account's last
      *> successful login is taken from the AUDIT-ROTATE archives
      *> and the live audit.log (its opening date when it has never
      *> logged in). Notices go out through notifications.csv for
      *> the mail gateway, one stage per run: a warning at the
      *> first age, a final notice at the second, and at the third
      *> the account is listed as due for deactivation. It is
      *> deactivated through USERS-DEACTIVATE on the next run, so
      *> staff have the month in between to review the list and
      *> hold an account by naming it in dormant_keep.txt.
      *> Administrators and employers with open postings are
      *> exempt. dormancy.csv (user|stage|date) remembers where
      *> each account's notices stand; a login since the last
      *> notice clears it.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - dormant account sweep not run."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TIMESTAMP(1:6) TO WS-CUR-MONTH
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY))

           PERFORM 0500-LOAD-CONFIG
           PERFORM 1000-LOAD-USERS
           PERFORM 1200-LOAD-CREATED
           PERFORM 1300-LOAD-ACCEPTANCES
           PERFORM 1400-LOAD-ROLES
           PERFORM 1500-LOAD-POSTINGS
           PERFORM 1600-LOAD-KEEP-LIST
           PERFORM 1700-LOAD-DORMANCY
           PERFORM 2000-LOAD-LAST-LOGINS
           PERFORM 3000-CLASSIFY-ACCOUNTS
           PERFORM 4000-APPLY-DEACTIVATIONS
           PERFORM 5000-REWRITE-DORMANCY
           PERFORM 6000-WRITE-REPORT

           MOVE WS-DEACT-COUNT TO WS-DISPLAY-NUM
           DISPLAY "Dormant accounts deactivated:" WS-DISPLAY-NUM
           MOVE WS-DUE-COUNT TO WS-DISPLAY-NUM
           DISPLAY "Due at the next run         :" WS-DISPLAY-NUM

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

                   EVALUATE FUNCTION TRIM(WS-CFG-KEY)
                       WHEN "DORMANTWARNDAYS"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-WARN-DAYS
                       WHEN "DORMANTFINALDAYS"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-FINAL-DAYS
                       WHEN "DORMANTDEACTDAYS"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-DEACT-DAYS
                   END-EVALUATE
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           IF WS-WARN-DAYS = 0
               OR WS-FINAL-DAYS NOT > WS-WARN-DAYS
               OR WS-DEACT-DAYS NOT > WS-FINAL-DAYS
               MOVE 365 TO WS-WARN-DAYS
               MOVE 395 TO WS-FINAL-DAYS
               MOVE 425 TO WS-DEACT-DAYS
           END-IF
           .

      *> Only active accounts are swept; a deactivated one is
      *> already off search, digests and the account count.
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
      *> by their last accepted Terms of Service, as the cohort
      *> report dates them.
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

      *> jobs.csv holds only open postings - closed and expired ones
      *> have gone to jobs_history.csv - so any row there naming the
      *> account as poster keeps it out of the sweep.
       1500-LOAD-POSTINGS.
           OPEN INPUT Jobs
           IF WS-JOB-STAT NOT = "00"
               CLOSE Jobs
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY
                   WS-JOB-DESC WS-JOB-POSTER
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER
               MOVE WS-JOB-POSTER TO WS-U
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   AND WS-US-POSTINGS(WS-US-FOUND) < 9999
                   ADD 1 TO WS-US-POSTINGS(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE Jobs
           .

      *> Accounts staff have cleared after reviewing the list, one
      *> username to a line. They are not noticed or deactivated
      *> for as long as they stay on it.
       1600-LOAD-KEEP-LIST.
           OPEN INPUT KeepList
           IF WS-KEEP-STAT NOT = "00"
               CLOSE KeepList
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ KeepList
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U
               UNSTRING Keep-Rec DELIMITED BY "|" INTO WS-U
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   MOVE "Y" TO WS-US-KEEP(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE KeepList
           .

      *> Rows for accounts no longer active are simply not carried
      *> forward when the file is rewritten.
       1700-LOAD-DORMANCY.
           OPEN INPUT Dormancy
           IF WS-DORM-STAT NOT = "00"
               CLOSE Dormancy
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Dormancy
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-DORM-READ
               MOVE SPACES TO WS-DORM-USER WS-DORM-STAGE
                   WS-DORM-DATE
               UNSTRING Dorm-Rec DELIMITED BY "|"
                   INTO WS-DORM-USER WS-DORM-STAGE WS-DORM-DATE
               MOVE WS-DORM-USER TO WS-U
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   AND (WS-DORM-STAGE = "W" OR WS-DORM-STAGE = "F"
                        OR WS-DORM-STAGE = "P")
                   AND WS-DORM-DATE IS NUMERIC
                   MOVE WS-DORM-STAGE TO WS-US-STAGE(WS-US-FOUND)
                   MOVE WS-DORM-DATE TO WS-US-STG-DATE(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE Dormancy
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
           MOVE FUNCTION TRIM(WS-U) TO WS-US-NAME(WS-US-CNT)
           MOVE WS-U-UC TO WS-US-UC(WS-US-CNT)
           MOVE "STUDENT" TO WS-US-ROLE(WS-US-CNT)
           MOVE "N" TO WS-US-ROLE-SET(WS-US-CNT)
           MOVE "N" TO WS-US-KEEP(WS-US-CNT)
           MOVE 0 TO WS-US-POSTINGS(WS-US-CNT) WS-US-DAYS(WS-US-CNT)
           MOVE SPACES TO WS-US-CREATED(WS-US-CNT)
               WS-US-CR-SRC(WS-US-CNT) WS-US-LAST(WS-US-CNT)
               WS-US-STAGE(WS-US-CNT) WS-US-STG-DATE(WS-US-CNT)
               WS-US-SINCE(WS-US-CNT) WS-US-CLASS(WS-US-CNT)
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

       3000-CLASSIFY-ACCOUNTS.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               PERFORM 3100-CLASSIFY-ONE
           END-PERFORM
           .

      *> An account moves on at most one stage a run, and only from
      *> a stage reached on an earlier day, so nobody goes from no
      *> notice to deactivated in one pass however long they have
      *> been away, and a rerun the same day sends nothing twice.
       3100-CLASSIFY-ONE.
           IF WS-US-LAST(WS-US-IDX) IS NUMERIC
               MOVE WS-US-LAST(WS-US-IDX) TO WS-US-SINCE(WS-US-IDX)
           ELSE
               MOVE WS-US-CREATED(WS-US-IDX)
                 TO WS-US-SINCE(WS-US-IDX)
           END-IF

           IF WS-US-SINCE(WS-US-IDX) NOT NUMERIC
               MOVE "U" TO WS-US-CLASS(WS-US-IDX)
               MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-US-DAYS(WS-US-IDX) = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-US-SINCE(WS-US-IDX)))

      *> A successful login after the last notice means the account
      *> is in use again; its notices start over.
           IF WS-US-STAGE(WS-US-IDX) NOT = SPACES
               AND WS-US-LAST(WS-US-IDX) IS NUMERIC
               AND WS-US-LAST(WS-US-IDX) > WS-US-STG-DATE(WS-US-IDX)
               MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
                   WS-US-STG-DATE(WS-US-IDX)
               MOVE "R" TO WS-US-CLASS(WS-US-IDX)
           END-IF

           IF WS-US-DAYS(WS-US-IDX) < WS-WARN-DAYS
               MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
               IF WS-US-CLASS(WS-US-IDX) NOT = "R"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-US-ROLE(WS-US-IDX) = "ADMIN"
               OR WS-US-POSTINGS(WS-US-IDX) > 0
               MOVE "X" TO WS-US-CLASS(WS-US-IDX)
               MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-US-KEEP(WS-US-IDX) = "Y"
               MOVE "H" TO WS-US-CLASS(WS-US-IDX)
               MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-US-STAGE(WS-US-IDX) = SPACES
                   PERFORM 3200-SEND-WARNING
               WHEN WS-US-STG-DATE(WS-US-IDX) NOT < WS-TODAY
                   PERFORM 3500-CLASS-AS-STAGED
               WHEN WS-US-STAGE(WS-US-IDX) = "W"
                   AND WS-US-DAYS(WS-US-IDX) >= WS-FINAL-DAYS
                   PERFORM 3300-SEND-FINAL
               WHEN WS-US-STAGE(WS-US-IDX) = "F"
                   AND WS-US-DAYS(WS-US-IDX) >= WS-DEACT-DAYS
                   MOVE "P" TO WS-US-STAGE(WS-US-IDX)
                   MOVE WS-TODAY TO WS-US-STG-DATE(WS-US-IDX)
                   MOVE "P" TO WS-US-CLASS(WS-US-IDX)
                   ADD 1 TO WS-DUE-COUNT
               WHEN WS-US-STAGE(WS-US-IDX) = "P"
                   AND WS-US-DAYS(WS-US-IDX) >= WS-DEACT-DAYS
                   MOVE "D" TO WS-US-CLASS(WS-US-IDX)
               WHEN OTHER
                   PERFORM 3500-CLASS-AS-STAGED
           END-EVALUATE
           .

       3200-SEND-WARNING.
           MOVE "W" TO WS-US-STAGE(WS-US-IDX)
           MOVE WS-TODAY TO WS-US-STG-DATE(WS-US-IDX)
           MOVE "W" TO WS-US-CLASS(WS-US-IDX)
           MOVE WS-US-DAYS(WS-US-IDX) TO WS-DISPLAY-DAYS
           MOVE WS-US-NAME(WS-US-IDX) TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "No login for "
                  FUNCTION TRIM(WS-DISPLAY-DAYS)
                  " days - log in to keep your account"
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 3900-APPEND-NOTIFICATION
           .

       3300-SEND-FINAL.
           MOVE "F" TO WS-US-STAGE(WS-US-IDX)
           MOVE WS-TODAY TO WS-US-STG-DATE(WS-US-IDX)
           MOVE "F" TO WS-US-CLASS(WS-US-IDX)
           MOVE WS-DEACT-DAYS TO WS-DISPLAY-DAYS
           MOVE WS-US-NAME(WS-US-IDX) TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "Final notice: account closes after "
                  FUNCTION TRIM(WS-DISPLAY-DAYS)
                  " days idle"
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 3900-APPEND-NOTIFICATION
           .

      *> Waiting at the stage already reached - not yet old enough
      *> for the next one, or reached it earlier today.
       3500-CLASS-AS-STAGED.
           EVALUATE WS-US-STAGE(WS-US-IDX)
               WHEN "W"
                   MOVE "V" TO WS-US-CLASS(WS-US-IDX)
               WHEN "F"
                   MOVE "G" TO WS-US-CLASS(WS-US-IDX)
               WHEN OTHER
                   MOVE "P" TO WS-US-CLASS(WS-US-IDX)
                   ADD 1 TO WS-DUE-COUNT
           END-EVALUATE
           .

       3900-APPEND-NOTIFICATION.
           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  "N"
                  "|"
                  "N"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Notify-Rec
           WRITE Notify-Rec
           CLOSE Notifications
           .

      *> Accounts listed as due on an earlier run and still idle
      *> are closed through USERS-DEACTIVATE, which archives the
      *> row and hands on their groups and postings. The database
      *> is backed up first, as for the registrar's drops.
       4000-APPLY-DEACTIVATIONS.
           MOVE 0 TO WS-US-FOUND
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               OR WS-US-FOUND > 0
               IF WS-US-CLASS(WS-US-IDX) = "D"
                   MOVE WS-US-IDX TO WS-US-FOUND
               END-IF
           END-PERFORM
           IF WS-US-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           CALL "DB-BACKUP"

      *> The operator signed on to run the utility is the acting
      *> administrator on the privileged-change trail.
           MOVE SPACES TO WS-AA-TARGET
           ACCEPT WS-AA-TARGET FROM ENVIRONMENT "USER"
           IF WS-AA-TARGET = SPACES
               MOVE "OPERATOR" TO WS-AA-TARGET
           END-IF
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE "DORMANT-SWEEP" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-CLASS(WS-US-IDX) = "D"
                   MOVE "N" TO WS-STATUS
                   CALL "USERS-DEACTIVATE" USING WS-US-NAME(WS-US-IDX)
                       WS-STATUS
                   IF WS-STATUS = "Y"
                       ADD 1 TO WS-DEACT-COUNT
                       MOVE SPACES TO WS-US-STAGE(WS-US-IDX)
                   ELSE
                       MOVE "E" TO WS-US-CLASS(WS-US-IDX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE SPACES TO WS-AA-TARGET WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           IF WS-DEACT-COUNT > 0
               CALL "USERS-INDEX-REBUILD"
           END-IF
           .

       5000-REWRITE-DORMANCY.
           OPEN OUTPUT NewDormancy
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-STAGE(WS-US-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUT
                   STRING FUNCTION TRIM(WS-US-NAME(WS-US-IDX))
                          "|"
                          WS-US-STAGE(WS-US-IDX)
                          "|"
                          WS-US-STG-DATE(WS-US-IDX)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-DORM-WRITTEN
               END-IF
           END-PERFORM
           CLOSE NewDormancy

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-DORMANCY-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-DORMANCY-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "dormancy.csv" TO WS-LDG-FILE
           MOVE "DORMANCY SWEEP" TO WS-LDG-REASON
           MOVE WS-DORM-READ TO WS-LDG-BEFORE
           MOVE WS-DORM-WRITTEN TO WS-LDG-AFTER
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

      *> Every account past the warning age, by where it stands,
      *> with the date its idle time is counted from: the last
      *> successful login, or when it has none the day it was
      *> opened.
       6000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Dormant Account Review - " WS-TODAY
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           MOVE WS-WARN-DAYS TO WS-DISPLAY-WARN
           STRING "Warning at "
                  FUNCTION TRIM(WS-DISPLAY-WARN)
                  " days without a successful login, final"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE SPACES TO WS-OUT
           MOVE WS-FINAL-DAYS TO WS-DISPLAY-FINAL
           MOVE WS-DEACT-DAYS TO WS-DISPLAY-DAYS
           STRING "notice at "
                  FUNCTION TRIM(WS-DISPLAY-FINAL)
                  ", listed for deactivation at "
                  FUNCTION TRIM(WS-DISPLAY-DAYS)
                  "."
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE "Accounts listed as due are deactivated at the next"
             TO Report-Rec
           WRITE Report-Rec
           MOVE "run unless they log in or are added to"
             TO Report-Rec
           WRITE Report-Rec
           MOVE "dormant_keep.txt." TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > 11
               PERFORM 6100-WRITE-SECTION
           END-PERFORM

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Under the warning age"
                  "                       : "
                  WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > 11
               MOVE WS-SC-TOTAL(WS-SC-IDX) TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING WS-SC-TITLE(WS-SC-IDX)(1:44)
                      ": "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-PERFORM

           CLOSE ReportOut
           .

       6100-WRITE-SECTION.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-SC-TITLE(WS-SC-IDX) TO Report-Rec
           WRITE Report-Rec

           MOVE 0 TO WS-SC-COUNT
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-CLASS(WS-US-IDX) = WS-SC-CLASS(WS-SC-IDX)
                   ADD 1 TO WS-SC-COUNT
                   PERFORM 6200-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE WS-SC-COUNT TO WS-SC-TOTAL(WS-SC-IDX)

           IF WS-SC-COUNT = 0
               MOVE "  (none)" TO Report-Rec
               WRITE Report-Rec
           END-IF
           .

       6200-WRITE-ACCOUNT-LINE.
           MOVE WS-US-NAME(WS-US-IDX) TO WS-LINE-NAME
           MOVE WS-US-ROLE(WS-US-IDX) TO WS-LINE-ROLE
           EVALUATE TRUE
               WHEN WS-US-SINCE(WS-US-IDX) NOT NUMERIC
                   MOVE "no date" TO WS-LINE-BASIS
               WHEN WS-US-LAST(WS-US-IDX) IS NUMERIC
                   MOVE "last login" TO WS-LINE-BASIS
               WHEN OTHER
                   MOVE "opened, never" TO WS-LINE-BASIS
           END-EVALUATE
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-US-CLASS(WS-US-IDX) = "X"
               IF WS-US-ROLE(WS-US-IDX) = "ADMIN"
                   MOVE "  administrator" TO WS-LINE-NOTE
               ELSE
                   MOVE "  open postings" TO WS-LINE-NOTE
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT
           IF WS-US-SINCE(WS-US-IDX) IS NUMERIC
               MOVE WS-US-DAYS(WS-US-IDX) TO WS-DISPLAY-DAYS
               STRING "  "
                      WS-LINE-NAME
                      " "
                      WS-LINE-ROLE
                      " "
                      WS-LINE-BASIS
                      " "
                      WS-US-SINCE(WS-US-IDX)
                      " "
                      WS-DISPLAY-DAYS
                      " days"
                      WS-LINE-NOTE
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING "  "
                      WS-LINE-NAME
                      " "
                      WS-LINE-ROLE
                      " "
                      WS-LINE-BASIS
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
           MOVE SPACES TO WS-P-JOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV
           MOVE SPACES TO WS-P-DORMANT-KEEP-TXT
           STRING FUNCTION TRIM(WS-IN-DIR)
                  "/dormant_keep.txt"
               DELIMITED BY SIZE INTO WS-P-DORMANT-KEEP-TXT
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-DORMANCY-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/dormancy.csv"
               DELIMITED BY SIZE INTO WS-P-DORMANCY-CSV
           MOVE SPACES TO WS-P-DORMANCY-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/dormancy.csv.new"
               DELIMITED BY SIZE INTO WS-P-DORMANCY-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-DORMANT-ACCOUNTS-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/dormant_accounts.txt"
               DELIMITED BY SIZE INTO WS-P-DORMANT-ACCOUNTS-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM DORMANT-SWEEP.
