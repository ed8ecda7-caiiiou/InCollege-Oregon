       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-BROADCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Users ASSIGN TO WS-P-USERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STAT.
           SELECT Roles ASSIGN TO WS-P-ROLES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STAT.
           SELECT Profiles ASSIGN TO WS-P-PROFILES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STAT.
           SELECT EmpApproval ASSIGN TO WS-P-EMPAPPROVAL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STAT.
           SELECT LoginLog ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT Broadcasts ASSIGN TO WS-P-BROADCASTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STAT.
           SELECT BroadcastRecip ASSIGN TO WS-P-BROADCASTRECIP-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  Users.
       01  Users-Rec          PIC X(256).

       FD  Roles.
       01  Roles-Rec          PIC X(80).

       FD  Profiles.
       01  Profile-Rec        PIC X(256).

       FD  EmpApproval.
       01  Emp-Rec            PIC X(80).

       FD  LoginLog.
       01  Log-Rec            PIC X(256).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       FD  Broadcasts.
       01  Bc-Rec             PIC X(256).

       FD  BroadcastRecip.
       01  Br-Rec             PIC X(80).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-USERS-CSV     PIC X(120).
       01  WS-P-ROLES-CSV     PIC X(120).
       01  WS-P-PROFILES-CSV  PIC X(120).
       01  WS-P-EMPAPPROVAL-CSV PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-BROADCASTS-CSV PIC X(120).
       01  WS-P-BROADCASTRECIP-CSV PIC X(120).
       01  WS-CHECK-NAME      PIC X(120).

       01  WS-USERS-STAT      PIC XX VALUE "00".
       01  WS-ROLE-STAT       PIC XX VALUE "00".
       01  WS-PROF-STAT       PIC XX VALUE "00".
       01  WS-EMP-STAT        PIC XX VALUE "00".
       01  WS-LOG-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-BC-STAT         PIC XX VALUE "00".
       01  WS-BR-STAT         PIC XX VALUE "00".

       01  WS-U               PIC X(30).
       01  WS-U-UC            PIC X(30).
       01  WS-ROLE            PIC X(10).
       01  WS-PROF-UNIV       PIC X(60).
       01  WS-PROF-MAJOR      PIC X(60).
       01  WS-EMP-STATUS      PIC X(10).
       01  WS-EMP-STAMP       PIC X(8).
       01  WS-LOG-USER        PIC X(30).
       01  WS-LOG-STAMP       PIC X(17).
       01  WS-LOG-RESULT      PIC X(10).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY-INT       PIC 9(8) COMP.
       01  WS-IDLE-DAYS       PIC 9(8) COMP.
       01  WS-MESSAGE         PIC X(60).

      *> The targeting rule: comma-separated KEY=VALUE terms, every
      *> one of which must hold - ROLE, UNIV, MAJOR, APPROVAL
      *> (employer standing) and IDLEDAYS (no successful login for
      *> at least that many days, never-logged-in included). ALL
      *> on its own reaches everyone; an empty rule reaches no one.
       01  WS-TERMS.
           05  WS-TERM        OCCURS 6 TIMES PIC X(40).
       01  WS-TERM-IDX        PIC 9(2) COMP.
       01  WS-TERM-KEY        PIC X(12).
       01  WS-TERM-VALUE      PIC X(30).
       01  WS-RULE-OK         PIC X VALUE "Y".
       01  WS-RULE-ALL        PIC X VALUE "N".
       01  WS-RULE-TERMS      PIC 9(2) VALUE 0.
       01  WS-RL-ROLE         PIC X(10).
       01  WS-RL-UNIV         PIC X(60).
       01  WS-RL-MAJOR        PIC X(60).
       01  WS-RL-APPROVAL     PIC X(10).
       01  WS-RL-IDLE-SET     PIC X VALUE "N".
       01  WS-RL-IDLE         PIC 9(5) VALUE 0.

       01  WS-US-TABLE.
           05  WS-US-ENTRY    OCCURS 5000 TIMES.
               10  WS-US-NAME     PIC X(30).
               10  WS-US-UC       PIC X(30).
               10  WS-US-ROLE     PIC X(10).
               10  WS-US-ROLE-SET PIC X.
               10  WS-US-UNIV     PIC X(60).
               10  WS-US-MAJOR    PIC X(60).
               10  WS-US-APPROVAL PIC X(10).
               10  WS-US-LAST     PIC X(8).
               10  WS-US-HIT      PIC X.
       01  WS-US-CNT          PIC 9(4) VALUE 0.
       01  WS-US-IDX          PIC 9(4) COMP.
       01  WS-US-FOUND        PIC 9(4) VALUE 0.

       01  WS-CUR-MONTH       PIC X(6).
       01  WS-WORK-MONTH      PIC X(6).
       01  WS-MONTH-YYYY      PIC 9(4).
       01  WS-MONTH-MM        PIC 9(2).
       01  WS-MONTH-IDX       PIC 9(3) COMP.

       01  WS-BC-ID           PIC X(7).
       01  WS-BC-NUM          PIC 9(6) VALUE 0.
       01  WS-TARGETED        PIC 9(6) VALUE 0.
       01  WS-QUEUED          PIC 9(6) VALUE 0.

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-MODE             PIC X.
       01  L-RULE             PIC X(80).
       01  L-MESSAGE          PIC X(60).
       01  L-ACTOR            PIC X(30).
       01  L-COUNT            PIC 9(6).
       01  L-STATUS           PIC X.

      *> Career-office announcements to a targeted slice of the
      *> user base. Mode P counts the accounts the rule reaches and
      *> sends nothing, so the staff member sees the size of the
      *> audience first; mode S queues the message as a
      *> notification to each of them - NOTIFY-DISPATCH carries
      *> those to the mail gateway on its next run - and logs the
      *> broadcast and its recipients. Returns N, with a zero
      *> count, when the rule cannot be understood.
       PROCEDURE DIVISION USING L-MODE L-RULE L-MESSAGE L-ACTOR
           L-COUNT L-STATUS.
           PERFORM 9900-RESOLVE-PATHS

           MOVE 0 TO L-COUNT
           MOVE "N" TO L-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:6) TO WS-CUR-MONTH
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))

           PERFORM 1000-PARSE-RULE
           IF WS-RULE-OK NOT = "Y"
               GOBACK
           END-IF

           PERFORM 2000-LOAD-USERS
           PERFORM 2100-LOAD-ROLES
           PERFORM 2200-LOAD-PROFILES
           PERFORM 2300-LOAD-APPROVALS
           IF WS-RL-IDLE-SET = "Y"
               PERFORM 2400-LOAD-LAST-LOGINS
           END-IF

           PERFORM 3000-SELECT-TARGETS

           IF L-MODE = "S"
               PERFORM 4000-SEND
           END-IF

           MOVE WS-TARGETED TO L-COUNT
           MOVE "Y" TO L-STATUS
           GOBACK.

       1000-PARSE-RULE.
           MOVE "Y" TO WS-RULE-OK
           MOVE "N" TO WS-RULE-ALL WS-RL-IDLE-SET
           MOVE 0 TO WS-RULE-TERMS WS-RL-IDLE
           MOVE SPACES TO WS-RL-ROLE WS-RL-UNIV WS-RL-MAJOR
               WS-RL-APPROVAL WS-TERMS

           UNSTRING L-RULE DELIMITED BY ","
               INTO WS-TERM(1) WS-TERM(2) WS-TERM(3) WS-TERM(4)
                    WS-TERM(5) WS-TERM(6)

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
             UNTIL WS-TERM-IDX > 6
               IF WS-TERM(WS-TERM-IDX) NOT = SPACES
                   PERFORM 1100-PARSE-TERM
               END-IF
           END-PERFORM

           IF WS-RULE-TERMS = 0
               MOVE "N" TO WS-RULE-OK
           END-IF
           IF WS-RULE-ALL = "Y" AND WS-RULE-TERMS > 1
               MOVE "N" TO WS-RULE-OK
           END-IF
           .

       1100-PARSE-TERM.
           ADD 1 TO WS-RULE-TERMS
           MOVE SPACES TO WS-TERM-KEY WS-TERM-VALUE
           UNSTRING WS-TERM(WS-TERM-IDX) DELIMITED BY "="
               INTO WS-TERM-KEY WS-TERM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM-KEY))
             TO WS-TERM-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM-VALUE))
             TO WS-TERM-VALUE

           IF WS-TERM-KEY = "ALL"
               MOVE "Y" TO WS-RULE-ALL
               EXIT PARAGRAPH
           END-IF

           IF WS-TERM-VALUE = SPACES
               MOVE "N" TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TERM-KEY
               WHEN "ROLE"
                   IF WS-TERM-VALUE NOT = "STUDENT"
                       AND WS-TERM-VALUE NOT = "EMPLOYER"
                       AND WS-TERM-VALUE NOT = "ADMIN"
                       MOVE "N" TO WS-RULE-OK
                   END-IF
                   MOVE WS-TERM-VALUE TO WS-RL-ROLE
               WHEN "UNIV"
               WHEN "UNIVERSITY"
                   MOVE WS-TERM-VALUE TO WS-RL-UNIV
               WHEN "MAJOR"
                   MOVE WS-TERM-VALUE TO WS-RL-MAJOR
               WHEN "APPROVAL"
                   IF WS-TERM-VALUE NOT = "PENDING"
                       AND WS-TERM-VALUE NOT = "APPROVED"
                       AND WS-TERM-VALUE NOT = "REJECTED"
                       MOVE "N" TO WS-RULE-OK
                   END-IF
                   MOVE WS-TERM-VALUE TO WS-RL-APPROVAL
               WHEN "IDLEDAYS"
                   IF FUNCTION TRIM(WS-TERM-VALUE) IS NUMERIC
                       MOVE "Y" TO WS-RL-IDLE-SET
                       MOVE FUNCTION NUMVAL(WS-TERM-VALUE)
                         TO WS-RL-IDLE
                   ELSE
                       MOVE "N" TO WS-RULE-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RULE-OK
           END-EVALUATE
           .

      *> Active accounts only - users.csv holds no deactivated
      *> ones, so an archived account is never reached.
       2000-LOAD-USERS.
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
               IF FUNCTION TRIM(WS-U) NOT = SPACES
                   AND WS-US-CNT < 5000
                   ADD 1 TO WS-US-CNT
                   MOVE WS-U TO WS-US-NAME(WS-US-CNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-U))
                     TO WS-US-UC(WS-US-CNT)
                   MOVE "STUDENT" TO WS-US-ROLE(WS-US-CNT)
                   MOVE "N" TO WS-US-ROLE-SET(WS-US-CNT)
                       WS-US-HIT(WS-US-CNT)
                   MOVE SPACES TO WS-US-UNIV(WS-US-CNT)
                       WS-US-MAJOR(WS-US-CNT)
                       WS-US-APPROVAL(WS-US-CNT)
                       WS-US-LAST(WS-US-CNT)
               END-IF
           END-PERFORM

           CLOSE Users
           .

      *> First row for an account wins, as ROLE-LOOKUP reads it;
      *> no row means a student.
       2100-LOAD-ROLES.
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

       2200-LOAD-PROFILES.
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

               MOVE SPACES TO WS-U WS-PROF-UNIV WS-PROF-MAJOR
               UNSTRING Profile-Rec DELIMITED BY "|"
                   INTO WS-U WS-PROF-UNIV WS-PROF-MAJOR
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PROF-UNIV))
                     TO WS-US-UNIV(WS-US-FOUND)
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PROF-MAJOR))
                     TO WS-US-MAJOR(WS-US-FOUND)
               END-IF
           END-PERFORM

           CLOSE Profiles
           .

      *> The last decision on file stands. Employers from before
      *> the approval queue have no row and count as APPROVED.
       2300-LOAD-APPROVALS.
           OPEN INPUT EmpApproval
           IF WS-EMP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ EmpApproval
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-U WS-EMP-STATUS WS-EMP-STAMP
               UNSTRING Emp-Rec DELIMITED BY "|"
                   INTO WS-U WS-EMP-STATUS WS-EMP-STAMP
               PERFORM 2900-FIND-USER
               IF WS-US-FOUND > 0
                   MOVE FUNCTION TRIM(WS-EMP-STATUS)
                     TO WS-US-APPROVAL(WS-US-FOUND)
               END-IF
           END-PERFORM
           END-IF
           CLOSE EmpApproval

           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-ROLE(WS-US-IDX) = "EMPLOYER"
                   AND WS-US-APPROVAL(WS-US-IDX) = SPACES
                   MOVE "APPROVED" TO WS-US-APPROVAL(WS-US-IDX)
               END-IF
           END-PERFORM
           .

      *> Latest successful login per account, from the monthly
      *> archives AUDIT-ROTATE keeps across its ten-year window and
      *> then the live audit.log.
       2400-LOAD-LAST-LOGINS.
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

       3000-SELECT-TARGETS.
           MOVE 0 TO WS-TARGETED
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               MOVE "Y" TO WS-US-HIT(WS-US-IDX)

               IF WS-RL-ROLE NOT = SPACES
                   AND WS-US-ROLE(WS-US-IDX) NOT = WS-RL-ROLE
                   MOVE "N" TO WS-US-HIT(WS-US-IDX)
               END-IF
               IF WS-RL-UNIV NOT = SPACES
                   AND WS-US-UNIV(WS-US-IDX) NOT = WS-RL-UNIV
                   MOVE "N" TO WS-US-HIT(WS-US-IDX)
               END-IF
               IF WS-RL-MAJOR NOT = SPACES
                   AND WS-US-MAJOR(WS-US-IDX) NOT = WS-RL-MAJOR
                   MOVE "N" TO WS-US-HIT(WS-US-IDX)
               END-IF
               IF WS-RL-APPROVAL NOT = SPACES
                   AND (WS-US-ROLE(WS-US-IDX) NOT = "EMPLOYER"
                     OR WS-US-APPROVAL(WS-US-IDX) NOT = WS-RL-APPROVAL)
                   MOVE "N" TO WS-US-HIT(WS-US-IDX)
               END-IF
               IF WS-RL-IDLE-SET = "Y"
                   AND WS-US-LAST(WS-US-IDX) IS NUMERIC
                   COMPUTE WS-IDLE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-US-LAST(WS-US-IDX)))
                   IF WS-IDLE-DAYS < WS-RL-IDLE
                       MOVE "N" TO WS-US-HIT(WS-US-IDX)
                   END-IF
               END-IF

               IF WS-US-HIT(WS-US-IDX) = "Y"
                   ADD 1 TO WS-TARGETED
               END-IF
           END-PERFORM
           .

      *> The broadcast number follows the rows already in the log.
       4000-SEND.
           MOVE 0 TO WS-BC-NUM WS-QUEUED
           OPEN INPUT Broadcasts
           IF WS-BC-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Broadcasts
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BC-NUM
           END-PERFORM
           END-IF
           CLOSE Broadcasts
           ADD 1 TO WS-BC-NUM
           MOVE SPACES TO WS-BC-ID
           STRING "B" WS-BC-NUM DELIMITED BY SIZE INTO WS-BC-ID

           MOVE L-MESSAGE TO WS-MESSAGE
           INSPECT WS-MESSAGE REPLACING ALL "|" BY "/"

           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF
           OPEN EXTEND BroadcastRecip
           IF WS-BR-STAT NOT = "00"
               OPEN OUTPUT BroadcastRecip
               CLOSE BroadcastRecip
               OPEN EXTEND BroadcastRecip
           END-IF

           PERFORM VARYING WS-US-IDX FROM 1 BY 1
             UNTIL WS-US-IDX > WS-US-CNT
               IF WS-US-HIT(WS-US-IDX) = "Y"
                   PERFORM 4100-QUEUE-ONE
               END-IF
           END-PERFORM

           CLOSE Notifications
           CLOSE BroadcastRecip

           OPEN EXTEND Broadcasts
           IF WS-BC-STAT NOT = "00"
               OPEN OUTPUT Broadcasts
               CLOSE Broadcasts
               OPEN EXTEND Broadcasts
           END-IF
           MOVE SPACES TO WS-OUT
           STRING WS-BC-ID
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  FUNCTION TRIM(L-ACTOR)
                  "|"
                  FUNCTION TRIM(L-RULE)
                  "|"
                  WS-TARGETED
                  "|"
                  WS-QUEUED
                  "|"
                  FUNCTION TRIM(WS-MESSAGE)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Bc-Rec
           WRITE Bc-Rec
           CLOSE Broadcasts

           MOVE SPACES TO WS-AA-AFTER
           STRING "QUEUED TO "
                  WS-QUEUED
               DELIMITED BY SIZE INTO WS-AA-AFTER
           MOVE "BROADCAST" TO WS-AA-ACTION
           MOVE WS-BC-ID TO WS-AA-TARGET
           MOVE "NOT SENT" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           .

       4100-QUEUE-ONE.
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-US-NAME(WS-US-IDX))
                  "|"
                  FUNCTION TRIM(WS-MESSAGE)
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
           IF WS-NOTIFY-STAT = "00"
               ADD 1 TO WS-QUEUED
           END-IF

           MOVE SPACES TO WS-OUT
           STRING WS-BC-ID
                  "|"
                  FUNCTION TRIM(WS-US-NAME(WS-US-IDX))
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Br-Rec
           WRITE Br-Rec
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
           MOVE SPACES TO WS-P-ROLES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/roles.csv"
               DELIMITED BY SIZE INTO WS-P-ROLES-CSV
           MOVE SPACES TO WS-P-PROFILES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/profiles.csv"
               DELIMITED BY SIZE INTO WS-P-PROFILES-CSV
           MOVE SPACES TO WS-P-EMPAPPROVAL-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/empapproval.csv"
               DELIMITED BY SIZE INTO WS-P-EMPAPPROVAL-CSV
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-BROADCASTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/broadcasts.csv"
               DELIMITED BY SIZE INTO WS-P-BROADCASTS-CSV
           MOVE SPACES TO WS-P-BROADCASTRECIP-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/broadcastrecip.csv"
               DELIMITED BY SIZE INTO WS-P-BROADCASTRECIP-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM ADMIN-BROADCAST.
