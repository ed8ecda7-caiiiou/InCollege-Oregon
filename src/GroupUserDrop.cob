       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-USER-DROP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Groups ASSIGN TO WS-P-GROUPS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STAT.
           SELECT NewGroups ASSIGN TO WS-P-GROUPS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GroupMembers ASSIGN TO WS-P-GROUPMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STAT.
           SELECT NewGroupMembers
               ASSIGN TO WS-P-GROUPMEMBERS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  Groups.
       01  Grp-Rec            PIC X(256).

       FD  NewGroups.
       01  New-Grp-Rec        PIC X(256).

       FD  GroupMembers.
       01  GrpMem-Rec         PIC X(256).

       FD  NewGroupMembers.
       01  New-Mem-Rec        PIC X(256).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-GROUPS-CSV    PIC X(120).
       01  WS-P-GROUPS-CSV-NEW PIC X(120).
       01  WS-P-GROUPMEMBERS-CSV PIC X(120).
       01  WS-P-GROUPMEMBERS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).

       01  WS-GRP-STAT        PIC XX VALUE "00".
       01  WS-GM-STAT         PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-USER-UC         PIC X(30).
       01  WS-GRP-ID          PIC X(6).
       01  WS-GRP-NAME        PIC X(60).
       01  WS-GRP-OWNER       PIC X(30).
       01  WS-GRP-MODE        PIC X(10).
       01  WS-GRP-DATE        PIC X(8).
       01  WS-GRP-STATUS      PIC X(10).
       01  WS-GRP-DESC        PIC X(80).
       01  WS-GM-ID           PIC X(6).
       01  WS-GM-USER         PIC X(30).
       01  WS-GM-STATUS       PIC X(10).
       01  WS-GM-DATE         PIC X(8).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(100).

      *> Groups the departing user runs, with the member who takes
      *> each one over - blank when nobody is left to hand it to.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY   OCCURS 100 TIMES.
               10  WS-OWN-ID      PIC X(6).
               10  WS-OWN-NAME    PIC X(60).
               10  WS-OWN-HEIR    PIC X(30).
       01  WS-OWN-CNT         PIC 9(4) VALUE 0.
       01  WS-OWN-IDX         PIC 9(4) VALUE 0.
       01  WS-OWN-HIT         PIC 9(4) VALUE 0.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).

      *> Takes a deactivated user out of every group. Membership and
      *> pending rows are dropped; a group the user ran passes to
      *> its longest-standing remaining member, who is told, or is
      *> CLOSED when no member is left. Posts stay on the boards.
       PROCEDURE DIVISION USING L-USERNAME.
           PERFORM 9900-RESOLVE-PATHS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
             TO WS-USER-UC
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 0 TO WS-OWN-CNT

           PERFORM 1000-DROP-MEMBERSHIPS
           PERFORM 2000-FIND-OWNED
           IF WS-OWN-CNT > 0
               PERFORM 3000-FIND-HEIRS
               PERFORM 4000-REWRITE-GROUPS
               PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                 UNTIL WS-OWN-IDX > WS-OWN-CNT
                   IF WS-OWN-HEIR(WS-OWN-IDX) NOT = SPACES
                       MOVE WS-OWN-HEIR(WS-OWN-IDX) TO WS-NOTE-USER
                       MOVE SPACES TO WS-NOTE-MSG
                       STRING "You now run the group "
                              FUNCTION TRIM(WS-OWN-NAME(WS-OWN-IDX))
                           DELIMITED BY SIZE INTO WS-NOTE-MSG
                       PERFORM 5000-APPEND-NOTIFICATION
                   END-IF
               END-PERFORM
           END-IF

           GOBACK.

       1000-DROP-MEMBERSHIPS.
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER
           OPEN OUTPUT NewGroupMembers

           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-GM-ID WS-GM-USER WS-GM-STATUS
                   WS-GM-DATE
               UNSTRING GrpMem-Rec DELIMITED BY "|"
                   INTO WS-GM-ID WS-GM-USER WS-GM-STATUS WS-GM-DATE

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GM-USER))
                   NOT = WS-USER-UC
                   MOVE GrpMem-Rec TO New-Mem-Rec
                   WRITE New-Mem-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE GroupMembers
           END-IF

           CLOSE NewGroupMembers

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-GROUPMEMBERS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-GROUPMEMBERS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "groupmembers.csv" TO WS-LDG-FILE
           MOVE "DEACTIVATE" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       2000-FIND-OWNED.
           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 2100-SPLIT-GROUP
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-OWNER))
                   = WS-USER-UC
                   AND FUNCTION TRIM(WS-GRP-STATUS) = "ACTIVE"
                   AND WS-OWN-CNT < 100
                   ADD 1 TO WS-OWN-CNT
                   MOVE WS-GRP-ID TO WS-OWN-ID(WS-OWN-CNT)
                   MOVE WS-GRP-NAME TO WS-OWN-NAME(WS-OWN-CNT)
                   MOVE SPACES TO WS-OWN-HEIR(WS-OWN-CNT)
               END-IF
           END-PERFORM
           CLOSE Groups
           END-IF
           .

       2100-SPLIT-GROUP.
           MOVE SPACES TO WS-GRP-ID WS-GRP-NAME WS-GRP-OWNER
               WS-GRP-MODE WS-GRP-DATE WS-GRP-STATUS WS-GRP-DESC
           UNSTRING Grp-Rec DELIMITED BY "|"
               INTO WS-GRP-ID WS-GRP-NAME WS-GRP-OWNER
               WS-GRP-MODE WS-GRP-DATE WS-GRP-STATUS WS-GRP-DESC
           .

      *> Membership rows are appended as people join, so the first
      *> MEMBER row left for a group is its longest-standing member.
       3000-FIND-HEIRS.
           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-GM-ID WS-GM-USER WS-GM-STATUS
                   WS-GM-DATE
               UNSTRING GrpMem-Rec DELIMITED BY "|"
                   INTO WS-GM-ID WS-GM-USER WS-GM-STATUS WS-GM-DATE

               IF FUNCTION TRIM(WS-GM-STATUS) = "MEMBER"
                   PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                     UNTIL WS-OWN-IDX > WS-OWN-CNT
                       IF WS-OWN-ID(WS-OWN-IDX) = WS-GM-ID
                           AND WS-OWN-HEIR(WS-OWN-IDX) = SPACES
                           MOVE WS-GM-USER TO WS-OWN-HEIR(WS-OWN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE GroupMembers
           END-IF
           .

       4000-REWRITE-GROUPS.
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER
           OPEN OUTPUT NewGroups

           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               PERFORM 2100-SPLIT-GROUP

               MOVE 0 TO WS-OWN-HIT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-OWNER))
                   = WS-USER-UC
                   AND FUNCTION TRIM(WS-GRP-STATUS) = "ACTIVE"
                   PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                     UNTIL WS-OWN-IDX > WS-OWN-CNT
                       IF WS-OWN-ID(WS-OWN-IDX) = WS-GRP-ID
                           MOVE WS-OWN-IDX TO WS-OWN-HIT
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-OWN-HIT = 0
                   MOVE Grp-Rec TO New-Grp-Rec
               ELSE
                   IF WS-OWN-HEIR(WS-OWN-HIT) = SPACES
                       MOVE "CLOSED" TO WS-GRP-STATUS
                   ELSE
                       MOVE WS-OWN-HEIR(WS-OWN-HIT) TO WS-GRP-OWNER
                   END-IF
                   MOVE SPACES TO WS-OUT
                   STRING WS-GRP-ID
                          "|"
                          FUNCTION TRIM(WS-GRP-NAME)
                          "|"
                          FUNCTION TRIM(WS-GRP-OWNER)
                          "|"
                          FUNCTION TRIM(WS-GRP-MODE)
                          "|"
                          WS-GRP-DATE
                          "|"
                          FUNCTION TRIM(WS-GRP-STATUS)
                          "|"
                          FUNCTION TRIM(WS-GRP-DESC)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Grp-Rec
               END-IF
               WRITE New-Grp-Rec
               ADD 1 TO WS-LDG-AFTER
           END-PERFORM
           CLOSE Groups
           END-IF

           CLOSE NewGroups

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-GROUPS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-GROUPS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "groups.csv" TO WS-LDG-FILE
           MOVE "OWNER DEACTIVATED" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       5000-APPEND-NOTIFICATION.
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

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-GROUPS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groups.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPS-CSV
           MOVE SPACES TO WS-P-GROUPS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groups.csv.new"
               DELIMITED BY SIZE INTO WS-P-GROUPS-CSV-NEW
           MOVE SPACES TO WS-P-GROUPMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupmembers.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPMEMBERS-CSV
           MOVE SPACES TO WS-P-GROUPMEMBERS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupmembers.csv.new"
               DELIMITED BY SIZE INTO WS-P-GROUPMEMBERS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM GROUP-USER-DROP.
