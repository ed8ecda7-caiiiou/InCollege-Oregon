       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-MEMBER-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Groups ASSIGN TO WS-P-GROUPS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STAT.
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

       FD  GroupMembers.
       01  GrpMem-Rec         PIC X(256).

       FD  NewGroupMembers.
       01  New-Rec            PIC X(256).

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
       01  WS-P-GROUPMEMBERS-CSV PIC X(120).
       01  WS-P-GROUPMEMBERS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).

       01  WS-GRP-STAT        PIC XX VALUE "00".
       01  WS-GM-STAT         PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-GRP-ID          PIC X(6).
       01  WS-GRP-NAME        PIC X(60).
       01  WS-GM-ID           PIC X(6).
       01  WS-GM-USER         PIC X(30).
       01  WS-GM-STATUS       PIC X(10).
       01  WS-GM-DATE         PIC X(8).
       01  WS-TARGET-UC       PIC X(30).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-UPDATED         PIC X VALUE "N".
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(100).

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-GROUPID          PIC X(6).
       01  L-USER             PIC X(30).
       01  L-ACTION           PIC X(1).
       01  L-STATUS           PIC X.

      *> Settles a PENDING request to join a group. Action A makes
      *> the requester a MEMBER; action D drops the request row. The
      *> requester is told either way. Returns N when the user has
      *> no pending request for the group.
       PROCEDURE DIVISION USING L-GROUPID L-USER L-ACTION L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE SPACES TO WS-NOTE-USER WS-NOTE-MSG
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-USER))
             TO WS-TARGET-UC
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

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

               IF WS-UPDATED = "N"
                   AND WS-GM-ID = L-GROUPID
                   AND FUNCTION TRIM(WS-GM-STATUS) = "PENDING"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GM-USER))
                     = WS-TARGET-UC
                   MOVE WS-GM-USER TO WS-NOTE-USER
                   MOVE "Y" TO WS-UPDATED
                   IF L-ACTION = "A"
                       MOVE SPACES TO WS-OUT
                       STRING WS-GM-ID
                              "|"
                              FUNCTION TRIM(WS-GM-USER)
                              "|"
                              "MEMBER"
                              "|"
                              WS-TIMESTAMP(1:8)
                           DELIMITED BY SIZE INTO WS-OUT
                       MOVE WS-OUT TO New-Rec
                       WRITE New-Rec
                       ADD 1 TO WS-LDG-AFTER
                   END-IF
               ELSE
                   MOVE GrpMem-Rec TO New-Rec
                   WRITE New-Rec
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
           MOVE "GROUP REQUEST" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           IF WS-UPDATED = "Y"
               PERFORM 1000-FIND-GROUP-NAME
               IF L-ACTION = "A"
                   STRING "Your request to join "
                          FUNCTION TRIM(WS-GRP-NAME)
                          " was approved"
                       DELIMITED BY SIZE INTO WS-NOTE-MSG
               ELSE
                   STRING "Your request to join "
                          FUNCTION TRIM(WS-GRP-NAME)
                          " was declined"
                       DELIMITED BY SIZE INTO WS-NOTE-MSG
               END-IF
               PERFORM 2000-APPEND-NOTIFICATION
           END-IF

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

       1000-FIND-GROUP-NAME.
           MOVE SPACES TO WS-GRP-NAME
           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-GRP-ID
               UNSTRING Grp-Rec DELIMITED BY "|"
                   INTO WS-GRP-ID WS-GRP-NAME
               IF WS-GRP-ID = L-GROUPID
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-GRP-NAME
           END-PERFORM
           CLOSE Groups
           END-IF
           .

       2000-APPEND-NOTIFICATION.
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

       END PROGRAM GROUP-MEMBER-SET.
