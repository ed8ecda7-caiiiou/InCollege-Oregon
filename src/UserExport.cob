               ASSIGN TO WS-P-ACCEPTANCES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STAT.
           SELECT Groups ASSIGN TO WS-P-GROUPS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STAT.
           SELECT GroupMembers
               ASSIGN TO WS-P-GROUPMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STAT.
           SELECT GroupPosts
               ASSIGN TO WS-P-GROUPPOSTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STAT.
           SELECT AppSnapshots
               ASSIGN TO WS-P-APPSNAPSHOTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.
           SELECT ExportOut
               ASSIGN TO WS-P-USER-EXPORT-TXT
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  Acceptances.
       01  Accept-Rec         PIC X(256).

       FD  Groups.
       01  Grp-Rec            PIC X(256).

       FD  GroupMembers.
       01  GrpMem-Rec         PIC X(256).

       FD  GroupPosts.
       01  GrpPost-Rec        PIC X(256).

       FD  AppSnapshots.
       01  Snap-Rec           PIC X(256).

       FD  ExportOut.
       01  Export-Rec         PIC X(256).

       01  WS-P-MESSAGES-CSV  PIC X(120).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-ACCEPTANCES-CSV PIC X(120).
       01  WS-P-GROUPS-CSV    PIC X(120).
       01  WS-P-GROUPMEMBERS-CSV PIC X(120).
       01  WS-P-GROUPPOSTS-CSV PIC X(120).
       01  WS-P-APPSNAPSHOTS-CSV PIC X(120).
       01  WS-P-USER-EXPORT-TXT PIC X(120).

       01  WS-USERS-STAT      PIC XX VALUE "00".
       01  WS-MSG-STAT        PIC XX VALUE "00".
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-ACC-STAT        PIC XX VALUE "00".
       01  WS-GRP-STAT        PIC XX VALUE "00".
       01  WS-GM-STAT         PIC XX VALUE "00".
       01  WS-GP-STAT         PIC XX VALUE "00".
       01  WS-SNAP-STAT       PIC XX VALUE "00".

       01  WS-TARGET-UC       PIC X(30).
       01  WS-F1              PIC X(60).
       01  WS-MSG-COUNT       PIC 9(6) VALUE 0.
       01  WS-APPL-COUNT      PIC 9(6) VALUE 0.
       01  WS-ACC-COUNT       PIC 9(6) VALUE 0.
       01  WS-GRP-COUNT       PIC 9(6) VALUE 0.
       01  WS-GM-COUNT        PIC 9(6) VALUE 0.
       01  WS-GP-COUNT        PIC 9(6) VALUE 0.
       01  WS-SNAP-COUNT      PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-STATUS           PIC X.
           PERFORM 6000-EXPORT-MESSAGES
           PERFORM 7000-EXPORT-APPLICATIONS
           PERFORM 8000-EXPORT-ACCEPTANCES
           PERFORM 8100-EXPORT-GROUPS
           PERFORM 8200-EXPORT-MEMBERSHIPS
           PERFORM 8300-EXPORT-POSTS
           PERFORM 8400-EXPORT-SNAPSHOTS
           PERFORM 9000-WRITE-TRAILER

           CLOSE ExportOut

           IF WS-USERS-COUNT > 0
               MOVE "Y" TO L-STATUS
               MOVE "EXPORT" TO WS-AA-ACTION
               MOVE L-USERNAME TO WS-AA-TARGET
               MOVE "NOT EXPORTED" TO WS-AA-BEFORE
               MOVE "EXPORTED" TO WS-AA-AFTER
               CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
                   WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           END-IF
           GOBACK.

           END-IF
           .

      *> Groups the user runs (owner is the third field), then
      *> memberships and board posts (user in the second field).
       8100-EXPORT-GROUPS.
           MOVE "-- groups.csv --" TO Export-Rec
           WRITE Export-Rec

           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2 WS-F3
               UNSTRING Grp-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F3)) =
                       WS-TARGET-UC
                   ADD 1 TO WS-GRP-COUNT
                   MOVE SPACES TO WS-OUT
                   STRING "  " FUNCTION TRIM(Grp-Rec)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Export-Rec
                   WRITE Export-Rec
               END-IF
           END-PERFORM
           CLOSE Groups
           END-IF
           .

       8200-EXPORT-MEMBERSHIPS.
           MOVE "-- groupmembers.csv --" TO Export-Rec
           WRITE Export-Rec

           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2
               UNSTRING GrpMem-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2)) =
                       WS-TARGET-UC
                   ADD 1 TO WS-GM-COUNT
                   MOVE SPACES TO WS-OUT
                   STRING "  " FUNCTION TRIM(GrpMem-Rec)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Export-Rec
                   WRITE Export-Rec
               END-IF
           END-PERFORM
           CLOSE GroupMembers
           END-IF
           .

       8300-EXPORT-POSTS.
           MOVE "-- groupposts.csv --" TO Export-Rec
           WRITE Export-Rec

           OPEN INPUT GroupPosts
           IF WS-GP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupPosts
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2
               UNSTRING GrpPost-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2)) =
                       WS-TARGET-UC
                   ADD 1 TO WS-GP-COUNT
                   MOVE SPACES TO WS-OUT
                   STRING "  " FUNCTION TRIM(GrpPost-Rec)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Export-Rec
                   WRITE Export-Rec
               END-IF
           END-PERFORM
           CLOSE GroupPosts
           END-IF
           .

      *> The resume lines frozen with each application, field 2
      *> being the applicant.
       8400-EXPORT-SNAPSHOTS.
           MOVE "-- appsnapshots.csv --" TO Export-Rec
           WRITE Export-Rec

           OPEN INPUT AppSnapshots
           IF WS-SNAP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AppSnapshots
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2
               UNSTRING Snap-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2)) =
                       WS-TARGET-UC
                   ADD 1 TO WS-SNAP-COUNT
                   MOVE SPACES TO WS-OUT
                   STRING "  " FUNCTION TRIM(Snap-Rec)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO Export-Rec
                   WRITE Export-Rec
               END-IF
           END-PERFORM
           CLOSE AppSnapshots
           END-IF
           .

       9000-WRITE-TRAILER.
           MOVE SPACES TO Export-Rec
           WRITE Export-Rec
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Export-Rec
           WRITE Export-Rec

           MOVE WS-GRP-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  groups.csv       : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Export-Rec
           WRITE Export-Rec

           MOVE WS-GM-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  groupmembers.csv : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Export-Rec
           WRITE Export-Rec

           MOVE WS-GP-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  groupposts.csv   : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Export-Rec
           WRITE Export-Rec

           MOVE WS-SNAP-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "  appsnapshots.csv : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Export-Rec
           WRITE Export-Rec
           .


           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/acceptances.csv"
               DELIMITED BY SIZE INTO WS-P-ACCEPTANCES-CSV
           MOVE SPACES TO WS-P-GROUPS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groups.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPS-CSV
           MOVE SPACES TO WS-P-GROUPMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupmembers.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPMEMBERS-CSV
           MOVE SPACES TO WS-P-GROUPPOSTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupposts.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPPOSTS-CSV
           MOVE SPACES TO WS-P-APPSNAPSHOTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/appsnapshots.csv"
               DELIMITED BY SIZE INTO WS-P-APPSNAPSHOTS-CSV
           MOVE SPACES TO WS-P-USER-EXPORT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/user_export.txt"
