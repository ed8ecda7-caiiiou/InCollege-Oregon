       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reviews ASSIGN TO WS-P-REVIEWS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STAT.
           SELECT NewReviews
               ASSIGN TO WS-P-REVIEWS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  Reviews.
       01  Rev-Rec            PIC X(256).

       FD  NewReviews.
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
       01  WS-P-REVIEWS-CSV   PIC X(120).
       01  WS-P-REVIEWS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).

       01  WS-REV-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-REV-NO          PIC X(6).
       01  WS-REV-USER        PIC X(30).
       01  WS-REV-COMPANY     PIC X(60).
       01  WS-REV-RATING      PIC X(1).
       01  WS-REV-DATE        PIC X(8).
       01  WS-REV-STATUS      PIC X(10).
       01  WS-REV-MODERATOR   PIC X(30).
       01  WS-REV-MODDATE     PIC X(8).
       01  WS-REV-TEXT        PIC X(100).
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

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-REVIEWNO         PIC X(6).
       01  L-NEWSTATUS        PIC X(10).
       01  L-MODERATOR        PIC X(30).
       01  L-STATUS           PIC X.

      *> Settles a PENDING company review as PUBLISHED or REJECTED.
      *> The row keeps the moderator and the date, so a published
      *> review can always be traced to the student who wrote it and
      *> the administrator who let it through. The reviewer is told
      *> the outcome. Returns N when the number is not a pending
      *> review.
       PROCEDURE DIVISION USING L-REVIEWNO L-NEWSTATUS L-MODERATOR
           L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE SPACES TO WS-NOTE-USER WS-NOTE-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN OUTPUT NewReviews

           OPEN INPUT Reviews
           IF WS-REV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Reviews
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-REV-NO WS-REV-USER WS-REV-COMPANY
                   WS-REV-RATING WS-REV-DATE WS-REV-STATUS
                   WS-REV-MODERATOR WS-REV-MODDATE WS-REV-TEXT
               UNSTRING Rev-Rec DELIMITED BY "|"
                   INTO WS-REV-NO WS-REV-USER WS-REV-COMPANY
                   WS-REV-RATING WS-REV-DATE WS-REV-STATUS
                   WS-REV-MODERATOR WS-REV-MODDATE WS-REV-TEXT

               IF WS-UPDATED = "N"
                   AND WS-REV-NO = L-REVIEWNO
                   AND FUNCTION TRIM(WS-REV-STATUS) = "PENDING"
                   MOVE SPACES TO WS-OUT
                   STRING WS-REV-NO
                          "|"
                          FUNCTION TRIM(WS-REV-USER)
                          "|"
                          FUNCTION TRIM(WS-REV-COMPANY)
                          "|"
                          WS-REV-RATING
                          "|"
                          WS-REV-DATE
                          "|"
                          FUNCTION TRIM(L-NEWSTATUS)
                          "|"
                          FUNCTION TRIM(L-MODERATOR)
                          "|"
                          WS-TIMESTAMP(1:8)
                          "|"
                          FUNCTION TRIM(WS-REV-TEXT)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
                   MOVE WS-REV-USER TO WS-NOTE-USER
                   STRING "Your review of "
                          FUNCTION TRIM(WS-REV-COMPANY)
                          " was "
                          FUNCTION TRIM(L-NEWSTATUS)
                       DELIMITED BY SIZE INTO WS-NOTE-MSG
                   MOVE "Y" TO WS-UPDATED
               ELSE
                   MOVE Rev-Rec TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE Reviews
           END-IF

           CLOSE NewReviews

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-REVIEWS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-REVIEWS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "reviews.csv" TO WS-LDG-FILE
           MOVE "REVIEW MODERATED" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           IF WS-UPDATED = "Y"
               MOVE SPACES TO WS-AA-TARGET
               STRING "REVIEW "
                      L-REVIEWNO
                   DELIMITED BY SIZE INTO WS-AA-TARGET
               MOVE "REVIEW" TO WS-AA-ACTION
               MOVE "PENDING" TO WS-AA-BEFORE
               MOVE L-NEWSTATUS TO WS-AA-AFTER
               CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
                   WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           END-IF

           IF WS-UPDATED = "Y"
               PERFORM 1000-APPEND-NOTIFICATION
           END-IF

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

       1000-APPEND-NOTIFICATION.
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
           MOVE SPACES TO WS-P-REVIEWS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reviews.csv"
               DELIMITED BY SIZE INTO WS-P-REVIEWS-CSV
           MOVE SPACES TO WS-P-REVIEWS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reviews.csv.new"
               DELIMITED BY SIZE INTO WS-P-REVIEWS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REVIEW-SET.
