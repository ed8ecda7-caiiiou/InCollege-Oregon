       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tickets ASSIGN TO WS-P-TICKETS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKT-STAT.
           SELECT NewTickets
               ASSIGN TO WS-P-TICKETS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  Tickets.
       01  Tkt-Rec            PIC X(300).

       FD  NewTickets.
       01  New-Rec            PIC X(300).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-TICKETS-CSV   PIC X(120).
       01  WS-P-TICKETS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).

       01  WS-TKT-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-TKT-NO          PIC X(6).
       01  WS-TKT-USER        PIC X(30).
       01  WS-TKT-CATEGORY    PIC X(12).
       01  WS-TKT-STAMP       PIC X(17).
       01  WS-TKT-STATUS      PIC X(8).
       01  WS-TKT-ASSIGNEE    PIC X(30).
       01  WS-TKT-CLOSED      PIC X(17).
       01  WS-TKT-TEXT        PIC X(150).
       01  WS-OLD-ASSIGNEE    PIC X(30).
       01  WS-OUT             PIC X(300).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-NOW-STAMP       PIC X(17).
       01  WS-UPDATED         PIC X VALUE "N".
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(60).
       01  WS-REPLY           PIC X(150).
       01  WS-REPLY-POS       PIC 9(3) COMP.
       01  WS-CHUNK-LEN       PIC 9(3) COMP.
       01  WS-BREAK           PIC 9(3) COMP.

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
       01  L-TICKETNO         PIC X(6).
       01  L-ACTION           PIC X(10).
       01  L-STAFF            PIC X(30).
       01  L-TEXT             PIC X(150).
       01  L-STATUS           PIC X.

      *> Works one OPEN help-desk ticket in tickets.csv
      *> (ticket|user|category|opened|status|assignee|closed|text).
      *> ASSIGN hands it to the staff member named in L-TEXT and
      *> tells them so; REPLY sends L-TEXT to the user who opened
      *> it through the notification log, in notices of up to 45
      *> characters broken between words, and takes an unassigned
      *> ticket for the replying staff member; CLOSE stamps it
      *> closed and tells the user. Returns N when the number is
      *> not an open ticket.
       PROCEDURE DIVISION USING L-TICKETNO L-ACTION L-STAFF L-TEXT
           L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE SPACES TO WS-NOTE-USER WS-OLD-ASSIGNEE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-NOW-STAMP

           OPEN OUTPUT NewTickets

           OPEN INPUT Tickets
           IF WS-TKT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
                   WS-TKT-CLOSED WS-TKT-TEXT
               UNSTRING Tkt-Rec DELIMITED BY "|"
                   INTO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
                   WS-TKT-CLOSED WS-TKT-TEXT

               IF WS-UPDATED = "N"
                   AND WS-TKT-NO = L-TICKETNO
                   AND FUNCTION TRIM(WS-TKT-STATUS) = "OPEN"
                   MOVE WS-TKT-ASSIGNEE TO WS-OLD-ASSIGNEE
                   MOVE WS-TKT-USER TO WS-NOTE-USER
                   EVALUATE FUNCTION TRIM(L-ACTION)
                       WHEN "ASSIGN"
                           MOVE L-TEXT TO WS-TKT-ASSIGNEE
                       WHEN "REPLY"
                           IF WS-TKT-ASSIGNEE = SPACES
                               MOVE L-STAFF TO WS-TKT-ASSIGNEE
                           END-IF
                       WHEN "CLOSE"
                           MOVE "CLOSED" TO WS-TKT-STATUS
                           MOVE WS-NOW-STAMP TO WS-TKT-CLOSED
                           IF WS-TKT-ASSIGNEE = SPACES
                               MOVE L-STAFF TO WS-TKT-ASSIGNEE
                           END-IF
                   END-EVALUATE
                   PERFORM 2000-WRITE-ROW
                   MOVE "Y" TO WS-UPDATED
               ELSE
                   MOVE Tkt-Rec TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE Tickets
           END-IF

           CLOSE NewTickets

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-TICKETS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-TICKETS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "tickets.csv" TO WS-LDG-FILE
           MOVE "TICKET WORKED" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           IF WS-UPDATED = "Y"
               PERFORM 3000-NOTIFY-AND-LOG
           END-IF

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

       2000-WRITE-ROW.
           MOVE SPACES TO WS-OUT
           STRING WS-TKT-NO
                  "|"
                  FUNCTION TRIM(WS-TKT-USER)
                  "|"
                  FUNCTION TRIM(WS-TKT-CATEGORY)
                  "|"
                  WS-TKT-STAMP
                  "|"
                  FUNCTION TRIM(WS-TKT-STATUS)
                  "|"
                  FUNCTION TRIM(WS-TKT-ASSIGNEE)
                  "|"
                  FUNCTION TRIM(WS-TKT-CLOSED)
                  "|"
                  FUNCTION TRIM(WS-TKT-TEXT)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO New-Rec
           WRITE New-Rec
           ADD 1 TO WS-LDG-AFTER
           .

       3000-NOTIFY-AND-LOG.
           MOVE SPACES TO WS-AA-TARGET
           STRING "TICKET "
                  L-TICKETNO
               DELIMITED BY SIZE INTO WS-AA-TARGET

           EVALUATE FUNCTION TRIM(L-ACTION)
               WHEN "ASSIGN"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(L-TEXT))
                       NOT = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(L-STAFF))
                       MOVE L-TEXT TO WS-NOTE-USER
                       MOVE SPACES TO WS-NOTE-MSG
                       STRING "Support ticket "
                              L-TICKETNO
                              " has been assigned to you"
                           DELIMITED BY SIZE INTO WS-NOTE-MSG
                       PERFORM 1000-APPEND-NOTIFICATION
                   END-IF
                   MOVE "TICKETASSIGN" TO WS-AA-ACTION
                   MOVE WS-OLD-ASSIGNEE TO WS-AA-BEFORE
                   IF WS-AA-BEFORE = SPACES
                       MOVE "UNASSIGNED" TO WS-AA-BEFORE
                   END-IF
                   MOVE L-TEXT TO WS-AA-AFTER
               WHEN "REPLY"
                   MOVE L-TEXT TO WS-REPLY
                   MOVE 1 TO WS-REPLY-POS
                   PERFORM UNTIL WS-REPLY-POS > 150
                       IF WS-REPLY(WS-REPLY-POS:1) = SPACE
                           ADD 1 TO WS-REPLY-POS
                       ELSE
                           PERFORM 3100-REPLY-CHUNK
                       END-IF
                   END-PERFORM
                   MOVE "TICKETREPLY" TO WS-AA-ACTION
                   MOVE "OPEN" TO WS-AA-BEFORE
                   MOVE "REPLIED" TO WS-AA-AFTER
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE-MSG
                   STRING "Support ticket "
                          L-TICKETNO
                          " has been closed"
                       DELIMITED BY SIZE INTO WS-NOTE-MSG
                   PERFORM 1000-APPEND-NOTIFICATION
                   MOVE "TICKETCLOSE" TO WS-AA-ACTION
                   MOVE "OPEN" TO WS-AA-BEFORE
                   MOVE "CLOSED" TO WS-AA-AFTER
           END-EVALUATE

           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           .

      *> The next notice of the reply: up to 45 characters from
      *> WS-REPLY-POS, broken at the last space that fits unless a
      *> single word runs the full width.
       3100-REPLY-CHUNK.
           MOVE 45 TO WS-CHUNK-LEN
           IF WS-REPLY-POS + 45 > 150
               COMPUTE WS-CHUNK-LEN = 151 - WS-REPLY-POS
           ELSE
               IF WS-REPLY(WS-REPLY-POS + 45:1) NOT = SPACE
                   PERFORM VARYING WS-BREAK FROM 44 BY -1
                     UNTIL WS-BREAK < 1
                       OR WS-REPLY(WS-REPLY-POS + WS-BREAK:1) = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WS-BREAK > 0
                       MOVE WS-BREAK TO WS-CHUNK-LEN
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-NOTE-MSG
           STRING "Ticket "
                  L-TICKETNO
                  ": "
                  WS-REPLY(WS-REPLY-POS:WS-CHUNK-LEN)
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 1000-APPEND-NOTIFICATION
           ADD WS-CHUNK-LEN TO WS-REPLY-POS
           .

       1000-APPEND-NOTIFICATION.
           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           INSPECT WS-NOTE-MSG REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
                  "|"
                  WS-NOW-STAMP
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
           MOVE SPACES TO WS-P-TICKETS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/tickets.csv"
               DELIMITED BY SIZE INTO WS-P-TICKETS-CSV
           MOVE SPACES TO WS-P-TICKETS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/tickets.csv.new"
               DELIMITED BY SIZE INTO WS-P-TICKETS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM TICKET-SET.
