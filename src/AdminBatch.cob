       01  WS-PAIR-NEWSTAT    PIC X(10).
       01  WS-QUOTA-LIMIT     PIC X(10).
       01  WS-EMP-NEWSTAT     PIC X(10).
       01  WS-BC-MODE         PIC X.
       01  WS-BC-RULE         PIC X(80).
       01  WS-BC-MESSAGE      PIC X(60).
       01  WS-BC-ACTOR        PIC X(30) VALUE "ADMIN-BATCH".
       01  WS-BC-COUNT        PIC 9(6).
       01  WS-BC-DISPLAY      PIC ZZZZZ9.
       01  WS-TOTAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-DISPLAY-APPLIED PIC ZZZZZ9.
       01  WS-DISPLAY-REJECT  PIC ZZZZZ9.

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

      *> Semester-start helper: applies one admin action per line of
      *> admin_commands.txt (`ACTION|username`) through the same
      *> routines ADMIN-UNLOCK drives one account at a time, and
      *> roster rows. Verbs: UNLOCK, FORCERESET, DEACTIVATE,
      *> MENTORAPPROVE, MENTORREJECT (username = the student on the
      *> proposed pairing), EXPORT, MERGE|source|target,
      *> SETQUOTA|employer|limit, EMPAPPROVE, EMPREJECT, ERASE,
      *> PREVIEW|rule and BROADCAST|rule|message.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           OPEN OUTPUT ReportOut

      *> The operator signed on to run the utility is the acting
      *> administrator on the privileged-change trail.
           MOVE SPACES TO WS-AA-TARGET
           ACCEPT WS-AA-TARGET FROM ENVIRONMENT "USER"
           IF WS-AA-TARGET = SPACES
               MOVE "OPERATOR" TO WS-AA-TARGET
           END-IF
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE "ADMIN-BATCH" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           PERFORM 1000-PROCESS-COMMANDS

           IF WS-DEACT-COUNT > 0
                       END-IF
                       PERFORM 1200-REPORT-DISPOSITION
                   END-IF
      *> Records-office erasure request - the account and its own
      *> rows go, shared rows keep an anonymous token, and the
      *> certificate lands in erasure_certificate.txt.
               WHEN "ERASE"
                   CALL "USER-ERASE" USING WS-USERNAME WS-STATUS
                   IF WS-STATUS = "Y"
                       ADD 1 TO WS-DEACT-COUNT
                   END-IF
                   PERFORM 1200-REPORT-DISPOSITION
      *> Career-office announcements: PREVIEW only counts the
      *> accounts a targeting rule reaches, so a file can be run
      *> once to check the audience before the BROADCAST line that
      *> sends to it. The rule takes the username's place.
               WHEN "PREVIEW"
               WHEN "BROADCAST"
                   PERFORM 1300-BROADCAST
               WHEN OTHER
                   MOVE SPACES TO WS-OUT
                   STRING "Rejected "
           END-IF
           .

       1300-BROADCAST.
           MOVE SPACES TO WS-ACTION WS-BC-RULE WS-BC-MESSAGE
           UNSTRING Command-Rec DELIMITED BY "|"
               INTO WS-ACTION WS-BC-RULE WS-BC-MESSAGE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
             TO WS-ACTION

           IF WS-ACTION = "BROADCAST"
               AND WS-BC-MESSAGE = SPACES
               MOVE SPACES TO WS-OUT
               STRING "Rejected BROADCAST to "
                      FUNCTION TRIM(WS-BC-RULE)
                      " - no message"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-ACTION = "BROADCAST"
               MOVE "S" TO WS-BC-MODE
           ELSE
               MOVE "P" TO WS-BC-MODE
           END-IF
           CALL "ADMIN-BROADCAST" USING WS-BC-MODE WS-BC-RULE
               WS-BC-MESSAGE WS-BC-ACTOR WS-BC-COUNT WS-STATUS

           IF WS-STATUS NOT = "Y"
               MOVE SPACES TO WS-OUT
               STRING "Rejected "
                      FUNCTION TRIM(WS-ACTION)
                      " - targeting rule not understood: "
                      FUNCTION TRIM(WS-BC-RULE)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BC-COUNT TO WS-BC-DISPLAY
           MOVE SPACES TO WS-OUT
           IF WS-ACTION = "BROADCAST"
               STRING "Applied BROADCAST to "
                      FUNCTION TRIM(WS-BC-RULE)
                      " - queued for "
                      FUNCTION TRIM(WS-BC-DISPLAY)
                      " account(s)"
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING "Applied PREVIEW of "
                      FUNCTION TRIM(WS-BC-RULE)
                      " - would reach "
                      FUNCTION TRIM(WS-BC-DISPLAY)
                      " account(s)"
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           ADD 1 TO WS-APPLIED-COUNT
           .

       2000-WRITE-SUMMARY.
           MOVE WS-TOTAL-COUNT TO WS-DISPLAY-TOTAL
           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-APPLIED
