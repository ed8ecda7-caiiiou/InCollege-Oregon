       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           CALL "DB-BACKUP"

      *> The operator signed on to run the utility is the acting
      *> administrator on the privileged-change trail.
           MOVE SPACES TO WS-AA-TARGET
           ACCEPT WS-AA-TARGET FROM ENVIRONMENT "USER"
           IF WS-AA-TARGET = SPACES
               MOVE "OPERATOR" TO WS-AA-TARGET
           END-IF
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE "USERS-REINSTATE" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           DISPLAY "InCollege account reinstate utility"
           DISPLAY "Username to reinstate:"
           ACCEPT WS-USERNAME
           PERFORM 3000-DROP-FROM-ARCHIVE
           CALL "USERS-INDEX-REBUILD"

           MOVE SPACES TO WS-AA-BEFORE
           STRING "ARCHIVED " WS-BEST-DATE
               DELIMITED BY SIZE INTO WS-AA-BEFORE
           MOVE "REINSTATE" TO WS-AA-ACTION
           MOVE WS-USERNAME TO WS-AA-TARGET
           MOVE "ACTIVE" TO WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           DISPLAY FUNCTION TRIM(WS-USERNAME)
               " reinstated (archived " WS-BEST-DATE ")."

