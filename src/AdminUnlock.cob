       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "A" TO WS-RUNLOCK-ACTION
               GOBACK
           END-IF

      *> The operator signed on to run the utility is the acting
      *> administrator on the privileged-change trail.
           MOVE SPACES TO WS-AA-TARGET
           ACCEPT WS-AA-TARGET FROM ENVIRONMENT "USER"
           IF WS-AA-TARGET = SPACES
               MOVE "OPERATOR" TO WS-AA-TARGET
           END-IF
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE "ADMIN-UNLOCK" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           DISPLAY "InCollege account maintenance utility"
           DISPLAY "Username to act on:"
           ACCEPT WS-USERNAME
