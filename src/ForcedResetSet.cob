       01  WS-FR-STAT         PIC XX VALUE "00".
       01  WS-ALREADY-SET     PIC X VALUE "N".

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-STATUS           PIC X.
               CLOSE ForcedReset
           END-IF

           IF WS-ALREADY-SET = "Y"
               MOVE "RESET REQUIRED" TO WS-AA-BEFORE
           ELSE
               MOVE "NONE" TO WS-AA-BEFORE
           END-IF
           MOVE "FORCERESET" TO WS-AA-ACTION
           MOVE L-USERNAME TO WS-AA-TARGET
           MOVE "RESET REQUIRED" TO WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           MOVE "Y" TO L-STATUS
           GOBACK.

