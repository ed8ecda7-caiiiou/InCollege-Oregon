       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-NEWSTATUS        PIC X(10).
                     TO WS-NOTE-MSG
               END-IF
               PERFORM 1000-APPEND-NOTIFICATION
               MOVE "EMPAPPROVAL" TO WS-AA-ACTION
               MOVE L-USERNAME TO WS-AA-TARGET
               MOVE "PENDING" TO WS-AA-BEFORE
               MOVE L-NEWSTATUS TO WS-AA-AFTER
               CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
                   WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           END-IF

           MOVE WS-UPDATED TO L-STATUS
