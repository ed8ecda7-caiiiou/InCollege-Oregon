       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-ROLE             PIC X(10).
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "NONE" TO WS-AA-BEFORE

           OPEN OUTPUT NewRoles

           OPEN INPUT Roles
                   MOVE Roles-Rec TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
               ELSE
                   MOVE WS-REST TO WS-AA-BEFORE
               END-IF
           END-PERFORM
           CLOSE Roles
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE "ROLE" TO WS-AA-ACTION
           MOVE L-USERNAME TO WS-AA-TARGET
           MOVE L-ROLE TO WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           GOBACK.

       9900-RESOLVE-PATHS.
