       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-LIMIT            PIC X(10).
               GOBACK
           END-IF

           MOVE "FREE TIER" TO WS-AA-BEFORE

           OPEN OUTPUT NewQuotas

           OPEN INPUT Quotas

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-U)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
                   MOVE WS-LIMIT TO WS-AA-BEFORE
               ELSE
                   MOVE Quota-Rec TO New-Rec
                   WRITE New-Rec
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE "SETQUOTA" TO WS-AA-ACTION
           MOVE L-USERNAME TO WS-AA-TARGET
           MOVE L-LIMIT TO WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           MOVE "Y" TO L-STATUS
           GOBACK.

