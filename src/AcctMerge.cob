       01  WS-F4              PIC X(100).
       01  WS-F5              PIC X(100).
       01  WS-F6              PIC X(100).
       01  WS-F7              PIC X(100).
       01  WS-F8              PIC X(100).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-HEAD-LEN        PIC 9(4) COMP.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-SOURCE           PIC X(30).
       01  L-TARGET           PIC X(30).
           MOVE "N" TO WS-DEACT-STATUS
           CALL "USERS-DEACTIVATE" USING L-SOURCE WS-DEACT-STATUS

           MOVE SPACES TO WS-AA-AFTER
           STRING "MERGED INTO "
                  FUNCTION TRIM(L-TARGET)
               DELIMITED BY SIZE INTO WS-AA-AFTER
           MOVE "MERGE" TO WS-AA-ACTION
           MOVE L-SOURCE TO WS-AA-TARGET
           MOVE "ACTIVE" TO WS-AA-BEFORE
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER

           PERFORM 8000-WRITE-REPORT
           CLOSE ReportOut

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                   WS-F7 WS-F8
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                   WS-F8

               MOVE "N" TO WS-ROW-MOVED
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F3)) =
                   MOVE WS-TARGET-NAME TO WS-F6
                   MOVE "Y" TO WS-ROW-MOVED
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F8)) =
                       WS-SOURCE-UC
                   MOVE WS-TARGET-NAME TO WS-F8
                   MOVE "Y" TO WS-ROW-MOVED
               END-IF

               IF WS-ROW-MOVED = "Y"
                   ADD 1 TO WS-APPL-MOVED
                          FUNCTION TRIM(WS-F5)
                          "|"
                          FUNCTION TRIM(WS-F6)
                          "|"
                          FUNCTION TRIM(WS-F7)
                       DELIMITED BY SIZE INTO WS-OUT
                   IF WS-F8 NOT = SPACES
                       MOVE WS-OUT TO WS-WORK-REC
                       MOVE SPACES TO WS-OUT
                       STRING FUNCTION TRIM(WS-WORK-REC)
                              "|"
                              FUNCTION TRIM(WS-F8)
                           DELIMITED BY SIZE INTO WS-OUT
                   END-IF
                   MOVE WS-OUT TO NewAppl-Rec
                   WRITE NewAppl-Rec
                   ADD 1 TO WS-LDG-AFTER
