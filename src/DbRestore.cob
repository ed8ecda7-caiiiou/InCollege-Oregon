       01  WS-FILE-IDX        PIC 9(2) COMP.
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".
       01  WS-JOURNAL-MODE    PIC X VALUE "B".

       01  WS-DB-FILES.
           05  FILLER         PIC X(20) VALUE "users.csv".
                   PERFORM 2000-RESTORE-ONE-FILE
               END-PERFORM
               CALL "USERS-INDEX-REBUILD"
      *> The restored files are the journal's new starting point -
      *> the restore itself is not a change to be replayed.
               MOVE "B" TO WS-JOURNAL-MODE
               CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE
               DISPLAY "Generation " FUNCTION TRIM(WS-STAMP)
                   " restored and users.idx rebuilt."
               DISPLAY "Run JOURNAL-ROLLFWD to reapply the changes "
                   "made since."
           END-IF

           MOVE "R" TO WS-RUNLOCK-ACTION
