       01  WS-SS              PIC 9(2).
       01  WS-AGE-SECONDS     PIC S9(9) COMP.
       01  WS-HELD            PIC X VALUE "N".
       01  WS-JOURNAL-MODE    PIC X VALUE "S".

       LINKAGE SECTION.
       01  L-ACTION           PIC X.
      *> (L-GRANTED = Y when this run may proceed), "R" releases.
      *> A lock older than RUNLOCKMINS minutes (config.txt, default
      *> 60) is treated as the droppings of a crashed run and taken
      *> over rather than honored. Release first journals whatever
      *> the holder changed (JOURNAL-SYNC), before the next run can
      *> get in.
       PROCEDURE DIVISION USING L-ACTION L-GRANTED.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "N" TO L-GRANTED

           IF L-ACTION = "R"
               MOVE "S" TO WS-JOURNAL-MODE
               CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE
               MOVE SPACES TO WS-CMD
               STRING "rm -f "
                      FUNCTION TRIM(WS-P-RUN-LOCK)
