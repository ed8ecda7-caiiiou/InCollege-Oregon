       01  WS-GENERATIONS     PIC 9(2) VALUE 3.
       01  WS-KEEP-FROM       PIC 9(3).
       01  WS-STAMP           PIC X(14).
       01  WS-CMD             PIC X(300).
       01  WS-FILE-IDX        PIC 9(2) COMP.
       01  WS-JOURNAL-MODE    PIC X VALUE "S".

       01  WS-DB-FILES.
           05  FILLER         PIC X(20) VALUE "users.csv".
      *> rewriting them, then
      *> trims each file's generations to the BACKUPGENS newest
      *> (config.txt, default 3). Restore is DB-RESTORE's job.
      *> The transaction journal is brought up to date first and
      *> then cut over: its rows so far are archived beside the
      *> generation as journal.txt.<stamp> and a fresh journal starts,
      *> so JOURNAL-ROLLFWD can replay everything after a generation.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "S" TO WS-JOURNAL-MODE
           CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > 6
               PERFORM 2000-SNAPSHOT-ONE-FILE
           END-PERFORM

           PERFORM 3000-CUT-OVER-JOURNAL

           GOBACK.

       1000-LOAD-CONFIG.
           .


      *> Every generation gets a journal, empty or not, so the
      *> journals trim in step with the snapshots they follow. Two
      *> backups inside the same second share a stamp, so the rows
      *> are added to that generation's journal, never written over.
       3000-CUT-OVER-JOURNAL.
           MOVE SPACES TO WS-CMD
           STRING "touch "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/journal/journal.txt && cat "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/journal/journal.txt >> "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/backup/journal.txt."
                  WS-STAMP
                  " && rm -f "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/journal/journal.txt"
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           COMPUTE WS-KEEP-FROM = WS-GENERATIONS + 1
           MOVE SPACES TO WS-CMD
           STRING "ls -1t "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/backup/journal.txt.* 2>/dev/null | tail -n +"
                  WS-KEEP-FROM
                  " | xargs -r rm -f"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
