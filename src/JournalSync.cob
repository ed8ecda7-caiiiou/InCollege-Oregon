       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-SYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileList ASSIGN TO WS-P-FILES-LST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STAT.
           SELECT ShadowFile ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STAT.
           SELECT MasterFile ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STAT.
           SELECT Journal ASSIGN TO WS-P-JOURNAL-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STAT.
           SELECT Marker ASSIGN TO WS-P-SHADOW-OK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  FileList.
       01  FileList-Rec       PIC X(80).

       FD  ShadowFile.
       01  Shadow-Rec         PIC X(1000).

       FD  MasterFile.
       01  Master-Rec         PIC X(1000).

       FD  Journal.
       01  Journal-Rec        PIC X(2100).

       FD  Marker.
       01  Marker-Rec         PIC X(20).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-JOURNAL-DIR   PIC X(120).
       01  WS-P-SHADOW-DIR    PIC X(120).
       01  WS-P-JOURNAL-TXT   PIC X(120).
       01  WS-P-FILES-LST     PIC X(120).
       01  WS-P-SHADOW-OK     PIC X(120).

       01  WS-LIST-STAT       PIC XX VALUE "00".
       01  WS-OLD-STAT        PIC XX VALUE "00".
       01  WS-NEW-STAT        PIC XX VALUE "00".
       01  WS-JNL-STAT        PIC XX VALUE "00".
       01  WS-MARK-STAT       PIC XX VALUE "00".

       01  WS-OLD-NAME        PIC X(160).
       01  WS-NEW-NAME        PIC X(160).
       01  WS-CMD             PIC X(300).
       01  WS-MODE            PIC X.
       01  WS-STAMP           PIC X(16).
       01  WS-FILE-NAME       PIC X(30).
       01  WS-CHANGED         PIC X VALUE "N".
       01  WS-JNL-OPEN        PIC X VALUE "N".

      *> Two-row windows over the shadow copy (old) and the live
      *> file (new); the second row of each is the lookahead that
      *> tells a deleted or inserted row from a changed one.
       01  WS-O1              PIC X(1000).
       01  WS-O2              PIC X(1000).
       01  WS-N1              PIC X(1000).
       01  WS-N2              PIC X(1000).
       01  WS-O1-EOF          PIC X VALUE "N".
       01  WS-O2-EOF          PIC X VALUE "N".
       01  WS-N1-EOF          PIC X VALUE "N".
       01  WS-N2-EOF          PIC X VALUE "N".
       01  WS-OLD-OPEN        PIC X VALUE "N".
       01  WS-NEW-OPEN        PIC X VALUE "N".
       01  WS-O-KEY           PIC X(30).
       01  WS-N-KEY           PIC X(30).
       01  WS-OP              PIC X.
       01  WS-BEFORE          PIC X(1000).
       01  WS-AFTER           PIC X(1000).
       01  WS-KEY             PIC X(30).
       01  WS-BLEN            PIC 9(4).
       01  WS-ALEN            PIC 9(4).
       01  WS-TRAIL           PIC 9(4).
       01  WS-PTR             PIC 9(4).

       LINKAGE SECTION.
       01  L-MODE             PIC X.

      *> Transaction journal for the master files. Every .csv table
      *> in the database directory (bar the ledger, itself a log)
      *> has a shadow copy under journal/shadow as of the last
      *> sync; "S" compares each live file with its shadow, appends
      *> one journal row per added (A), changed (U) or deleted (D)
      *> row, and brings the shadow up to date. "B" re-baselines
      *> every shadow without journaling - after a restore or a
      *> roll-forward, when the files were put back on purpose.
      *>
      *> InCollege syncs after every completed menu action and
      *> RUN-LOCK syncs on release, so every run and update utility
      *> is journaled before the next one can start. DB-BACKUP syncs
      *> and then cuts the journal over into its generation.
      *>
      *> Journal row layout:
      *>   stamp|file|op|key|before length|after length|before|after
      *> The images are whole rows and may themselves hold "|", so
      *> JOURNAL-ROLLFWD takes them by length, not by delimiter.
       PROCEDURE DIVISION USING L-MODE.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS
           MOVE L-MODE TO WS-MODE

           MOVE SPACES TO WS-CMD
           STRING "mkdir -p "
                  FUNCTION TRIM(WS-P-SHADOW-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

      *> No marker means the shadows have never been taken - the
      *> first sync is a baseline, not a flood of A rows.
           OPEN INPUT Marker
           IF WS-MARK-STAT = "00"
               CLOSE Marker
           ELSE
               MOVE "B" TO WS-MODE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STAMP
           MOVE SPACES TO WS-CMD
           STRING "ls -1 "
                  FUNCTION TRIM(WS-DB-DIR)
                  " 2>/dev/null | grep '\.csv$' > "
                  FUNCTION TRIM(WS-P-FILES-LST)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "N" TO WS-JNL-OPEN
           OPEN INPUT FileList
           IF WS-LIST-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ FileList
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE FUNCTION TRIM(FileList-Rec) TO WS-FILE-NAME
                   IF WS-FILE-NAME NOT = SPACES
                     AND WS-FILE-NAME NOT = "ledger.csv"
                       PERFORM 1000-SYNC-ONE-FILE
                   END-IF
               END-PERFORM
               CLOSE FileList
           END-IF

           IF WS-JNL-OPEN = "Y"
               CLOSE Journal
           END-IF

           IF WS-MODE = "B"
               OPEN OUTPUT Marker
               MOVE WS-STAMP TO Marker-Rec
               WRITE Marker-Rec
               CLOSE Marker
           END-IF
           GOBACK.

       1000-SYNC-ONE-FILE.
           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           STRING FUNCTION TRIM(WS-P-SHADOW-DIR)
                  "/"
                  FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-OLD-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-NEW-NAME
           MOVE "N" TO WS-CHANGED
           IF WS-MODE = "B"
               MOVE "Y" TO WS-CHANGED
           ELSE
               PERFORM 2000-DIFF-ONE-FILE
           END-IF
           IF WS-CHANGED = "Y"
               MOVE SPACES TO WS-CMD
               STRING "cp -f "
                      FUNCTION TRIM(WS-NEW-NAME)
                      " "
                      FUNCTION TRIM(WS-OLD-NAME)
                      " 2>/dev/null"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF
           .

      *> Walks both files in step. The rewrites in this system keep
      *> row order, drop rows in place and add rows at the end, so a
      *> one-row lookahead on each side is enough to tell the cases
      *> apart; anything stranger still comes out as D and A rows
      *> that rebuild the same set of rows on replay.
       2000-DIFF-ONE-FILE.
           MOVE "N" TO WS-OLD-OPEN WS-NEW-OPEN
           MOVE "Y" TO WS-O1-EOF WS-O2-EOF WS-N1-EOF WS-N2-EOF
           OPEN INPUT ShadowFile
           IF WS-OLD-STAT = "00"
               MOVE "Y" TO WS-OLD-OPEN
               PERFORM 2100-READ-OLD
               MOVE WS-O2 TO WS-O1
               MOVE WS-O2-EOF TO WS-O1-EOF
               PERFORM 2100-READ-OLD
           END-IF
           OPEN INPUT MasterFile
           IF WS-NEW-STAT = "00"
               MOVE "Y" TO WS-NEW-OPEN
               PERFORM 2200-READ-NEW
               MOVE WS-N2 TO WS-N1
               MOVE WS-N2-EOF TO WS-N1-EOF
               PERFORM 2200-READ-NEW
           END-IF
           PERFORM UNTIL WS-O1-EOF = "Y" AND WS-N1-EOF = "Y"
               MOVE SPACES TO WS-O-KEY WS-N-KEY
               UNSTRING WS-O1 DELIMITED BY "|" INTO WS-O-KEY
               UNSTRING WS-N1 DELIMITED BY "|" INTO WS-N-KEY
               EVALUATE TRUE
                   WHEN WS-O1-EOF = "Y"
                       MOVE "A" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2400-ADVANCE-NEW
                   WHEN WS-N1-EOF = "Y"
                       MOVE "D" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2300-ADVANCE-OLD
                   WHEN WS-O1 = WS-N1
                       PERFORM 2300-ADVANCE-OLD
                       PERFORM 2400-ADVANCE-NEW
                   WHEN WS-O2-EOF = "N" AND WS-O2 = WS-N1
                       MOVE "D" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2300-ADVANCE-OLD
                   WHEN WS-N2-EOF = "N" AND WS-N2 = WS-O1
                       MOVE "A" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2400-ADVANCE-NEW
                   WHEN WS-O-KEY = WS-N-KEY
                       MOVE "U" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2300-ADVANCE-OLD
                       PERFORM 2400-ADVANCE-NEW
                   WHEN OTHER
                       MOVE "D" TO WS-OP
                       PERFORM 3000-WRITE-ENTRY
                       PERFORM 2300-ADVANCE-OLD
               END-EVALUATE
           END-PERFORM
           IF WS-OLD-OPEN = "Y"
               CLOSE ShadowFile
           END-IF
           IF WS-NEW-OPEN = "Y"
               CLOSE MasterFile
           END-IF
      *> A live file with no shadow yet (a table created since the
      *> last sync) is journaled as all A rows above and then gets
      *> its shadow, even when it is still empty.
           IF WS-OLD-OPEN = "N" AND WS-NEW-OPEN = "Y"
               MOVE "Y" TO WS-CHANGED
           END-IF
           .

      *> Fills the lookahead slot, skipping blank lines.
       2100-READ-OLD.
           MOVE SPACES TO WS-O2
           MOVE "Y" TO WS-O2-EOF
           PERFORM UNTIL 1 = 2
               READ ShadowFile
                   AT END
                       EXIT PERFORM
               END-READ
               IF Shadow-Rec NOT = SPACES
                   MOVE Shadow-Rec TO WS-O2
                   MOVE "N" TO WS-O2-EOF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       2200-READ-NEW.
           MOVE SPACES TO WS-N2
           MOVE "Y" TO WS-N2-EOF
           PERFORM UNTIL 1 = 2
               READ MasterFile
                   AT END
                       EXIT PERFORM
               END-READ
               IF Master-Rec NOT = SPACES
                   MOVE Master-Rec TO WS-N2
                   MOVE "N" TO WS-N2-EOF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       2300-ADVANCE-OLD.
           MOVE WS-O2 TO WS-O1
           MOVE WS-O2-EOF TO WS-O1-EOF
           IF WS-O2-EOF = "N"
               PERFORM 2100-READ-OLD
           END-IF
           .

       2400-ADVANCE-NEW.
           MOVE WS-N2 TO WS-N1
           MOVE WS-N2-EOF TO WS-N1-EOF
           IF WS-N2-EOF = "N"
               PERFORM 2200-READ-NEW
           END-IF
           .

       3000-WRITE-ENTRY.
           MOVE SPACES TO WS-BEFORE WS-AFTER
           EVALUATE WS-OP
               WHEN "A"
                   MOVE WS-N1 TO WS-AFTER
                   MOVE WS-N-KEY TO WS-KEY
               WHEN "D"
                   MOVE WS-O1 TO WS-BEFORE
                   MOVE WS-O-KEY TO WS-KEY
               WHEN OTHER
                   MOVE WS-O1 TO WS-BEFORE
                   MOVE WS-N1 TO WS-AFTER
                   MOVE WS-N-KEY TO WS-KEY
           END-EVALUATE
           MOVE 0 TO WS-BLEN WS-ALEN
           IF WS-BEFORE NOT = SPACES
               MOVE 0 TO WS-TRAIL
               INSPECT FUNCTION REVERSE(WS-BEFORE)
                   TALLYING WS-TRAIL FOR LEADING SPACES
               COMPUTE WS-BLEN = 1000 - WS-TRAIL
           END-IF
           IF WS-AFTER NOT = SPACES
               MOVE 0 TO WS-TRAIL
               INSPECT FUNCTION REVERSE(WS-AFTER)
                   TALLYING WS-TRAIL FOR LEADING SPACES
               COMPUTE WS-ALEN = 1000 - WS-TRAIL
           END-IF
           IF WS-JNL-OPEN = "N"
               OPEN EXTEND Journal
               IF WS-JNL-STAT NOT = "00"
                   OPEN OUTPUT Journal
               END-IF
               MOVE "Y" TO WS-JNL-OPEN
           END-IF
           MOVE SPACES TO Journal-Rec
           MOVE 1 TO WS-PTR
           STRING WS-STAMP "|"
                  FUNCTION TRIM(WS-FILE-NAME) "|"
                  WS-OP "|"
                  FUNCTION TRIM(WS-KEY) "|"
                  WS-BLEN "|"
                  WS-ALEN "|"
               DELIMITED BY SIZE INTO Journal-Rec
               WITH POINTER WS-PTR
           IF WS-BLEN > 0
               STRING WS-BEFORE(1:WS-BLEN)
                   DELIMITED BY SIZE INTO Journal-Rec
                   WITH POINTER WS-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE INTO Journal-Rec
               WITH POINTER WS-PTR
           IF WS-ALEN > 0
               STRING WS-AFTER(1:WS-ALEN)
                   DELIMITED BY SIZE INTO Journal-Rec
                   WITH POINTER WS-PTR
           END-IF
           WRITE Journal-Rec
           MOVE "Y" TO WS-CHANGED
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-JOURNAL-DIR WS-P-SHADOW-DIR
               WS-P-JOURNAL-TXT WS-P-FILES-LST WS-P-SHADOW-OK
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/journal"
               DELIMITED BY SIZE INTO WS-P-JOURNAL-DIR
           STRING FUNCTION TRIM(WS-P-JOURNAL-DIR)
                  "/shadow"
               DELIMITED BY SIZE INTO WS-P-SHADOW-DIR
           STRING FUNCTION TRIM(WS-P-JOURNAL-DIR)
                  "/journal.txt"
               DELIMITED BY SIZE INTO WS-P-JOURNAL-TXT
           STRING FUNCTION TRIM(WS-P-JOURNAL-DIR)
                  "/files.lst"
               DELIMITED BY SIZE INTO WS-P-FILES-LST
           STRING FUNCTION TRIM(WS-P-JOURNAL-DIR)
                  "/shadow.ok"
               DELIMITED BY SIZE INTO WS-P-SHADOW-OK
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM JOURNAL-SYNC.
