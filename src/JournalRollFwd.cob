       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-ROLLFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Generation ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STAT.
           SELECT JournalList ASSIGN TO WS-P-ROLLFWD-LST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STAT.
           SELECT Journal ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STAT.
           SELECT TargetFile ASSIGN TO DYNAMIC WS-TGT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-STAT.
           SELECT TargetNew ASSIGN TO DYNAMIC WS-TGT-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNEW-STAT.
           SELECT JournalKeep ASSIGN TO DYNAMIC WS-KEEP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JournalTail ASSIGN TO DYNAMIC WS-TAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-ROLLFWD-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  Generation.
       01  Generation-Rec     PIC X(256).

       FD  JournalList.
       01  JournalList-Rec    PIC X(80).

       FD  Journal.
       01  Journal-Rec        PIC X(2100).

       FD  JournalKeep.
       01  JournalKeep-Rec    PIC X(2100).

       FD  JournalTail.
       01  JournalTail-Rec    PIC X(2100).

       FD  TargetFile.
       01  Target-Rec         PIC X(1000).

       FD  TargetNew.
       01  TargetNew-Rec      PIC X(1000).

       FD  ReportOut.
       01  Report-Rec         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-ROLLFWD-LST   PIC X(120).
       01  WS-P-ROLLFWD-TXT   PIC X(120).
       01  WS-P-JOURNAL-TXT   PIC X(120).

       01  WS-GEN-STAT        PIC XX VALUE "00".
       01  WS-LIST-STAT       PIC XX VALUE "00".
       01  WS-JNL-STAT        PIC XX VALUE "00".
       01  WS-TGT-STAT        PIC XX VALUE "00".
       01  WS-TNEW-STAT       PIC XX VALUE "00".
       01  WS-RPT-STAT        PIC XX VALUE "00".

       01  WS-GEN-NAME        PIC X(160).
       01  WS-JNL-NAME        PIC X(160).
       01  WS-TGT-NAME        PIC X(160).
       01  WS-TGT-NEW-NAME    PIC X(160).
       01  WS-KEEP-NAME       PIC X(160).
       01  WS-TAIL-NAME       PIC X(160).
       01  WS-CMD             PIC X(300).

       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".
       01  WS-JOURNAL-MODE    PIC X VALUE "B".
       01  WS-GEN-STAMP       PIC X(14).
       01  WS-UNTIL           PIC X(14).
       01  WS-LIST-NAME       PIC X(80).
       01  WS-ARCH-STAMP      PIC X(14).

      *> Set once the run has to stop: "T" reached the chosen point
      *> in time, "M" a record that does not fit the files.
       01  WS-HALT            PIC X VALUE SPACE.

       01  WS-J-STAMP         PIC X(16).
       01  WS-J-FILE          PIC X(30).
       01  WS-J-OP            PIC X.
       01  WS-J-KEY           PIC X(30).
       01  WS-J-BLEN          PIC 9(4).
       01  WS-J-ALEN          PIC 9(4).
       01  WS-J-BEFORE        PIC X(1000).
       01  WS-J-AFTER         PIC X(1000).
       01  WS-PTR             PIC 9(4).

       01  WS-IN-GEN          PIC X VALUE "N".
       01  WS-MATCHED         PIC X VALUE "N".
       01  WS-LAST-FILE       PIC X(30).
       01  WS-LAST-IN-GEN     PIC X VALUE "N".

       01  WS-APPLIED         PIC 9(6) VALUE 0.
       01  WS-SKIPPED         PIC 9(6) VALUE 0.
       01  WS-JOURNALS        PIC 9(4) VALUE 0.
       01  WS-LAST-STAMP      PIC X(16) VALUE SPACES.
       01  WS-RPT-LINE        PIC X(132).

      *> Lines of the live journal taken before a point-in-time
      *> stop; everything after them was never applied.
       01  WS-JNL-READ        PIC 9(6) VALUE 0.
       01  WS-LIVE-KEEP       PIC 9(6) VALUE 0.
       01  WS-TAIL-CNT        PIC 9(6) VALUE 0.
       01  WS-TAIL-STAMP      PIC X(14).

      *> Operator utility, run straight after DB-RESTORE: reapplies
      *> the transaction journal (see JOURNAL-SYNC) to the restored
      *> generation's files, oldest record first, up to a chosen
      *> point in time. The journals archived by later DB-BACKUP
      *> generations come first, then the live journal. Records for
      *> files the generation does not hold are left alone - those
      *> files were never rolled back. A U or D record whose before
      *> image is not in the file means the files are not where the
      *> journal expects them; the run stops there and reports it
      *> rather than guessing. A completed roll-forward is taken as a
      *> fresh backup generation so the next run starts from it.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - roll-forward not started."
               GOBACK
           END-IF

           DISPLAY "InCollege journal roll-forward utility"
           DISPLAY "Restored generation stamp (YYYYMMDDHHMMSS):"
           ACCEPT WS-GEN-STAMP
           DISPLAY "Roll forward to (YYYYMMDDHHMMSS), or press "
               "Enter for the end of the journal:"
           ACCEPT WS-UNTIL
           IF WS-UNTIL = SPACES
               MOVE ALL "9" TO WS-UNTIL
           END-IF

           PERFORM 1000-CHECK-GENERATION
           IF WS-GEN-STAT NOT = "00"
               DISPLAY "No users.csv generation with that stamp - "
                   "nothing rolled forward."
               MOVE "R" TO WS-RUNLOCK-ACTION
               CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION
                   WS-RUNLOCK-GRANTED
               GOBACK
           END-IF

           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-RPT-LINE
           STRING "Journal roll-forward from generation "
                  WS-GEN-STAMP
                  " to "
                  WS-UNTIL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE

           MOVE SPACES TO WS-LAST-FILE
           PERFORM 2000-APPLY-ARCHIVED
           IF WS-HALT = SPACE
               MOVE WS-P-JOURNAL-TXT TO WS-JNL-NAME
               PERFORM 3000-APPLY-JOURNAL
           END-IF
           IF WS-HALT = "T"
               PERFORM 3500-SET-ASIDE-TAIL
           END-IF
           PERFORM 7000-SUMMARY
           CLOSE ReportOut

           CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE
           CALL "USERS-INDEX-REBUILD"
      *> A stopped run keeps its generations as they are, so the
      *> operator can correct the file and restore again.
           IF WS-HALT NOT = "M"
               CALL "DB-BACKUP"
           END-IF
           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

      *> As in DB-RESTORE, users.csv anchors every generation.
       1000-CHECK-GENERATION.
           MOVE SPACES TO WS-GEN-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/backup/users.csv."
                  FUNCTION TRIM(WS-GEN-STAMP)
               DELIMITED BY SIZE INTO WS-GEN-NAME
           OPEN INPUT Generation
           IF WS-GEN-STAT = "00"
               CLOSE Generation
           END-IF
           .

      *> Each generation's archived journal holds the changes made
      *> before that backup was cut, so the ones that matter are
      *> those stamped after the restored generation, in order.
       2000-APPLY-ARCHIVED.
           MOVE SPACES TO WS-CMD
           STRING "ls -1 "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/backup 2>/dev/null | grep '^journal\.txt\.'"
                  " | sort > "
                  FUNCTION TRIM(WS-P-ROLLFWD-LST)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT JournalList
           IF WS-LIST-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HALT NOT = SPACE
               READ JournalList
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE FUNCTION TRIM(JournalList-Rec) TO WS-LIST-NAME
               MOVE WS-LIST-NAME(13:14) TO WS-ARCH-STAMP
               IF WS-ARCH-STAMP > WS-GEN-STAMP
                   MOVE SPACES TO WS-JNL-NAME
                   STRING FUNCTION TRIM(WS-DB-DIR)
                          "/backup/"
                          FUNCTION TRIM(WS-LIST-NAME)
                       DELIMITED BY SIZE INTO WS-JNL-NAME
                   PERFORM 3000-APPLY-JOURNAL
               END-IF
           END-PERFORM
           CLOSE JournalList
           .

       3000-APPLY-JOURNAL.
           OPEN INPUT Journal
           IF WS-JNL-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOURNALS
           MOVE 0 TO WS-JNL-READ
           PERFORM UNTIL WS-HALT NOT = SPACE
               READ Journal
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-JNL-READ
               IF Journal-Rec NOT = SPACES
                   PERFORM 3100-PARSE-RECORD
                   IF WS-J-STAMP(1:14) > WS-UNTIL
                       MOVE "T" TO WS-HALT
                       IF WS-JNL-NAME = WS-P-JOURNAL-TXT
                           COMPUTE WS-LIVE-KEEP = WS-JNL-READ - 1
                       END-IF
                   ELSE
                       PERFORM 3200-APPLY-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Journal
           .

      *> The header fields are "|"-delimited; the two images are
      *> taken by the lengths the header gives.
       3100-PARSE-RECORD.
           MOVE SPACES TO WS-J-STAMP WS-J-FILE WS-J-OP WS-J-KEY
               WS-J-BEFORE WS-J-AFTER
           MOVE 0 TO WS-J-BLEN WS-J-ALEN
           MOVE 1 TO WS-PTR
           UNSTRING Journal-Rec DELIMITED BY "|"
               INTO WS-J-STAMP WS-J-FILE WS-J-OP WS-J-KEY
                    WS-J-BLEN WS-J-ALEN
               WITH POINTER WS-PTR
           IF WS-J-BLEN > 0
               MOVE Journal-Rec(WS-PTR:WS-J-BLEN) TO WS-J-BEFORE
           END-IF
           COMPUTE WS-PTR = WS-PTR + WS-J-BLEN + 1
           IF WS-J-ALEN > 0
               MOVE Journal-Rec(WS-PTR:WS-J-ALEN) TO WS-J-AFTER
           END-IF
           .

       3200-APPLY-RECORD.
           IF WS-J-FILE NOT = WS-LAST-FILE
               PERFORM 3300-CHECK-IN-GENERATION
               MOVE WS-J-FILE TO WS-LAST-FILE
               MOVE WS-IN-GEN TO WS-LAST-IN-GEN
           END-IF
           IF WS-LAST-IN-GEN NOT = "Y"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TGT-NAME WS-TGT-NEW-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-J-FILE)
               DELIMITED BY SIZE INTO WS-TGT-NAME
           STRING FUNCTION TRIM(WS-TGT-NAME)
                  ".new"
               DELIMITED BY SIZE INTO WS-TGT-NEW-NAME
           EVALUATE WS-J-OP
               WHEN "A"
                   PERFORM 4000-APPLY-ADD
               WHEN "U"
               WHEN "D"
                   PERFORM 5000-APPLY-CHANGE
               WHEN OTHER
                   MOVE "N" TO WS-MATCHED
           END-EVALUATE
           IF WS-MATCHED = "Y"
               ADD 1 TO WS-APPLIED
               MOVE WS-J-STAMP TO WS-LAST-STAMP
           ELSE
               MOVE "M" TO WS-HALT
               PERFORM 6000-REPORT-MISFIT
           END-IF
           .

       3300-CHECK-IN-GENERATION.
           MOVE SPACES TO WS-GEN-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/backup/"
                  FUNCTION TRIM(WS-J-FILE)
                  "."
                  FUNCTION TRIM(WS-GEN-STAMP)
               DELIMITED BY SIZE INTO WS-GEN-NAME
           MOVE "N" TO WS-IN-GEN
           OPEN INPUT Generation
           IF WS-GEN-STAT = "00"
               MOVE "Y" TO WS-IN-GEN
               CLOSE Generation
           END-IF
           .

      *> A run stopped at a point in time leaves the live journal
      *> holding changes the files no longer have. They are moved
      *> to journal.txt.discarded.<stamp> - all of them when the
      *> stop came in an archived journal - so the backup cut at
      *> the end of the run does not carry them into its
      *> generation for a later roll-forward to put back.
       3500-SET-ASIDE-TAIL.
           MOVE 0 TO WS-TAIL-CNT
           MOVE WS-P-JOURNAL-TXT TO WS-JNL-NAME
           OPEN INPUT Journal
           IF WS-JNL-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TAIL-STAMP
           MOVE SPACES TO WS-KEEP-NAME WS-TAIL-NAME
           STRING FUNCTION TRIM(WS-P-JOURNAL-TXT)
                  ".new"
               DELIMITED BY SIZE INTO WS-KEEP-NAME
           STRING FUNCTION TRIM(WS-P-JOURNAL-TXT)
                  ".discarded."
                  WS-TAIL-STAMP
               DELIMITED BY SIZE INTO WS-TAIL-NAME
           OPEN OUTPUT JournalKeep
           OPEN OUTPUT JournalTail
           MOVE 0 TO WS-JNL-READ
           PERFORM UNTIL 1 = 2
               READ Journal
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-JNL-READ
               IF WS-JNL-READ > WS-LIVE-KEEP
                   MOVE Journal-Rec TO JournalTail-Rec
                   WRITE JournalTail-Rec
                   IF Journal-Rec NOT = SPACES
                       ADD 1 TO WS-TAIL-CNT
                   END-IF
               ELSE
                   MOVE Journal-Rec TO JournalKeep-Rec
                   WRITE JournalKeep-Rec
               END-IF
           END-PERFORM
           CLOSE Journal
           CLOSE JournalKeep
           CLOSE JournalTail
           MOVE SPACES TO WS-CMD
           IF WS-TAIL-CNT > 0
               STRING "mv "
                      FUNCTION TRIM(WS-KEEP-NAME)
                      " "
                      FUNCTION TRIM(WS-P-JOURNAL-TXT)
                   DELIMITED BY SIZE INTO WS-CMD
           ELSE
               STRING "rm -f "
                      FUNCTION TRIM(WS-KEEP-NAME)
                      " "
                      FUNCTION TRIM(WS-TAIL-NAME)
                   DELIMITED BY SIZE INTO WS-CMD
           END-IF
           CALL "SYSTEM" USING WS-CMD
           .

       4000-APPLY-ADD.
           OPEN EXTEND TargetFile
           IF WS-TGT-STAT NOT = "00"
               OPEN OUTPUT TargetFile
           END-IF
           MOVE WS-J-AFTER TO Target-Rec
           WRITE Target-Rec
           CLOSE TargetFile
           MOVE "Y" TO WS-MATCHED
           .

      *> Replaces (U) or drops (D) the first row equal to the before
      *> image. The file is only swapped in when that row was found.
       5000-APPLY-CHANGE.
           MOVE "N" TO WS-MATCHED
           OPEN INPUT TargetFile
           IF WS-TGT-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TargetNew
           PERFORM UNTIL 1 = 2
               READ TargetFile
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-MATCHED = "N" AND Target-Rec = WS-J-BEFORE
                   MOVE "Y" TO WS-MATCHED
                   IF WS-J-OP = "U"
                       MOVE WS-J-AFTER TO TargetNew-Rec
                       WRITE TargetNew-Rec
                   END-IF
               ELSE
                   MOVE Target-Rec TO TargetNew-Rec
                   WRITE TargetNew-Rec
               END-IF
           END-PERFORM
           CLOSE TargetFile
           CLOSE TargetNew
           MOVE SPACES TO WS-CMD
           IF WS-MATCHED = "Y"
               STRING "mv "
                      FUNCTION TRIM(WS-TGT-NEW-NAME)
                      " "
                      FUNCTION TRIM(WS-TGT-NAME)
                   DELIMITED BY SIZE INTO WS-CMD
           ELSE
               STRING "rm -f "
                      FUNCTION TRIM(WS-TGT-NEW-NAME)
                   DELIMITED BY SIZE INTO WS-CMD
           END-IF
           CALL "SYSTEM" USING WS-CMD
           .

       6000-REPORT-MISFIT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "STOPPED - record does not fit: "
                  WS-J-STAMP(1:14)
                  " "
                  FUNCTION TRIM(WS-J-FILE)
                  " "
                  WS-J-OP
                  " key "
                  FUNCTION TRIM(WS-J-KEY)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  expected row: "
                  WS-J-BEFORE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE
           .

       7000-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING "Journals read:    " WS-JOURNALS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Records applied:  " WS-APPLIED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Records skipped (file not in generation): "
                  WS-SKIPPED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 8000-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LAST-STAMP = SPACES
               MOVE "Files left as restored." TO WS-RPT-LINE
           ELSE
               STRING "Files rolled forward to "
                      WS-LAST-STAMP(1:14)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 8000-REPORT-LINE
           IF WS-TAIL-CNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "Journal records past that point set aside: "
                      WS-TAIL-CNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 8000-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  in "
                      FUNCTION TRIM(WS-TAIL-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 8000-REPORT-LINE
           END-IF
           IF WS-HALT = "M"
               MOVE "Roll-forward incomplete - see the record above."
                 TO WS-RPT-LINE
               PERFORM 8000-REPORT-LINE
           END-IF
           .

       8000-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
           MOVE WS-RPT-LINE TO Report-Rec
           WRITE Report-Rec
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-ROLLFWD-LST WS-P-ROLLFWD-TXT
               WS-P-JOURNAL-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/journal/rollfwd.lst"
               DELIMITED BY SIZE INTO WS-P-ROLLFWD-LST
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/journal/journal.txt"
               DELIMITED BY SIZE INTO WS-P-JOURNAL-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/journal_rollfwd.txt"
               DELIMITED BY SIZE INTO WS-P-ROLLFWD-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM JOURNAL-ROLLFWD.
