       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNO-NEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReqSeq ASSIGN TO WS-P-REQSEQ-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STAT.
           SELECT Jobs ASSIGN TO WS-P-JOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STAT.
           SELECT JobsHistory
               ASSIGN TO WS-P-JOBS-HISTORY-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ReqSeq.
       01  Seq-Rec            PIC X(20).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  JobsHistory.
       01  History-Rec        PIC X(359).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-REQSEQ-TXT    PIC X(120).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-JOBS-HISTORY-CSV PIC X(120).

       01  WS-SEQ-STAT        PIC XX VALUE "00".
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-HIST-STAT       PIC XX VALUE "00".
       01  WS-SEQ-FOUND       PIC X VALUE "N".
       01  WS-LAST            PIC 9(7) VALUE 0.
       01  WS-F1              PIC X(60).
       01  WS-F2              PIC X(60).
       01  WS-F3              PIC X(100).
       01  WS-F4              PIC X(30).
       01  WS-F5              PIC X(8).
       01  WS-F6              PIC X(10).

       LINKAGE SECTION.
       01  L-REQNO            PIC 9(7).

      *> Hands out the next requisition number. The last number
      *> issued lives in reqseq.txt so a number is never reused, even
      *> after its posting closes or expires. When the file is not
      *> there yet the count picks up from the highest number already
      *> on jobs.csv and jobs_history.csv.
       PROCEDURE DIVISION USING L-REQNO.
           PERFORM 9900-RESOLVE-PATHS

           MOVE 0 TO WS-LAST
           MOVE "N" TO WS-SEQ-FOUND

           OPEN INPUT ReqSeq
           IF WS-SEQ-STAT = "00"
               READ ReqSeq
                   AT END
                       MOVE SPACES TO Seq-Rec
               END-READ
               IF Seq-Rec(1:7) IS NUMERIC
                   MOVE Seq-Rec(1:7) TO WS-LAST
                   MOVE "Y" TO WS-SEQ-FOUND
               END-IF
               CLOSE ReqSeq
           END-IF

           IF WS-SEQ-FOUND = "N"
               PERFORM 1000-SEED-FROM-JOBS
           END-IF

           ADD 1 TO WS-LAST

           OPEN OUTPUT ReqSeq
           MOVE SPACES TO Seq-Rec
           MOVE WS-LAST TO Seq-Rec(1:7)
           WRITE Seq-Rec
           CLOSE ReqSeq

           MOVE WS-LAST TO L-REQNO
           GOBACK.

      *> A history row written before requisition numbers carries its
      *> close date (eight digits) where the number now sits, so only
      *> a seven-digit field counts.
       1000-SEED-FROM-JOBS.
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
               PERFORM 1100-TAKE-HIGHER
           END-PERFORM
           CLOSE Jobs
           END-IF

           OPEN INPUT JobsHistory
           IF WS-HIST-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ JobsHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
               UNSTRING History-Rec DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
               PERFORM 1100-TAKE-HIGHER
           END-PERFORM
           CLOSE JobsHistory
           END-IF
           .

       1100-TAKE-HIGHER.
           IF WS-F6(1:7) IS NUMERIC AND WS-F6(8:3) = SPACES
               IF WS-F6(1:7) > WS-LAST
                   MOVE WS-F6(1:7) TO WS-LAST
               END-IF
           END-IF
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-REQSEQ-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reqseq.txt"
               DELIMITED BY SIZE INTO WS-P-REQSEQ-TXT
           MOVE SPACES TO WS-P-JOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV
           MOVE SPACES TO WS-P-JOBS-HISTORY-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs_history.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-HISTORY-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REQNO-NEXT.
