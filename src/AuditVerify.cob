       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainLog ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STAT.
           SELECT AuditTail ASSIGN TO WS-P-AUDIT-TAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATAIL-STAT.
           SELECT ReportOut ASSIGN TO WS-P-AUDIT-VERIFY-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ChainLog.
       01  Chain-Rec          PIC X(256).

       FD  AuditTail.
       01  Atail-Rec          PIC X(80).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-AUDIT-TAIL    PIC X(120).
       01  WS-P-AUDIT-VERIFY-TXT PIC X(120).

       01  WS-CHAIN-STAT      PIC XX VALUE "00".
       01  WS-ATAIL-STAT      PIC XX VALUE "00".
       01  WS-CHECK-NAME      PIC X(120).
       01  WS-FILE-LABEL      PIC X(20).
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-CUR-MONTH       PIC X(6).
       01  WS-WORK-MONTH      PIC X(6).
       01  WS-MONTH-YYYY      PIC 9(4).
       01  WS-MONTH-MM        PIC 9(2).
       01  WS-MONTH-IDX       PIC 9(3) COMP.

       01  WS-LOG-USER        PIC X(30).
       01  WS-LOG-STAMP       PIC X(20).
       01  WS-LOG-RESULT      PIC X(10).
       01  WS-LOG-PREV        PIC X(20).
       01  WS-LOG-LINK        PIC X(20).
       01  WS-HASH-BODY       PIC X(60).
       01  WS-HASH-IN         PIC X(60).
       01  WS-DIGEST          PIC X(20).
       01  WS-CALC-LINK       PIC X(20).
       01  WS-EXPECT-PREV     PIC X(20) VALUE SPACES.

       01  WS-CHAINED         PIC X VALUE "N".
       01  WS-BROKEN          PIC X VALUE "N".
       01  WS-LINE-NO         PIC 9(6) VALUE 0.
       01  WS-BREAK-FILE      PIC X(20) VALUE SPACES.
       01  WS-BREAK-LINE      PIC 9(6) VALUE 0.
       01  WS-BREAK-REASON    PIC X(80) VALUE SPACES.
       01  WS-ANCHOR-FILE     PIC X(20) VALUE SPACES.
       01  WS-ANCHOR-LINE     PIC 9(6) VALUE 0.
       01  WS-ANCHOR-GENESIS  PIC X VALUE "Y".

       01  WS-FILES-CHECKED   PIC 9(6) VALUE 0.
       01  WS-ROWS-CHECKED    PIC 9(6) VALUE 0.
       01  WS-ROWS-LEGACY     PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Walks the login audit trail end to end - the dated
      *> archives AUDIT-ROTATE has left, oldest month first, then
      *> the live audit.log - recomputing every row's link the way
      *> AUDIT-LOG-WRITE made it, and stops at the first row whose
      *> link does not check out. The last link must also match
      *> audit.tail, which catches rows cut off the end. Rows from
      *> before the chain was introduced carry no link and are
      *> counted, but only ahead of the first chained row. The
      *> oldest chained row still on file anchors the walk, since
      *> the rows before it may have aged out of retention.
      *> Runs in BATCH-CHAIN; OPS-SUMMARY raises the exception.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - audit verification not run."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:6) TO WS-CUR-MONTH

           MOVE "N" TO WS-CHAINED WS-BROKEN
           MOVE SPACES TO WS-EXPECT-PREV
           MOVE 0 TO WS-FILES-CHECKED WS-ROWS-CHECKED WS-ROWS-LEGACY

           PERFORM 1000-WALK-ARCHIVES
           PERFORM 2000-WALK-LIVE-LOG
           PERFORM 3000-CHECK-TAIL
           PERFORM 4000-WRITE-REPORT

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

      *> The same ten-year window AUDIT-ROTATE purges across,
      *> walked forward from its far end up to last month.
       1000-WALK-ARCHIVES.
           MOVE WS-CUR-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-CUR-MONTH(5:2) TO WS-MONTH-MM

           PERFORM 120 TIMES
               PERFORM 4100-PREVIOUS-MONTH
           END-PERFORM

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
             UNTIL WS-MONTH-IDX > 120
               OR WS-BROKEN = "Y"
               MOVE SPACES TO WS-WORK-MONTH
               STRING WS-MONTH-YYYY WS-MONTH-MM
                   DELIMITED BY SIZE INTO WS-WORK-MONTH
               MOVE SPACES TO WS-FILE-LABEL
               STRING "audit_" WS-WORK-MONTH ".log"
                   DELIMITED BY SIZE INTO WS-FILE-LABEL
               MOVE SPACES TO WS-CHECK-NAME
               STRING FUNCTION TRIM(WS-OUT-DIR)
                      "/"
                      FUNCTION TRIM(WS-FILE-LABEL)
                   DELIMITED BY SIZE INTO WS-CHECK-NAME
               PERFORM 1500-VERIFY-FILE
               PERFORM 4200-NEXT-MONTH
           END-PERFORM
           .

       1500-VERIFY-FILE.
           OPEN INPUT ChainLog
           IF WS-CHAIN-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILES-CHECKED
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL 1 = 2
               READ ChainLog
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LINE-NO
               IF Chain-Rec NOT = SPACES
                   PERFORM 1600-CHECK-ROW
               END-IF
               IF WS-BROKEN = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           CLOSE ChainLog
           .

       1600-CHECK-ROW.
           MOVE SPACES TO WS-LOG-USER WS-LOG-STAMP WS-LOG-RESULT
               WS-LOG-PREV WS-LOG-LINK
           UNSTRING Chain-Rec DELIMITED BY "|"
               INTO WS-LOG-USER WS-LOG-STAMP WS-LOG-RESULT
                    WS-LOG-PREV WS-LOG-LINK

           IF WS-LOG-LINK = SPACES
               IF WS-CHAINED = "N"
                   ADD 1 TO WS-ROWS-LEGACY
               ELSE
                   MOVE "row carries no link after the chain began"
                     TO WS-BREAK-REASON
                   PERFORM 1700-RECORD-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROWS-CHECKED

           MOVE SPACES TO WS-HASH-BODY
           STRING FUNCTION TRIM(WS-LOG-USER)
                  "|"
                  FUNCTION TRIM(WS-LOG-STAMP)
                  "|"
                  FUNCTION TRIM(WS-LOG-RESULT)
               DELIMITED BY SIZE INTO WS-HASH-BODY
           CALL "PW-HASH" USING WS-HASH-BODY WS-DIGEST
           MOVE SPACES TO WS-HASH-IN
           STRING FUNCTION TRIM(WS-LOG-PREV)
                  "|"
                  FUNCTION TRIM(WS-DIGEST)
               DELIMITED BY SIZE INTO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-CALC-LINK

           IF WS-CALC-LINK NOT = WS-LOG-LINK
               MOVE "row altered - contents do not match its link"
                 TO WS-BREAK-REASON
               PERFORM 1700-RECORD-BREAK
               EXIT PARAGRAPH
           END-IF

           IF WS-CHAINED = "Y"
               IF WS-LOG-PREV NOT = WS-EXPECT-PREV
                   MOVE "row removed, inserted or moved before here"
                     TO WS-BREAK-REASON
                   PERFORM 1700-RECORD-BREAK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "Y" TO WS-CHAINED
               MOVE WS-FILE-LABEL TO WS-ANCHOR-FILE
               MOVE WS-LINE-NO TO WS-ANCHOR-LINE
               IF WS-LOG-PREV = "0000000000"
                   MOVE "Y" TO WS-ANCHOR-GENESIS
               ELSE
                   MOVE "N" TO WS-ANCHOR-GENESIS
      *> Retention only ever removes whole months, so a chain that
      *> picks up mid-stream must do so on the oldest file's first
      *> line - anywhere else its opening rows were cut away.
                   IF WS-FILES-CHECKED NOT = 1 OR WS-LINE-NO NOT = 1
                       MOVE "opening rows of the chain removed"
                         TO WS-BREAK-REASON
                       PERFORM 1700-RECORD-BREAK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE WS-LOG-LINK TO WS-EXPECT-PREV
           .

       1700-RECORD-BREAK.
           MOVE "Y" TO WS-BROKEN
           MOVE WS-FILE-LABEL TO WS-BREAK-FILE
           MOVE WS-LINE-NO TO WS-BREAK-LINE
           .

       2000-WALK-LIVE-LOG.
           IF WS-BROKEN = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "audit.log" TO WS-FILE-LABEL
           MOVE SPACES TO WS-CHECK-NAME
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.log"
               DELIMITED BY SIZE INTO WS-CHECK-NAME
           PERFORM 1500-VERIFY-FILE
           .

      *> AUDIT-LOG-WRITE leaves the newest link in audit.tail, so a
      *> walk that ends on any other link has lost rows at the end.
       3000-CHECK-TAIL.
           IF WS-BROKEN = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "audit.tail" TO WS-FILE-LABEL
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT AuditTail
           IF WS-ATAIL-STAT NOT = "00"
               IF WS-CHAINED = "Y"
                   MOVE 1 TO WS-LINE-NO
                   MOVE "audit.tail missing - last link unconfirmed"
                     TO WS-BREAK-REASON
                   PERFORM 1700-RECORD-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Atail-Rec
           READ AuditTail
               AT END
                   MOVE SPACES TO Atail-Rec
           END-READ
           CLOSE AuditTail

           MOVE 1 TO WS-LINE-NO
           IF WS-CHAINED = "N"
               IF Atail-Rec NOT = SPACES
                   MOVE "chained rows removed - audit.tail holds a link"
                     TO WS-BREAK-REASON
                   PERFORM 1700-RECORD-BREAK
               END-IF
           ELSE
               IF Atail-Rec(1:20) NOT = WS-EXPECT-PREV
                   MOVE "rows removed from the end - audit.tail differs"
                     TO WS-BREAK-REASON
                   PERFORM 1700-RECORD-BREAK
               END-IF
           END-IF
           .

       4000-WRITE-REPORT.
           OPEN OUTPUT ReportOut

           MOVE SPACES TO WS-OUT
           STRING "Audit chain verification - " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-FILES-CHECKED TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Files checked        : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-ROWS-CHECKED TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Chained rows checked : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-ROWS-LEGACY TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Rows before chaining : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-CHAINED = "Y"
               MOVE WS-ANCHOR-LINE TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               IF WS-ANCHOR-GENESIS = "Y"
                   STRING "Chain starts at      : "
                          FUNCTION TRIM(WS-ANCHOR-FILE)
                          " line "
                          FUNCTION TRIM(WS-DISPLAY-NUM)
                       DELIMITED BY SIZE INTO WS-OUT
               ELSE
                   STRING "Chain starts at      : "
                          FUNCTION TRIM(WS-ANCHOR-FILE)
                          " line "
                          FUNCTION TRIM(WS-DISPLAY-NUM)
                          " (earlier rows past retention)"
                       DELIMITED BY SIZE INTO WS-OUT
               END-IF
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           IF WS-BROKEN = "Y"
               MOVE "Chain status         : BROKEN" TO Report-Rec
               WRITE Report-Rec
               MOVE WS-BREAK-LINE TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "First broken link    : "
                      FUNCTION TRIM(WS-BREAK-FILE)
                      " line "
                      FUNCTION TRIM(WS-DISPLAY-NUM)
                      " - "
                      FUNCTION TRIM(WS-BREAK-REASON)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           ELSE
               IF WS-CHAINED = "Y"
                   MOVE "Chain status         : INTACT" TO Report-Rec
               ELSE
                   MOVE "Chain status         : INTACT (none chained)"
                     TO Report-Rec
               END-IF
               WRITE Report-Rec
           END-IF

           CLOSE ReportOut
           .

       4100-PREVIOUS-MONTH.
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           .

       4200-NEXT-MONTH.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-AUDIT-TAIL
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.tail"
               DELIMITED BY SIZE INTO WS-P-AUDIT-TAIL
           MOVE SPACES TO WS-P-AUDIT-VERIFY-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit_verify.txt"
               DELIMITED BY SIZE INTO WS-P-AUDIT-VERIFY-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM AUDIT-VERIFY.
