               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Dispatch ASSIGN TO WS-P-MAIL-DISPATCH-TXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NotifyAttach ASSIGN TO WS-P-NOTIFYATTACH-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STAT.
           SELECT Attachment ASSIGN TO WS-P-ATTACHMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STAT.

       DATA DIVISION.
       FILE SECTION.

      *> Campus mail gateway batch layout: one header, fixed-width
      *> detail records, one trailer carrying the detail count the
      *> gateway reconciles on load. Header version V02 adds the
      *> attachment records: a detail with a file to send is
      *> followed by that file's lines, each an A record. The
      *> trailer is as it always was and counts details only.
       FD  Dispatch.
       01  Dispatch-Rec.
           05  DSP-TYPE       PIC X(1).
           05  DSP-BODY       PIC X(104).

       FD  NotifyAttach.
       01  NotifyAttach-Rec   PIC X(256).

       FD  Attachment.
       01  Attach-Line        PIC X(80).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV-NEW PIC X(120).
       01  WS-P-MAIL-DISPATCH-TXT PIC X(120).
       01  WS-P-NOTIFYATTACH-CSV PIC X(120).
       01  WS-P-ATTACHMENT    PIC X(120).

       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-ATT-STAT        PIC XX VALUE "00".
       01  WS-NA-STAT         PIC XX VALUE "00".
       01  WS-U               PIC X(30).
       01  WS-MSG             PIC X(60).
       01  WS-STAMP           PIC X(17).
           05  WS-HDR-DATE    PIC X(8).
           05  FILLER         PIC X(16)
               VALUE "INCOLLEGE-NOTIFY".
           05  WS-HDR-VERSION PIC X(3) VALUE "V02".

       01  WS-DETAIL-REC.
           05  FILLER         PIC X(1) VALUE "D".
           05  WS-DET-TIME    PIC X(6).
           05  WS-DET-MSG     PIC X(60).

       01  WS-ATTACH-REC.
           05  FILLER         PIC X(1) VALUE "A".
           05  WS-ATT-TEXT    PIC X(80).

       01  WS-TRAILER-REC.
           05  FILLER         PIC X(1) VALUE "T".
           05  WS-TRL-COUNT   PIC 9(6).

       01  WS-DISPATCHED      PIC 9(6) VALUE 0.
       01  WS-ATTACHED        PIC 9(6) VALUE 0.

      *> Files waiting to go out with their notices, loaded from
      *> notifyattach.csv (user|stamp|file|message, written by
      *> CAL-EXPORT). A notice picks up the first unused row whose
      *> user, stamp and text are its own.
       01  WS-NA-TABLE.
           05  WS-NA-ENTRY    OCCURS 500 TIMES.
               10  WS-NA-USER     PIC X(30).
               10  WS-NA-STAMP    PIC X(17).
               10  WS-NA-FILE     PIC X(40).
               10  WS-NA-MSG      PIC X(60).
               10  WS-NA-USED     PIC X.
       01  WS-NA-CNT          PIC 9(4) VALUE 0.
       01  WS-NA-IDX          PIC 9(4) VALUE 0.
       01  WS-NA-HIT          PIC 9(4) VALUE 0.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 0 TO WS-DISPATCHED WS-ATTACHED

           OPEN OUTPUT Dispatch
           MOVE WS-TIMESTAMP(1:8) TO WS-HDR-DATE
           MOVE WS-HEADER-REC TO Dispatch-Rec
           WRITE Dispatch-Rec

           PERFORM 0500-LOAD-ATTACHMENTS
           PERFORM 1000-EXTRACT-UNDISPATCHED
           PERFORM 1300-CLEAR-ATTACHMENTS

           MOVE WS-DISPATCHED TO WS-TRL-COUNT
           MOVE WS-TRAILER-REC TO Dispatch-Rec
           CLOSE Dispatch

           DISPLAY "Notifications dispatched: " WS-TRL-COUNT
           DISPLAY "Attachment lines sent:    " WS-ATTACHED

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       0500-LOAD-ATTACHMENTS.
           MOVE 0 TO WS-NA-CNT
           OPEN INPUT NotifyAttach
           IF WS-NA-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ NotifyAttach
                   AT END
                       EXIT PERFORM
               END-READ

               IF NotifyAttach-Rec NOT = SPACES AND WS-NA-CNT < 500
                   ADD 1 TO WS-NA-CNT
                   MOVE SPACES TO WS-NA-ENTRY(WS-NA-CNT)
                   UNSTRING NotifyAttach-Rec DELIMITED BY "|"
                       INTO WS-NA-USER(WS-NA-CNT)
                            WS-NA-STAMP(WS-NA-CNT)
                            WS-NA-FILE(WS-NA-CNT)
                            WS-NA-MSG(WS-NA-CNT)
                   MOVE "N" TO WS-NA-USED(WS-NA-CNT)
               END-IF
           END-PERFORM

           CLOSE NotifyAttach
           .

      *> Each undispatched entry goes to the gateway file and is
      *> rewritten with its dispatch flag set, so a rerun finds
      *> nothing left to send and cannot double-mail.
           MOVE WS-DETAIL-REC TO Dispatch-Rec
           WRITE Dispatch-Rec
           ADD 1 TO WS-DISPATCHED

           MOVE 0 TO WS-NA-HIT
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1
             UNTIL WS-NA-IDX > WS-NA-CNT OR WS-NA-HIT > 0
               IF WS-NA-USED(WS-NA-IDX) = "N"
                   AND WS-NA-USER(WS-NA-IDX) = WS-U
                   AND WS-NA-STAMP(WS-NA-IDX) = WS-STAMP
                   AND WS-NA-MSG(WS-NA-IDX) = WS-MSG
                   MOVE WS-NA-IDX TO WS-NA-HIT
               END-IF
           END-PERFORM
           IF WS-NA-HIT > 0
               MOVE "Y" TO WS-NA-USED(WS-NA-HIT)
               PERFORM 1200-WRITE-ATTACHMENT
           END-IF
           .

      *> The file CAL-EXPORT left in the output directory travels
      *> with its notice. A file already gone sends the notice
      *> alone.
       1200-WRITE-ATTACHMENT.
           MOVE SPACES TO WS-P-ATTACHMENT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/"
                  FUNCTION TRIM(WS-NA-FILE(WS-NA-HIT))
               DELIMITED BY SIZE INTO WS-P-ATTACHMENT
           OPEN INPUT Attachment
           IF WS-ATT-STAT NOT = "00"
               CLOSE Attachment
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Attachment
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE Attach-Line TO WS-ATT-TEXT
               MOVE WS-ATTACH-REC TO Dispatch-Rec
               WRITE Dispatch-Rec
               ADD 1 TO WS-ATTACHED
           END-PERFORM

           CLOSE Attachment
           .

      *> Every notice waiting when the run began has now gone out,
      *> so a row still unused belongs to a notice that was purged
      *> or erased before it could be sent; the file is emptied.
       1300-CLEAR-ATTACHMENTS.
           IF WS-NA-CNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NotifyAttach
           CLOSE NotifyAttach

           MOVE "notifyattach.csv" TO WS-LDG-FILE
           MOVE WS-NA-CNT TO WS-LDG-BEFORE
           MOVE 0 TO WS-LDG-AFTER
           MOVE "DISPATCH" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv.new"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFYATTACH-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifyattach.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFYATTACH-CSV
           MOVE SPACES TO WS-P-MAIL-DISPATCH-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/mail_dispatch.txt"
