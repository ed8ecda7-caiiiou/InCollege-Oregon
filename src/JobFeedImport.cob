       DATA DIVISION.
       FILE SECTION.
       FD  JobFeed.
       01  Feed-Rec           PIC X(350).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  Quarantine.
       01  Quarantine-Rec     PIC X(350).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-JOB-POSTER      PIC X(30).
       01  WS-JOB-DATE        PIC X(8).
       01  WS-JOB-REQNO       PIC 9(7) VALUE 0.
       01  WS-JOB-LOCATION    PIC X(40).
       01  WS-JOB-MODE        PIC X(40).
       01  WS-JOB-PAY         PIC X(40).
       01  WS-JOB-TYPE        PIC X(40).
       01  WS-ATTR-FIELD      PIC X.
       01  WS-ATTR-OK         PIC X VALUE "N".
       01  WS-PIPE-COUNT      PIC 9(4) COMP.
       01  WS-OUT             PIC X(350).
       01  WS-ROW-OK          PIC X VALUE "N".
       01  WS-ROW-DUP         PIC X VALUE "N".
       01  WS-ROW-WHY         PIC X(20).
                  FUNCTION TRIM(WS-JOB-TITLE)
                  " at "
                  FUNCTION TRIM(WS-JOB-COMPANY)
                  " as req "
                  WS-JOB-REQNO
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           INSPECT Feed-Rec TALLYING WS-PIPE-COUNT FOR ALL "|"

           MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
               WS-JOB-POSTER WS-JOB-DATE WS-JOB-LOCATION WS-JOB-MODE
               WS-JOB-PAY WS-JOB-TYPE
           UNSTRING Feed-Rec DELIMITED BY "|"
               INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
               WS-JOB-POSTER WS-JOB-DATE WS-JOB-LOCATION WS-JOB-MODE
               WS-JOB-PAY WS-JOB-TYPE

           MOVE "malformed" TO WS-ROW-WHY
           IF WS-PIPE-COUNT = 8
               AND FUNCTION TRIM(WS-JOB-TITLE) NOT = SPACES
               AND FUNCTION TRIM(WS-JOB-COMPANY) NOT = SPACES
               AND FUNCTION TRIM(WS-JOB-POSTER) NOT = SPACES
                   MOVE "unknown company" TO WS-ROW-WHY
               END-IF
           END-IF

      *> The structured fields go through JOB-ATTR-CHECK, the same
      *> rules as the Post a Job screen, and come back in their
      *> stored form; the first bad one names the quarantine.
           IF WS-ROW-OK = "Y"
               MOVE "L" TO WS-ATTR-FIELD
               CALL "JOB-ATTR-CHECK" USING WS-ATTR-FIELD
                   WS-JOB-LOCATION WS-ATTR-OK
               IF WS-ATTR-OK NOT = "Y"
                   MOVE "N" TO WS-ROW-OK
                   MOVE "bad location" TO WS-ROW-WHY
               END-IF
           END-IF
           IF WS-ROW-OK = "Y"
               MOVE "M" TO WS-ATTR-FIELD
               CALL "JOB-ATTR-CHECK" USING WS-ATTR-FIELD
                   WS-JOB-MODE WS-ATTR-OK
               IF WS-ATTR-OK NOT = "Y"
                   MOVE "N" TO WS-ROW-OK
                   MOVE "bad work mode" TO WS-ROW-WHY
               END-IF
           END-IF
           IF WS-ROW-OK = "Y"
               MOVE "P" TO WS-ATTR-FIELD
               CALL "JOB-ATTR-CHECK" USING WS-ATTR-FIELD
                   WS-JOB-PAY WS-ATTR-OK
               IF WS-ATTR-OK NOT = "Y"
                   MOVE "N" TO WS-ROW-OK
                   MOVE "bad pay range" TO WS-ROW-WHY
               END-IF
           END-IF
           IF WS-ROW-OK = "Y"
               MOVE "T" TO WS-ATTR-FIELD
               CALL "JOB-ATTR-CHECK" USING WS-ATTR-FIELD
                   WS-JOB-TYPE WS-ATTR-OK
               IF WS-ATTR-OK NOT = "Y"
                   MOVE "N" TO WS-ROW-OK
                   MOVE "bad employment type" TO WS-ROW-WHY
               END-IF
           END-IF
           .

       2300-CHECK-DUPLICATE.
           END-PERFORM
           .

      *> Each loaded posting draws its permanent requisition number
      *> from REQNO-NEXT, the same sequence the interactive posting
      *> flow uses.
       2400-APPEND-POSTING.
           CALL "REQNO-NEXT" USING WS-JOB-REQNO

           OPEN EXTEND Jobs
           IF WS-JOB-STAT NOT = "00"
               OPEN OUTPUT Jobs
                  FUNCTION TRIM(WS-JOB-POSTER)
                  "|"
                  WS-JOB-DATE
                  "|"
                  WS-JOB-REQNO
                  "|"
                  FUNCTION TRIM(WS-JOB-LOCATION)
                  "|"
                  FUNCTION TRIM(WS-JOB-MODE)
                  "|"
                  FUNCTION TRIM(WS-JOB-PAY)
                  "|"
                  FUNCTION TRIM(WS-JOB-TYPE)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Job-Rec
           WRITE Job-Rec
