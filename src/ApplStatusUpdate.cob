       01  WS-DATE            PIC X(8).
       01  WS-OLD-STATUS      PIC X(10).
       01  WS-POSTER          PIC X(30).
       01  WS-REQNO           PIC X(7).
       01  WS-REFERRER        PIC X(30).
       01  WS-HIT-TITLE       PIC X(60).
       01  WS-HIT-COMPANY     PIC X(60).
       01  WS-OUT             PIC X(256).
       01  WS-OUT-PTR         PIC 9(3) COMP.
       01  WS-CMD             PIC X(200).
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-HIST-STAT       PIC XX VALUE "00".
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-APPLICANT        PIC X(30).
       01  L-NEWSTATUS        PIC X(10).
       01  L-CHANGEDBY        PIC X(30).
      *> matches here again, so no later employer update can revive
      *> or overwrite it. Every change that does land is appended to
      *> applhistory.csv with who made it and when - the trail both
      *> sides point at when they dispute what happened. The row is
      *> found by its posting's requisition number, never by the
      *> title and company text, which the poster may since have
      *> edited.
       PROCEDURE DIVISION USING L-REQNO L-APPLICANT
           L-NEWSTATUS L-CHANGEDBY L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE SPACES TO WS-HIT-TITLE WS-HIT-COMPANY

           OPEN OUTPUT NewApplications

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-OLD-STATUS WS-POSTER WS-REQNO
                   WS-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-OLD-STATUS WS-POSTER WS-REQNO
                   WS-REFERRER

               IF WS-UPDATED = "N"
                   AND FUNCTION TRIM(WS-OLD-STATUS) NOT = "WITHDRAWN"
                   AND L-REQNO NOT = SPACES
                   AND WS-REQNO = L-REQNO
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-APPLICANT)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(L-APPLICANT))
                   MOVE SPACES TO WS-OUT
                   MOVE 1 TO WS-OUT-PTR
                   STRING FUNCTION TRIM(WS-TITLE)
                          "|"
                          FUNCTION TRIM(WS-COMPANY)
                          FUNCTION TRIM(L-NEWSTATUS)
                          "|"
                          FUNCTION TRIM(WS-POSTER)
                          "|"
                          WS-REQNO
                       DELIMITED BY SIZE INTO WS-OUT
                       WITH POINTER WS-OUT-PTR
                   IF WS-REFERRER NOT = SPACES
                       STRING "|"
                              FUNCTION TRIM(WS-REFERRER)
                           DELIMITED BY SIZE INTO WS-OUT
                           WITH POINTER WS-OUT-PTR
                   END-IF
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
                   MOVE WS-TITLE TO WS-HIT-TITLE
                   MOVE WS-COMPANY TO WS-HIT-COMPANY
                   MOVE "Y" TO WS-UPDATED
               ELSE
                   MOVE Appl-Rec TO New-Rec
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-HIT-TITLE)
                  "|"
                  FUNCTION TRIM(WS-HIT-COMPANY)
                  "|"
                  FUNCTION TRIM(L-APPLICANT)
                  "|"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  L-REQNO
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Hist-Rec
           WRITE Hist-Rec
