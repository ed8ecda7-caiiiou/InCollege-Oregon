       01  WS-TIME            PIC X(5).
       01  WS-OLD-STATUS      PIC X(10).
       01  WS-POSTER          PIC X(30).
       01  WS-REQNO           PIC X(7).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-INTV-STAT       PIC XX VALUE "00".
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-APPLICANT        PIC X(30).
       01  L-DATE             PIC X(8).
       01  L-TIME             PIC X(5).
       01  L-STATUS           PIC X.

      *> Moves the single OFFERED slot matching the application key
      *> (requisition number and applicant) plus date and time to
      *> its new status. Returns N when no such open offer is on
      *> file, so the caller can tell the user.
       PROCEDURE DIVISION USING L-REQNO L-APPLICANT
           L-DATE L-TIME L-NEWSTATUS L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER
               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-TIME WS-OLD-STATUS WS-POSTER WS-REQNO
               UNSTRING Intv-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-TIME WS-OLD-STATUS WS-POSTER WS-REQNO

               IF WS-UPDATED = "N"
                   AND FUNCTION TRIM(WS-OLD-STATUS) = "OFFERED"
                   AND L-REQNO NOT = SPACES
                   AND WS-REQNO = L-REQNO
                   AND WS-DATE = L-DATE
                   AND WS-TIME = L-TIME
                   AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(L-NEWSTATUS)
                          "|"
                          FUNCTION TRIM(WS-POSTER)
                          "|"
                          WS-REQNO
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
