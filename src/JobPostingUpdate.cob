               FILE STATUS IS WS-JOB-STAT.
           SELECT NewJobs ASSIGN TO WS-P-JOBS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  NewJobs.
       01  New-Rec            PIC X(350).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-JOBS-CSV-NEW  PIC X(120).

       01  WS-TITLE           PIC X(60).
       01  WS-COMPANY         PIC X(60).
       01  WS-DESC            PIC X(100).
       01  WS-POSTER          PIC X(30).
       01  WS-DATE            PIC X(8).
       01  WS-REQNO           PIC X(7).
       01  WS-LOCATION        PIC X(40).
       01  WS-MODE            PIC X(6).
       01  WS-PAY             PIC X(20).
       01  WS-TYPE            PIC X(10).
       01  WS-OUT             PIC X(350).
       01  WS-CMD             PIC X(200).
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-UPDATED         PIC X VALUE "N".

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-POSTER           PIC X(30).
       01  L-NEW-TITLE        PIC X(60).
       01  L-NEW-COMPANY      PIC X(60).
       01  L-NEW-DESC         PIC X(100).
       01  L-NEW-LOCATION     PIC X(40).
       01  L-NEW-MODE         PIC X(6).
       01  L-NEW-PAY          PIC X(20).
       01  L-NEW-TYPE         PIC X(10).
       01  L-STATUS           PIC X.

      *> Rewrites the single posting carrying the requisition number
      *> with the corrected fields - location, work mode, pay range
      *> and employment type included - keeping its posting date so
      *> expiry still counts from the original day, and keeping the
      *> number itself. The poster must match: an employer can only
      *> touch their own rows. Every dependent file keys on the
      *> requisition number, so a new title or company needs no
      *> rewrite of screenq.csv, screenans.csv or applications.csv -
      *> their title and company text stay as the applicant saw it.
       PROCEDURE DIVISION USING L-REQNO L-POSTER
           L-NEW-TITLE L-NEW-COMPANY L-NEW-DESC L-NEW-LOCATION
           L-NEW-MODE L-NEW-PAY L-NEW-TYPE L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-DESC
                   WS-POSTER WS-DATE WS-REQNO WS-LOCATION WS-MODE
                   WS-PAY WS-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-DESC
                   WS-POSTER WS-DATE WS-REQNO WS-LOCATION WS-MODE
                   WS-PAY WS-TYPE

               IF WS-UPDATED = "N"
                   AND L-REQNO NOT = SPACES
                   AND WS-REQNO = L-REQNO
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-POSTER)) =
                       FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-POSTER)
                          "|"
                          WS-DATE
                          "|"
                          WS-REQNO
                          "|"
                          FUNCTION TRIM(L-NEW-LOCATION)
                          "|"
                          FUNCTION TRIM(L-NEW-MODE)
                          "|"
                          FUNCTION TRIM(L-NEW-PAY)
                          "|"
                          FUNCTION TRIM(L-NEW-TYPE)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv.new"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV-NEW
           MOVE "Y" TO WS-ENV-SET
           .

