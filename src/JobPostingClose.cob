       DATA DIVISION.
       FILE SECTION.
       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  NewJobs.
       01  New-Rec            PIC X(350).

       FD  JobsHistory.
       01  History-Rec        PIC X(359).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
       01  WS-DESC            PIC X(100).
       01  WS-POSTER          PIC X(30).
       01  WS-DATE            PIC X(8).
       01  WS-REQNO           PIC X(7).
       01  WS-OUT             PIC X(359).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-POSTER           PIC X(30).
       01  L-STATUS           PIC X.

      *> Pulls one posting before its natural expiry: the row leaves
      *> jobs.csv and closes out to jobs_history.csv stamped with
      *> today, exactly the retirement JOB-EXPIRE applies on age.
      *> The posting is picked out by its requisition number; the
      *> poster must still match so no one closes another's job.
       PROCEDURE DIVISION USING L-REQNO L-POSTER L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-DESC
                   WS-POSTER WS-DATE WS-REQNO
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-DESC
                   WS-POSTER WS-DATE WS-REQNO

               IF WS-REMOVED = "N"
                   AND L-REQNO NOT = SPACES
                   AND WS-REQNO = L-REQNO
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-POSTER)) =
                       FUNCTION UPPER-CASE(
