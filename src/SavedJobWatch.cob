       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVED-JOB-WATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SavedJobs ASSIGN TO WS-P-SAVEDJOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-STAT.
           SELECT NewSavedJobs ASSIGN TO WS-P-SAVEDJOBS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Jobs ASSIGN TO WS-P-JOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT ReportOut ASSIGN TO WS-P-SAVED-JOBS-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SavedJobs.
       01  Sj-Rec             PIC X(256).

       FD  NewSavedJobs.
       01  New-Rec            PIC X(256).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-SAVEDJOBS-CSV PIC X(120).
       01  WS-P-SAVEDJOBS-CSV-NEW PIC X(120).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-SAVED-JOBS-TXT PIC X(120).

       01  WS-SJ-STAT         PIC XX VALUE "00".
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).

      *> JOBMAXDAYS is the age at which JOB-EXPIRE retires a
      *> posting (same key, same default); the student is warned
      *> once when a saved posting is SAVEDWARNDAYS or fewer days
      *> from that cutoff.
       01  WS-MAX-DAYS        PIC 9(4) VALUE 30.
       01  WS-WARN-DAYS       PIC 9(4) VALUE 3.

       01  WS-SJ-USER         PIC X(30).
       01  WS-SJ-REQNO        PIC X(7).
       01  WS-SJ-TITLE        PIC X(60).
       01  WS-SJ-COMPANY      PIC X(60).
       01  WS-SJ-SAVED        PIC X(8).
       01  WS-SJ-WARNED       PIC X(1).

       01  WS-JOB-TITLE       PIC X(60).
       01  WS-JOB-COMPANY     PIC X(60).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-JOB-POSTER      PIC X(30).
       01  WS-JOB-DATE        PIC X(8).
       01  WS-JOB-REQNO       PIC X(7).

      *> The live postings, by requisition number. Should the
      *> table fill, a saved posting missing from it is kept
      *> rather than reported closed on a guess; should jobs.csv
      *> not open at all, savedjobs.csv is left alone.
       01  WS-LIVE-TABLE.
           05  WS-LV-ENTRY    OCCURS 5000 TIMES.
               10  WS-LV-REQNO    PIC X(7).
               10  WS-LV-DATE     PIC X(8).
       01  WS-LV-COUNT        PIC 9(4) VALUE 0.
       01  WS-LV-IDX          PIC 9(4) COMP.
       01  WS-LV-FOUND        PIC 9(4) VALUE 0.
       01  WS-LV-FULL         PIC X VALUE "N".
       01  WS-LV-UNAVAIL      PIC X VALUE "N".

       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY-INT       PIC 9(8) COMP.
       01  WS-DAYS-LEFT       PIC S9(5) COMP.
       01  WS-DISPLAY-DAYS    PIC Z9.
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(60).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

       01  WS-KEPT-COUNT      PIC 9(6) VALUE 0.
       01  WS-WARNED-COUNT    PIC 9(6) VALUE 0.
       01  WS-DROPPED-COUNT   PIC 9(6) VALUE 0.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

      *> Nightly pass over savedjobs.csv
      *> (user|reqno|title|company|saved|warned). A saved posting
      *> no longer in jobs.csv has been closed by its poster or
      *> retired by JOB-EXPIRE to jobs_history.csv: the student is
      *> told and the entry dropped. A live one nearing the expiry
      *> cutoff draws a single warning, remembered in the warned
      *> flag so it is not repeated night after night.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - saved job check not run."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))

           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-OUT
           STRING "Saved job check - " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM 0500-LOAD-CONFIG
           PERFORM 0600-LOAD-LIVE-JOBS
           PERFORM 1000-SWEEP-SAVED
           PERFORM 3000-WRITE-SUMMARY

           CLOSE ReportOut

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       0500-LOAD-CONFIG.
           OPEN INPUT ConfigFile
           IF WS-CFG-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ ConfigFile
                       AT END
                           EXIT PERFORM
                   END-READ

                   MOVE SPACES TO WS-CFG-KEY WS-CFG-VAL
                   UNSTRING Config-Rec DELIMITED BY "="
                       INTO WS-CFG-KEY WS-CFG-VAL

                   EVALUATE FUNCTION TRIM(WS-CFG-KEY)
                       WHEN "JOBMAXDAYS"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-MAX-DAYS
                       WHEN "SAVEDWARNDAYS"
                           MOVE FUNCTION TRIM(WS-CFG-VAL)
                             TO WS-WARN-DAYS
                   END-EVALUATE
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .

       0600-LOAD-LIVE-JOBS.
           OPEN INPUT Jobs
           IF WS-JOB-STAT NOT = "00"
               CLOSE Jobs
               MOVE "Y" TO WS-LV-UNAVAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY
                   WS-JOB-DESC WS-JOB-POSTER WS-JOB-DATE
                   WS-JOB-REQNO
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO

               IF WS-LV-COUNT >= 5000
                   MOVE "Y" TO WS-LV-FULL
               ELSE
                   ADD 1 TO WS-LV-COUNT
                   MOVE WS-JOB-REQNO TO WS-LV-REQNO(WS-LV-COUNT)
                   MOVE WS-JOB-DATE TO WS-LV-DATE(WS-LV-COUNT)
               END-IF
           END-PERFORM

           CLOSE Jobs
           .

       1000-SWEEP-SAVED.
           IF WS-LV-UNAVAIL = "Y"
               MOVE "jobs.csv unavailable - saved job check not run"
                 TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SavedJobs
           IF WS-SJ-STAT NOT = "00"
               CLOSE SavedJobs
               MOVE "No saved jobs on hand - nothing to check."
                 TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NewSavedJobs

           PERFORM UNTIL 1 = 2
               READ SavedJobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SJ-USER WS-SJ-REQNO WS-SJ-TITLE
                   WS-SJ-COMPANY WS-SJ-SAVED WS-SJ-WARNED
               UNSTRING Sj-Rec DELIMITED BY "|"
                   INTO WS-SJ-USER WS-SJ-REQNO WS-SJ-TITLE
                   WS-SJ-COMPANY WS-SJ-SAVED WS-SJ-WARNED

               MOVE 0 TO WS-LV-FOUND
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                 UNTIL WS-LV-IDX > WS-LV-COUNT
                   OR WS-LV-FOUND > 0
                   IF WS-LV-REQNO(WS-LV-IDX) = WS-SJ-REQNO
                       MOVE WS-LV-IDX TO WS-LV-FOUND
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-LV-FOUND = 0 AND WS-LV-FULL = "N"
                       PERFORM 1100-DROP-ONE-SAVED
                   WHEN WS-LV-FOUND > 0
                       PERFORM 1200-CHECK-CUTOFF
                   WHEN OTHER
                       MOVE Sj-Rec TO New-Rec
                       WRITE New-Rec
                       ADD 1 TO WS-KEPT-COUNT
               END-EVALUATE
           END-PERFORM

           CLOSE SavedJobs
           CLOSE NewSavedJobs

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-SAVEDJOBS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-SAVEDJOBS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "savedjobs.csv" TO WS-LDG-FILE
           MOVE "SAVED JOB CHECK" TO WS-LDG-REASON
           COMPUTE WS-LDG-BEFORE = WS-KEPT-COUNT + WS-DROPPED-COUNT
           MOVE WS-KEPT-COUNT TO WS-LDG-AFTER
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       1100-DROP-ONE-SAVED.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE WS-SJ-USER TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "Saved job closed: "
                  FUNCTION TRIM(WS-SJ-TITLE)
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 2100-APPEND-NOTIFICATION

           MOVE SPACES TO WS-OUT
           STRING "Dropped "
                  WS-SJ-REQNO
                  " "
                  FUNCTION TRIM(WS-SJ-TITLE)
                  " at "
                  FUNCTION TRIM(WS-SJ-COMPANY)
                  " for "
                  FUNCTION TRIM(WS-SJ-USER)
                  " - posting closed"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> JOB-EXPIRE retires a posting once its date falls before
      *> today less JOBMAXDAYS, so the last day it is listed is
      *> its date plus JOBMAXDAYS. An undated posting never expires.
       1200-CHECK-CUTOFF.
           IF WS-SJ-WARNED NOT = "Y"
               AND WS-LV-DATE(WS-LV-FOUND) IS NUMERIC
               COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LV-DATE(WS-LV-FOUND)))
                   + WS-MAX-DAYS - WS-TODAY-INT
               IF WS-DAYS-LEFT >= 0 AND WS-DAYS-LEFT <= WS-WARN-DAYS
                   PERFORM 1300-WARN-ONE-SAVED
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-SJ-USER)
                  "|"
                  WS-SJ-REQNO
                  "|"
                  FUNCTION TRIM(WS-SJ-TITLE)
                  "|"
                  FUNCTION TRIM(WS-SJ-COMPANY)
                  "|"
                  WS-SJ-SAVED
                  "|"
                  WS-SJ-WARNED
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO New-Rec
           WRITE New-Rec
           ADD 1 TO WS-KEPT-COUNT
           .

       1300-WARN-ONE-SAVED.
           ADD 1 TO WS-WARNED-COUNT
           MOVE "Y" TO WS-SJ-WARNED
           MOVE WS-DAYS-LEFT TO WS-DISPLAY-DAYS
           MOVE WS-SJ-USER TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           IF WS-DAYS-LEFT = 0
               STRING "Saved job closes today: "
                      FUNCTION TRIM(WS-SJ-TITLE)
                   DELIMITED BY SIZE INTO WS-NOTE-MSG
           ELSE
               STRING "Saved job closes in "
                      FUNCTION TRIM(WS-DISPLAY-DAYS)
                      " day(s): "
                      FUNCTION TRIM(WS-SJ-TITLE)
                   DELIMITED BY SIZE INTO WS-NOTE-MSG
           END-IF
           PERFORM 2100-APPEND-NOTIFICATION

           MOVE SPACES TO WS-OUT
           STRING "Warned "
                  FUNCTION TRIM(WS-SJ-USER)
                  " - "
                  WS-SJ-REQNO
                  " "
                  FUNCTION TRIM(WS-SJ-TITLE)
                  " closes in "
                  FUNCTION TRIM(WS-DISPLAY-DAYS)
                  " day(s)"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       2100-APPEND-NOTIFICATION.
           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  "N"
                  "|"
                  "N"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Notify-Rec
           WRITE Notify-Rec
           CLOSE Notifications
           .

       3000-WRITE-SUMMARY.
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE WS-WARNED-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Expiry warnings sent   : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Closed entries dropped : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-KEPT-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Saved entries kept     : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-LV-FULL = "Y"
               MOVE "Live postings exceeded the table - saved entries"
                 TO Report-Rec
               WRITE Report-Rec
               MOVE "not found were kept for the next run."
                 TO Report-Rec
               WRITE Report-Rec
           END-IF
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-SAVEDJOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/savedjobs.csv"
               DELIMITED BY SIZE INTO WS-P-SAVEDJOBS-CSV
           MOVE SPACES TO WS-P-SAVEDJOBS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/savedjobs.csv.new"
               DELIMITED BY SIZE INTO WS-P-SAVEDJOBS-CSV-NEW
           MOVE SPACES TO WS-P-JOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-SAVED-JOBS-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/saved_jobs.txt"
               DELIMITED BY SIZE INTO WS-P-SAVED-JOBS-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM SAVED-JOB-WATCH.
