           SELECT ChainCtl ASSIGN TO WS-P-BATCHCHAIN-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STAT.
           SELECT Schedule ASSIGN TO WS-P-BATCHSCHEDULE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STAT.
           SELECT ConfigFile ASSIGN TO WS-P-CONFIG-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.
           SELECT Roster ASSIGN TO WS-P-ROSTER-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STAT.
       FD  ChainCtl.
       01  Ctl-Rec            PIC X(40).

       FD  Schedule.
       01  Sched-Rec          PIC X(256).

       FD  ConfigFile.
       01  Config-Rec         PIC X(80).

       FD  Roster.
       01  Roster-Rec         PIC X(256).

       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-BATCHCHAIN-CTL PIC X(120).
       01  WS-P-BATCHSCHEDULE-TXT PIC X(120).
       01  WS-P-CONFIG-TXT    PIC X(120).
       01  WS-P-ROSTER-TXT    PIC X(120).
       01  WS-P-BATCH-CHAIN-TXT PIC X(120).

       01  WS-CTL-STAT        PIC XX VALUE "00".
       01  WS-SCHED-STAT      PIC XX VALUE "00".
       01  WS-CFG-STAT        PIC XX VALUE "00".
       01  WS-ROSTER-STAT     PIC XX VALUE "00".
       01  WS-CTL-STEP        PIC X(12).
       01  WS-CTL-STATE       PIC X(10).
       01  WS-CTL-DATE        PIC X(8).
       01  WS-CFG-KEY         PIC X(20).
       01  WS-CFG-VAL         PIC X(20).
       01  WS-NOTIFY-RETAIN   PIC 9(4) VALUE 30.
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-BAD-COUNT       PIC 9(6).
       01  WS-PROBE-OK        PIC X VALUE "N".
       01  WS-BALANCED        PIC X VALUE "Y".

      *> The calendar used when no batchschedule.txt is on hand -
      *> the same four fields a schedule row carries: step name,
      *> program, frequency, and the steps it waits on. The nightly
      *> sequence keeps its old order, each step waiting on the one
      *> before; the expiry passes feed the ledger check that proves
      *> their rewrites, and the dated jobs wait on that check.
       01  WS-DEFAULT-SCHEDULE.
           05  FILLER PIC X(12) VALUE "RECONCILE".
           05  FILLER PIC X(20) VALUE "USERS-RECONCILE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "INDEXREBUILD".
           05  FILLER PIC X(20) VALUE "USERS-INDEX-REBUILD".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "RECONCILE".
           05  FILLER PIC X(12) VALUE "NOTIFYPURGE".
           05  FILLER PIC X(20) VALUE "NOTIFY-PURGE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INDEXREBUILD".
           05  FILLER PIC X(12) VALUE "INCOLLEGE".
           05  FILLER PIC X(20) VALUE "INCOLLEGE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INDEXREBUILD".
           05  FILLER PIC X(12) VALUE "ACCTSUMMARY".
           05  FILLER PIC X(20) VALUE "ACCT-SUMMARY".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "BULKIMPORT".
           05  FILLER PIC X(20) VALUE "BULK-IMPORT".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "ACCTSUMMARY".
           05  FILLER PIC X(12) VALUE "REFNORMALIZE".
           05  FILLER PIC X(20) VALUE "REF-NORMALIZE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "BULKIMPORT".
           05  FILLER PIC X(12) VALUE "MENTORMATCH".
           05  FILLER PIC X(20) VALUE "MENTOR-MATCH".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "REFNORMALIZE".
           05  FILLER PIC X(12) VALUE "JOBEXPIRE".
           05  FILLER PIC X(20) VALUE "JOB-EXPIRE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "SAVEDJOBS".
           05  FILLER PIC X(20) VALUE "SAVED-JOB-WATCH".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "JOBEXPIRE".
           05  FILLER PIC X(12) VALUE "OFFEREXPIRE".
           05  FILLER PIC X(20) VALUE "OFFER-EXPIRE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "ATSACK".
           05  FILLER PIC X(20) VALUE "ATS-ACK-IMPORT".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "OFFEREXPIRE".
           05  FILLER PIC X(12) VALUE "LEDGERCHECK".
           05  FILLER PIC X(20) VALUE "LEDGER-BALANCE".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40)
                   VALUE "MENTORMATCH,JOBEXPIRE,ATSACK".
           05  FILLER PIC X(12) VALUE "ATSEXPORT".
           05  FILLER PIC X(20) VALUE "ATS-EXPORT".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "CALEXPORT".
           05  FILLER PIC X(20) VALUE "CAL-EXPORT".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "HIRINGFUNNEL".
           05  FILLER PIC X(20) VALUE "HIRING-FUNNEL".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "PLACEMENTRPT".
           05  FILLER PIC X(20) VALUE "PLACEMENT-REPORT".
           05  FILLER PIC X(11) VALUE "MONTHEND".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "QUOTASTMT".
           05  FILLER PIC X(20) VALUE "QUOTA-STATEMENT".
           05  FILLER PIC X(11) VALUE "MONTHEND".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "REFERRALRPT".
           05  FILLER PIC X(20) VALUE "REFERRAL-REPORT".
           05  FILLER PIC X(11) VALUE "MONTHEND".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "WEEKLYDIGEST".
           05  FILLER PIC X(20) VALUE "WEEKLY-DIGEST".
           05  FILLER PIC X(11) VALUE "MON".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "CONTENTSCAN".
           05  FILLER PIC X(20) VALUE "CONTENT-SCAN".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "LEDGERCHECK".
           05  FILLER PIC X(12) VALUE "AUDITVERIFY".
           05  FILLER PIC X(20) VALUE "AUDIT-VERIFY".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "AUDITROTATE".
           05  FILLER PIC X(20) VALUE "AUDIT-ROTATE".
           05  FILLER PIC X(11) VALUE "FIRSTBUSDAY".
           05  FILLER PIC X(40) VALUE "AUDITVERIFY".
           05  FILLER PIC X(12) VALUE "ADMINACTRPT".
           05  FILLER PIC X(20) VALUE "ADMIN-ACTIVITY-RPT".
           05  FILLER PIC X(11) VALUE "FIRSTBUSDAY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "COHORTRPT".
           05  FILLER PIC X(20) VALUE "COHORT-RETENTION".
           05  FILLER PIC X(11) VALUE "FIRSTBUSDAY".
           05  FILLER PIC X(40) VALUE "AUDITROTATE".
           05  FILLER PIC X(12) VALUE "DORMANTSWEEP".
           05  FILLER PIC X(20) VALUE "DORMANT-SWEEP".
           05  FILLER PIC X(11) VALUE "FIRSTBUSDAY".
           05  FILLER PIC X(40) VALUE "AUDITROTATE".
           05  FILLER PIC X(12) VALUE "TICKETAGING".
           05  FILLER PIC X(20) VALUE "TICKET-AGING".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE "INCOLLEGE".
           05  FILLER PIC X(12) VALUE "OPSSUMMARY".
           05  FILLER PIC X(20) VALUE "OPS-SUMMARY".
           05  FILLER PIC X(11) VALUE "DAILY".
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-DEFAULT-TBL REDEFINES WS-DEFAULT-SCHEDULE.
           05  WS-DF          OCCURS 28 TIMES.
               10  WS-DF-NAME     PIC X(12).
               10  WS-DF-PROGRAM  PIC X(20).
               10  WS-DF-FREQ     PIC X(11).
               10  WS-DF-DEPS     PIC X(40).
       01  WS-DF-COUNT        PIC 9(2) VALUE 28.

      *> The night's run list, built from the schedule in its file
      *> order. SKIPPED is a completion (BULKIMPORT on non-roster
      *> days) and NOT DUE means the frequency passes tonight by;
      *> FAILED stops only the steps waiting on it, which record
      *> HELD, and a rerun resumes every step not yet done - the
      *> cross-program counterpart of checkpoint.txt.
       01  WS-STEP-TBL.
           05  WS-STEP        OCCURS 30 TIMES.
               10  WS-STEP-NAME    PIC X(12).
               10  WS-STEP-PROGRAM PIC X(20).
               10  WS-STEP-FREQ    PIC X(11).
               10  WS-STEP-DEPS    PIC X(40).
               10  WS-STEP-STATE   PIC X(10).
               10  WS-STEP-NOTE    PIC X(60).
       01  WS-STEP-CNT        PIC 9(2) VALUE 0.
       01  WS-STEP-IDX        PIC 9(2) COMP.
       01  WS-FIND-IDX        PIC 9(2) COMP.

      *> States saved by an earlier, unfinished run of this window.
       01  WS-SAVED-TBL.
           05  WS-SAVED       OCCURS 30 TIMES.
               10  WS-SAVED-NAME   PIC X(12).
               10  WS-SAVED-STATE  PIC X(10).
       01  WS-SAVED-CNT       PIC 9(2) VALUE 0.

       01  WS-SC-NAME         PIC X(12).
       01  WS-SC-PROGRAM      PIC X(20).
       01  WS-SC-FREQ         PIC X(11).
       01  WS-SC-DEPS         PIC X(40).
       01  WS-DEP-LIST.
           05  WS-DEP         OCCURS 3 TIMES PIC X(12).
       01  WS-DEP-IDX         PIC 9 COMP.
       01  WS-DEP-STATE       PIC X(10).
       01  WS-DEPS-MET        PIC X VALUE "Y".

      *> The business date the run list is built for. A rerun of an
      *> unfinished window keeps the date it started under, so the
      *> same steps come due however late the rerun is made.
       01  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-INT         PIC 9(8) COMP.
       01  WS-NEXT-DATE       PIC 9(8).
       01  WS-RUN-DOW         PIC 9 VALUE 1.
       01  WS-RUN-DD          PIC 9(2).
       01  WS-MONTH-END       PIC X VALUE "N".
       01  WS-FIRST-BUS       PIC X VALUE "N".
       01  WS-DAY-NAMES       PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-TBL REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME    OCCURS 7 TIMES PIC X(3).
       01  WS-DAY-IDX         PIC 9 COMP.
       01  WS-DUE             PIC X VALUE "N".

       01  WS-CNT-DUE         PIC 9(2) VALUE 0.
       01  WS-CNT-RUN         PIC 9(2) VALUE 0.
       01  WS-CNT-SKIP        PIC 9(2) VALUE 0.
       01  WS-CNT-HELD        PIC 9(2) VALUE 0.
       01  WS-CNT-FAIL        PIC 9(2) VALUE 0.
       01  WS-CNT-NOTDUE      PIC 9(2) VALUE 0.
       01  WS-DISPLAY-NUM     PIC Z9.

      *> Builds the night's run list from batchschedule.txt - one
      *> STEP|PROGRAM|FREQUENCY|DEPENDS-ON row per step, in running
      *> order. FREQUENCY is DAILY, a weekday (MON..SUN), MONTHEND
      *> (last calendar day) or FIRSTBUSDAY (first Monday-to-Friday
      *> of the month); DEPENDS-ON names up to three earlier steps,
      *> comma-separated, that must have finished (or not be due)
      *> before this one may run. Blank and # lines are ignored.
      *> With no schedule file the built-in calendar above applies.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

      *> The chain itself holds the run lock while it drives the
      *> subprogram steps that take none of their own (RECONCILE,
      *> INDEXREBUILD, NOTIFYPURGE), hands it back before the
      *> InCollege child (which takes its own), and probes it again
      *> ahead of the self-locking steps so a held lock records as
      *> FAILED rather than letting a refused callee pass for
      *> COMPLETE.
           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM 0500-LOAD-CONFIG
           PERFORM 1000-LOAD-CONTROL
           PERFORM 1200-SET-CALENDAR
           PERFORM 1300-LOAD-SCHEDULE
           PERFORM 1500-BUILD-RUN-LIST

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-CNT
               PERFORM 2000-RUN-ONE-STEP
           END-PERFORM

           PERFORM 4000-CHECK-ALL-DONE
           PERFORM 6000-WRITE-RUN-LIST

           IF WS-ALL-DONE = "Y"
               PERFORM 5000-CLEAR-CONTROL
               MOVE "Chain complete - control file reset for the
      -    "next window." TO Report-Rec
           PERFORM 9100-RELEASE-IF-HELD
           GOBACK.

      *> NOTIFY-PURGE takes its retention from the caller, so the
      *> chain reads the same NOTIFYRETAIN the interactive program
      *> hands it at startup.
       0500-LOAD-CONFIG.
           MOVE 30 TO WS-NOTIFY-RETAIN
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

                   IF FUNCTION TRIM(WS-CFG-KEY) = "NOTIFYRETAIN"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-NOTIFY-RETAIN
                   END-IF
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .

       1000-LOAD-CONTROL.
           MOVE 0 TO WS-SAVED-CNT
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN INPUT ChainCtl
           IF WS-CTL-STAT NOT = "00"
               EXIT PARAGRAPH
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CTL-STEP WS-CTL-STATE WS-CTL-DATE
               UNSTRING Ctl-Rec DELIMITED BY "|"
                   INTO WS-CTL-STEP WS-CTL-STATE WS-CTL-DATE

               IF WS-CTL-STEP NOT = SPACES AND WS-SAVED-CNT < 30
                   ADD 1 TO WS-SAVED-CNT
                   MOVE WS-CTL-STEP TO WS-SAVED-NAME(WS-SAVED-CNT)
                   MOVE WS-CTL-STATE TO WS-SAVED-STATE(WS-SAVED-CNT)
                   IF WS-CTL-DATE IS NUMERIC
                       MOVE WS-CTL-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ChainCtl
           .

      *> Monday is day 1: day 1 of the integer calendar, 1601-01-01,
      *> fell on a Monday.
       1200-SET-CALENDAR.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-DOW = FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD

           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 1)
           IF WS-NEXT-DATE(7:2) = "01"
               MOVE "Y" TO WS-MONTH-END
           ELSE
               MOVE "N" TO WS-MONTH-END
           END-IF

           MOVE "N" TO WS-FIRST-BUS
           IF WS-RUN-DOW <= 5
               IF WS-RUN-DD = 1
                   OR (WS-RUN-DD <= 3 AND WS-RUN-DOW = 1)
                   MOVE "Y" TO WS-FIRST-BUS
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "Run list for " WS-RUN-DATE
                  " (" WS-DAY-NAME(WS-RUN-DOW) ")"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       1300-LOAD-SCHEDULE.
           MOVE 0 TO WS-STEP-CNT
           OPEN INPUT Schedule
           IF WS-SCHED-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ Schedule
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF Sched-Rec NOT = SPACES
                       AND Sched-Rec(1:1) NOT = "#"
                       MOVE SPACES TO WS-SC-NAME WS-SC-PROGRAM
                           WS-SC-FREQ WS-SC-DEPS
                       UNSTRING Sched-Rec DELIMITED BY "|"
                           INTO WS-SC-NAME WS-SC-PROGRAM
                                WS-SC-FREQ WS-SC-DEPS
                       PERFORM 1400-ADD-STEP
                   END-IF
               END-PERFORM
               CLOSE Schedule
               MOVE "Schedule: batchschedule.txt" TO Report-Rec
           ELSE
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                 UNTIL WS-FIND-IDX > WS-DF-COUNT
                   MOVE WS-DF-NAME(WS-FIND-IDX) TO WS-SC-NAME
                   MOVE WS-DF-PROGRAM(WS-FIND-IDX) TO WS-SC-PROGRAM
                   MOVE WS-DF-FREQ(WS-FIND-IDX) TO WS-SC-FREQ
                   MOVE WS-DF-DEPS(WS-FIND-IDX) TO WS-SC-DEPS
                   PERFORM 1400-ADD-STEP
               END-PERFORM
               MOVE "Schedule: built-in calendar (no batchschedule.txt)"
                 TO Report-Rec
           END-IF
           WRITE Report-Rec
           .

      *> The run list holds 30 steps; a step past that is named on
      *> the operator page rather than dropped without a word.
       1400-ADD-STEP.
           IF WS-STEP-CNT >= 30
               MOVE SPACES TO WS-OUT
               STRING "REJECTED "
                      FUNCTION TRIM(WS-SC-NAME)
                      " - run list full at 30 steps, not scheduled"
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               DISPLAY FUNCTION TRIM(WS-OUT)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-CNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SC-NAME))
             TO WS-STEP-NAME(WS-STEP-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SC-PROGRAM))
             TO WS-STEP-PROGRAM(WS-STEP-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SC-FREQ))
             TO WS-STEP-FREQ(WS-STEP-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SC-DEPS))
             TO WS-STEP-DEPS(WS-STEP-CNT)
           MOVE "PENDING" TO WS-STEP-STATE(WS-STEP-CNT)
           MOVE SPACES TO WS-STEP-NOTE(WS-STEP-CNT)
           .

      *> Each step is marked due or NOT DUE for the business date;
      *> a state saved by an unfinished run of the same window then
      *> takes precedence, so finished steps are not run twice.
       1500-BUILD-RUN-LIST.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-CNT
               PERFORM 1600-CHECK-DUE
               IF WS-DUE = "N"
                   AND WS-STEP-STATE(WS-STEP-IDX) = "PENDING"
                   MOVE "NOT DUE" TO WS-STEP-STATE(WS-STEP-IDX)
               END-IF
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                 UNTIL WS-FIND-IDX > WS-SAVED-CNT
                   IF WS-SAVED-NAME(WS-FIND-IDX) =
                           WS-STEP-NAME(WS-STEP-IDX)
                       AND WS-SAVED-STATE(WS-FIND-IDX) NOT = SPACES
                       MOVE WS-SAVED-STATE(WS-FIND-IDX)
                         TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       1600-CHECK-DUE.
           MOVE "N" TO WS-DUE
           EVALUATE TRUE
               WHEN WS-STEP-FREQ(WS-STEP-IDX) = "DAILY"
                   MOVE "Y" TO WS-DUE
               WHEN WS-STEP-FREQ(WS-STEP-IDX) = "MONTHEND"
                   MOVE WS-MONTH-END TO WS-DUE
               WHEN WS-STEP-FREQ(WS-STEP-IDX) = "FIRSTBUSDAY"
                   MOVE WS-FIRST-BUS TO WS-DUE
               WHEN OTHER
                   MOVE "X" TO WS-DUE
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 7
                       IF WS-STEP-FREQ(WS-STEP-IDX) =
                               WS-DAY-NAME(WS-DAY-IDX)
                           IF WS-DAY-IDX = WS-RUN-DOW
                               MOVE "Y" TO WS-DUE
                           ELSE
                               MOVE "N" TO WS-DUE
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE

      *> A frequency the calendar does not know is a schedule error,
      *> not a quiet night off - the step is due and fails with the
      *> reason, so the operator sees it.
           IF WS-DUE = "X"
               MOVE "Y" TO WS-DUE
               MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
               STRING "frequency "
                      FUNCTION TRIM(WS-STEP-FREQ(WS-STEP-IDX))
                      " not recognised"
                   DELIMITED BY SIZE INTO WS-STEP-NOTE(WS-STEP-IDX)
           END-IF
           .

      *> The operator page is rebuilt on every pass, reruns
      *> included, so it always reflects where the window stands.
       2000-RUN-ONE-STEP.
           IF (WS-STEP-STATE(WS-STEP-IDX) = "COMPLETE"
               OR WS-STEP-STATE(WS-STEP-IDX) = "SKIPPED")
               AND WS-STEP-PROGRAM(WS-STEP-IDX) NOT = "OPS-SUMMARY"
               MOVE SPACES TO WS-OUT
               STRING "Skipping "
                      FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-STATE(WS-STEP-IDX) = "NOT DUE"
               PERFORM 3000-SAVE-CONTROL
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-NOTE(WS-STEP-IDX)(1:10) = "frequency "
               MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE "Y" TO WS-CHAIN-HALTED
               PERFORM 2900-LOG-STEP
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
           PERFORM 2600-CHECK-DEPENDENCIES
           IF WS-DEPS-MET = "N"
               MOVE "HELD" TO WS-STEP-STATE(WS-STEP-IDX)
               PERFORM 2900-LOG-STEP
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-STEP-PROGRAM(WS-STEP-IDX)
               WHEN "USERS-RECONCILE"
                   PERFORM 2400-TAKE-LOCK
                   IF WS-HOLD-LOCK = "Y"
                       MOVE 0 TO WS-BAD-COUNT
                       CALL "USERS-RECONCILE" USING WS-BAD-COUNT
                       MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
                   ELSE
                       MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
               WHEN "USERS-INDEX-REBUILD"
                   PERFORM 2400-TAKE-LOCK
                   IF WS-HOLD-LOCK = "Y"
                       CALL "USERS-INDEX-REBUILD"
                       MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
                   ELSE
                       MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
      *> Read notifications past retention are dropped here as well
      *> as at interactive startup, so a night without a session
      *> still keeps the file trimmed.
               WHEN "NOTIFY-PURGE"
                   PERFORM 2400-TAKE-LOCK
                   IF WS-HOLD-LOCK = "Y"
                       CALL "NOTIFY-PURGE" USING WS-NOTIFY-RETAIN
                       MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
                   ELSE
                       MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
      *> From the InCollege step on, the chain's own lock must be
      *> out of the way - the child and the self-locking steps take
      *> theirs.
               WHEN "INCOLLEGE"
                   PERFORM 9100-RELEASE-IF-HELD
                   PERFORM 2100-RUN-INCOLLEGE
               WHEN "BULK-IMPORT"
                   PERFORM 9100-RELEASE-IF-HELD
                   PERFORM 2200-RUN-BULKIMPORT
      *> The balancer proves last night's rewrites kept the right
      *> number of rows; an out-of-balance file fails the step, and
      *> everything scheduled to wait on it is held rather than run
      *> on top of a truncated master.
               WHEN "LEDGER-BALANCE"
                   PERFORM 9100-RELEASE-IF-HELD
                   PERFORM 2300-PROBE-LOCK
                   IF WS-PROBE-OK = "Y"
                       MOVE "Y" TO WS-BALANCED
                       ELSE
                           MOVE "FAILED"
                             TO WS-STEP-STATE(WS-STEP-IDX)
                       END-IF
                   ELSE
                       MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
      *> The closing step reads the night's outputs into the one
      *> operator page - it only reads, so no lock probe is needed.
               WHEN "OPS-SUMMARY"
                   CALL "OPS-SUMMARY"
                   MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
               WHEN OTHER
                   PERFORM 9100-RELEASE-IF-HELD
                   PERFORM 2500-RUN-SELF-LOCKING
           END-EVALUATE

           IF WS-STEP-STATE(WS-STEP-IDX) = "FAILED"
               MOVE "Y" TO WS-CHAIN-HALTED
           END-IF
           PERFORM 2900-LOG-STEP
           .

      *> The interactive run is a separate executable with its own
               MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
           ELSE
               MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE 0 TO RETURN-CODE
           END-IF
           .
                   MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
               ELSE
                   MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
               END-IF
           ELSE
               MOVE "SKIPPED" TO WS-STEP-STATE(WS-STEP-IDX)
           END-IF
           .

      *> A lock-free subprogram scheduled after the chain has let
      *> its lock go takes it back for the duration.
       2400-TAKE-LOCK.
           IF WS-HOLD-LOCK = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED = "Y"
               MOVE "Y" TO WS-HOLD-LOCK
           END-IF
           .

      *> The utilities that take and release the run lock themselves.
      *> Only programs named here can be scheduled; anything else in
      *> the schedule fails with the reason rather than being guessed
      *> at.
       2500-RUN-SELF-LOCKING.
           PERFORM 2300-PROBE-LOCK
           IF WS-PROBE-OK NOT = "Y"
               MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "COMPLETE" TO WS-STEP-STATE(WS-STEP-IDX)
           EVALUATE WS-STEP-PROGRAM(WS-STEP-IDX)
               WHEN "ACCT-SUMMARY"
                   CALL "ACCT-SUMMARY"
      *> University and major text is mapped to the reference
      *> tables ahead of the matching pass, which compares it.
               WHEN "REF-NORMALIZE"
                   CALL "REF-NORMALIZE"
      *> The mentorship matching pass the Mentorship screen
      *> promises its users runs with the nightly batch.
               WHEN "MENTOR-MATCH"
                   CALL "MENTOR-MATCH"
               WHEN "JOB-EXPIRE"
                   CALL "JOB-EXPIRE"
               WHEN "OFFER-EXPIRE"
                   CALL "OFFER-EXPIRE"
      *> Employer tracking-system feeds: the acknowledgements come
      *> in ahead of the ledger check that proves their rewrites,
      *> and the night's new applicants go out once it balances.
               WHEN "ATS-ACK-IMPORT"
                   CALL "ATS-ACK-IMPORT"
               WHEN "ATS-EXPORT"
                   CALL "ATS-EXPORT"
      *> Calendar updates for the night's interview and RSVP
      *> changes, queued as notifications for the mail gateway.
               WHEN "CAL-EXPORT"
                   CALL "CAL-EXPORT"
      *> The employer-side funnel report for the career office,
      *> built once the night's rewrites have balanced.
               WHEN "HIRING-FUNNEL"
                   CALL "HIRING-FUNNEL"
               WHEN "PLACEMENT-REPORT"
                   CALL "PLACEMENT-REPORT"
               WHEN "QUOTA-STATEMENT"
                   CALL "QUOTA-STATEMENT"
      *> Month-end referral outcomes for the career office.
               WHEN "REFERRAL-REPORT"
                   CALL "REFERRAL-REPORT"
               WHEN "WEEKLY-DIGEST"
                   CALL "WEEKLY-DIGEST"
      *> The banned-content screen only reads the live files, but
      *> it is still kept clear of anything rewriting them.
               WHEN "CONTENT-SCAN"
                   CALL "CONTENT-SCAN"
      *> The audit trail's link check only reads the logs; a broken
      *> chain is reported for OPS-SUMMARY to raise rather than
      *> failing the step.
               WHEN "AUDIT-VERIFY"
                   CALL "AUDIT-VERIFY"
               WHEN "AUDIT-ROTATE"
                   CALL "AUDIT-ROTATE"
      *> Last month's privileged changes for the compliance
      *> officer, by administrator.
               WHEN "ADMIN-ACTIVITY-RPT"
                   CALL "ADMIN-ACTIVITY-RPT"
      *> Signup cohorts and how many came back, for the career
      *> office's orientation planning.
               WHEN "COHORT-RETENTION"
                   CALL "COHORT-RETENTION"
      *> Idle accounts warned and, once staff have had a month with
      *> the list, deactivated - after the audit trail is rotated
      *> so last month's logins are in the archive it reads.
               WHEN "DORMANT-SWEEP"
                   CALL "DORMANT-SWEEP"
      *> Open help-desk tickets against the answer target, for
      *> the support desk's morning review.
               WHEN "TICKET-AGING"
                   CALL "TICKET-AGING"
      *> Runs after JOB-EXPIRE so tonight's retirements are the
      *> ones students hear about.
               WHEN "SAVED-JOB-WATCH"
                   CALL "SAVED-JOB-WATCH"
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
                   STRING "program "
                          FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                          " cannot be scheduled"
                       DELIMITED BY SIZE
                       INTO WS-STEP-NOTE(WS-STEP-IDX)
           END-EVALUATE
           .

      *> A step waits until every step it names has finished,
      *> been skipped, or is not due tonight. The first one that
      *> has not is recorded as the reason the step is held.
       2600-CHECK-DEPENDENCIES.
           MOVE "Y" TO WS-DEPS-MET
           MOVE SPACES TO WS-DEP-LIST
           UNSTRING WS-STEP-DEPS(WS-STEP-IDX) DELIMITED BY ","
               INTO WS-DEP(1) WS-DEP(2) WS-DEP(3)

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
             UNTIL WS-DEP-IDX > 3 OR WS-DEPS-MET = "N"
               IF WS-DEP(WS-DEP-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-DEP(WS-DEP-IDX))
                     TO WS-DEP(WS-DEP-IDX)
                   MOVE "UNKNOWN" TO WS-DEP-STATE
                   PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                     UNTIL WS-FIND-IDX > WS-STEP-CNT
                       IF WS-STEP-NAME(WS-FIND-IDX) = WS-DEP(WS-DEP-IDX)
                           MOVE WS-STEP-STATE(WS-FIND-IDX)
                             TO WS-DEP-STATE
                       END-IF
                   END-PERFORM
                   IF WS-DEP-STATE NOT = "COMPLETE"
                       AND WS-DEP-STATE NOT = "SKIPPED"
                       AND WS-DEP-STATE NOT = "NOT DUE"
                       MOVE "N" TO WS-DEPS-MET
                       STRING "waiting on "
                              FUNCTION TRIM(WS-DEP(WS-DEP-IDX))
                              " ("
                              FUNCTION TRIM(WS-DEP-STATE)
                              ")"
                           DELIMITED BY SIZE
                           INTO WS-STEP-NOTE(WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       2900-LOG-STEP.
           PERFORM 3000-SAVE-CONTROL

           MOVE SPACES TO WS-OUT
           IF WS-STEP-NOTE(WS-STEP-IDX) = SPACES
               STRING FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                      " : "
                      FUNCTION TRIM(WS-STEP-STATE(WS-STEP-IDX))
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                      " : "
                      FUNCTION TRIM(WS-STEP-STATE(WS-STEP-IDX))
                      " - "
                      FUNCTION TRIM(WS-STEP-NOTE(WS-STEP-IDX))
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       9100-RELEASE-IF-HELD.
           IF WS-HOLD-LOCK = "Y"
               MOVE "R" TO WS-RUNLOCK-ACTION
       3000-SAVE-CONTROL.
           OPEN OUTPUT ChainCtl
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
             UNTIL WS-FIND-IDX > WS-STEP-CNT
               MOVE SPACES TO Ctl-Rec
               STRING WS-STEP-NAME(WS-FIND-IDX)
                      "|"
                      WS-STEP-STATE(WS-FIND-IDX)
                      "|"
                      WS-RUN-DATE
                   DELIMITED BY SIZE INTO Ctl-Rec
               WRITE Ctl-Rec
           END-PERFORM
       4000-CHECK-ALL-DONE.
           MOVE "Y" TO WS-ALL-DONE
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
             UNTIL WS-FIND-IDX > WS-STEP-CNT
               IF WS-STEP-STATE(WS-FIND-IDX) NOT = "COMPLETE"
                   AND WS-STEP-STATE(WS-FIND-IDX) NOT = "SKIPPED"
                   AND WS-STEP-STATE(WS-FIND-IDX) NOT = "NOT DUE"
                   MOVE "N" TO WS-ALL-DONE
               END-IF
           END-PERFORM
           CLOSE ChainCtl
           .

      *> The closing table: every scheduled step with its frequency
      *> and how the night treated it, then the due / run / skipped
      *> / held / failed / not-due counts.
       6000-WRITE-RUN-LIST.
           MOVE 0 TO WS-CNT-DUE WS-CNT-RUN WS-CNT-SKIP WS-CNT-HELD
               WS-CNT-FAIL WS-CNT-NOTDUE

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE "Step         Frequency   Outcome" TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
             UNTIL WS-FIND-IDX > WS-STEP-CNT
               MOVE SPACES TO WS-OUT
               EVALUATE WS-STEP-STATE(WS-FIND-IDX)
                   WHEN "NOT DUE"
                       ADD 1 TO WS-CNT-NOTDUE
                       STRING WS-STEP-NAME(WS-FIND-IDX)
                              " "
                              WS-STEP-FREQ(WS-FIND-IDX)
                              " not due"
                           DELIMITED BY SIZE INTO WS-OUT
                   WHEN "COMPLETE"
                       ADD 1 TO WS-CNT-DUE
                       ADD 1 TO WS-CNT-RUN
                       STRING WS-STEP-NAME(WS-FIND-IDX)
                              " "
                              WS-STEP-FREQ(WS-FIND-IDX)
                              " due - run"
                           DELIMITED BY SIZE INTO WS-OUT
                   WHEN "SKIPPED"
                       ADD 1 TO WS-CNT-DUE
                       ADD 1 TO WS-CNT-SKIP
                       STRING WS-STEP-NAME(WS-FIND-IDX)
                              " "
                              WS-STEP-FREQ(WS-FIND-IDX)
                              " due - skipped"
                           DELIMITED BY SIZE INTO WS-OUT
                   WHEN "HELD"
                       ADD 1 TO WS-CNT-DUE
                       ADD 1 TO WS-CNT-HELD
                       STRING WS-STEP-NAME(WS-FIND-IDX)
                              " "
                              WS-STEP-FREQ(WS-FIND-IDX)
                              " due - held, "
                              FUNCTION TRIM(WS-STEP-NOTE(WS-FIND-IDX))
                           DELIMITED BY SIZE INTO WS-OUT
                   WHEN OTHER
                       ADD 1 TO WS-CNT-DUE
                       ADD 1 TO WS-CNT-FAIL
                       STRING WS-STEP-NAME(WS-FIND-IDX)
                              " "
                              WS-STEP-FREQ(WS-FIND-IDX)
                              " due - "
                              FUNCTION LOWER-CASE(
                                  FUNCTION TRIM(
                                      WS-STEP-STATE(WS-FIND-IDX)))
                           DELIMITED BY SIZE INTO WS-OUT
               END-EVALUATE
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-PERFORM

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-CNT-DUE TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps due     : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CNT-RUN TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps run     : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CNT-SKIP TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps skipped : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CNT-HELD TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps held    : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CNT-FAIL TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps failed  : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CNT-NOTDUE TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Steps not due : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/batchchain.ctl"
               DELIMITED BY SIZE INTO WS-P-BATCHCHAIN-CTL
           MOVE SPACES TO WS-P-BATCHSCHEDULE-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/batchschedule.txt"
               DELIMITED BY SIZE INTO WS-P-BATCHSCHEDULE-TXT
           MOVE SPACES TO WS-P-CONFIG-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/config.txt"
               DELIMITED BY SIZE INTO WS-P-CONFIG-TXT
           MOVE SPACES TO WS-P-ROSTER-TXT
           STRING FUNCTION TRIM(WS-IN-DIR)
                  "/roster.txt"
