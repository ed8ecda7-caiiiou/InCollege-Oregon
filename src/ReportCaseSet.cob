       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CASE-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AbuseReports ASSIGN TO WS-P-REPORTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT NewAbuseReports
               ASSIGN TO WS-P-REPORTS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AbuseReports.
       01  Rpt-Rec            PIC X(256).

       FD  NewAbuseReports.
       01  New-Rec            PIC X(256).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-REPORTS-CSV   PIC X(120).
       01  WS-P-REPORTS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).

       01  WS-RPT-STAT        PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-RPT-CASE        PIC X(6).
       01  WS-RPT-REPORTER    PIC X(30).
       01  WS-RPT-KIND        PIC X(8).
       01  WS-RPT-TARGET      PIC X(30).
       01  WS-RPT-REF         PIC X(60).
       01  WS-RPT-REASON      PIC X(10).
       01  WS-RPT-STAMP       PIC X(17).
       01  WS-RPT-STATUS      PIC X(12).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-UPDATED         PIC X VALUE "N".
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(60).

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-CASENO           PIC X(6).
       01  L-NEWSTATUS        PIC X(12).
       01  L-RESOLVER         PIC X(30).
       01  L-STATUS           PIC X.

      *> Closes an OPEN abuse report case with DISMISSED, WARNED or
      *> DEACTIVATED. The row stays in reports.csv with the outcome,
      *> the administrator and the date, so every case keeps its
      *> resolution on record. A warning also lands in the reported
      *> account's notifications. Returns N when the case number is
      *> not an open case.
       PROCEDURE DIVISION USING L-CASENO L-NEWSTATUS L-RESOLVER
           L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE SPACES TO WS-NOTE-USER
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN OUTPUT NewAbuseReports

           OPEN INPUT AbuseReports
           IF WS-RPT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AbuseReports
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-RPT-CASE WS-RPT-REPORTER WS-RPT-KIND
                   WS-RPT-TARGET WS-RPT-REF WS-RPT-REASON
                   WS-RPT-STAMP WS-RPT-STATUS
               UNSTRING Rpt-Rec DELIMITED BY "|"
                   INTO WS-RPT-CASE WS-RPT-REPORTER WS-RPT-KIND
                   WS-RPT-TARGET WS-RPT-REF WS-RPT-REASON
                   WS-RPT-STAMP WS-RPT-STATUS

               IF WS-UPDATED = "N"
                   AND WS-RPT-CASE = L-CASENO
                   AND FUNCTION TRIM(WS-RPT-STATUS) = "OPEN"
                   MOVE SPACES TO WS-OUT
                   STRING WS-RPT-CASE
                          "|"
                          FUNCTION TRIM(WS-RPT-REPORTER)
                          "|"
                          FUNCTION TRIM(WS-RPT-KIND)
                          "|"
                          FUNCTION TRIM(WS-RPT-TARGET)
                          "|"
                          FUNCTION TRIM(WS-RPT-REF)
                          "|"
                          FUNCTION TRIM(WS-RPT-REASON)
                          "|"
                          WS-RPT-STAMP
                          "|"
                          FUNCTION TRIM(L-NEWSTATUS)
                          "|"
                          FUNCTION TRIM(L-RESOLVER)
                          "|"
                          WS-TIMESTAMP(1:8)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
                   MOVE WS-RPT-TARGET TO WS-NOTE-USER
                   MOVE "Y" TO WS-UPDATED
               ELSE
                   MOVE Rpt-Rec TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE AbuseReports
           END-IF

           CLOSE NewAbuseReports

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-REPORTS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-REPORTS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "reports.csv" TO WS-LDG-FILE
           MOVE "CASE RESOLVED" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           IF WS-UPDATED = "Y"
               MOVE SPACES TO WS-AA-TARGET
               STRING "CASE "
                      L-CASENO
                   DELIMITED BY SIZE INTO WS-AA-TARGET
               MOVE "CASE" TO WS-AA-ACTION
               MOVE "OPEN" TO WS-AA-BEFORE
               MOVE L-NEWSTATUS TO WS-AA-AFTER
               CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
                   WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           END-IF

           IF WS-UPDATED = "Y"
               AND FUNCTION TRIM(L-NEWSTATUS) = "WARNED"
               MOVE "You have been warned about reported conduct"
                 TO WS-NOTE-MSG
               PERFORM 1000-APPEND-NOTIFICATION
           END-IF

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

       1000-APPEND-NOTIFICATION.
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

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-REPORTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reports.csv"
               DELIMITED BY SIZE INTO WS-P-REPORTS-CSV
           MOVE SPACES TO WS-P-REPORTS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reports.csv.new"
               DELIMITED BY SIZE INTO WS-P-REPORTS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM REPORT-CASE-SET.
