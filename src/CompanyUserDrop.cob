       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-USER-DROP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompanyMembers ASSIGN TO WS-P-COMPANYMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STAT.
           SELECT NewCompanyMembers
               ASSIGN TO WS-P-COMPANYMEMBERS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO WS-P-WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STAT.
           SELECT NewWorkFile ASSIGN TO WS-P-WORK-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CompanyMembers.
       01  CoMem-Rec          PIC X(256).

       FD  NewCompanyMembers.
       01  New-CoMem-Rec      PIC X(256).

       FD  WorkFile.
       01  Work-Rec           PIC X(512).

       FD  NewWorkFile.
       01  New-Work-Rec       PIC X(512).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-COMPANYMEMBERS-CSV PIC X(120).
       01  WS-P-COMPANYMEMBERS-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-WORK          PIC X(120).
       01  WS-P-WORK-NEW      PIC X(120).

       01  WS-CM-STAT         PIC XX VALUE "00".
       01  WS-WORK-STAT       PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-USER-UC         PIC X(30).
       01  WS-CM-COMPANY      PIC X(60).
       01  WS-CM-USER         PIC X(30).
       01  WS-CM-ROLE         PIC X(10).
       01  WS-CM-DATE         PIC X(8).
       01  WS-MY-COMPANY      PIC X(60).
       01  WS-MY-COMPANY-UC   PIC X(60).
       01  WS-MY-ROLE         PIC X(10).
       01  WS-HEIR            PIC X(30).
       01  WS-PROMOTED        PIC X VALUE "N".
       01  WS-OUT             PIC X(512).
       01  WS-CMD             PIC X(300).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(100).
       01  WS-MOVED-DISP      PIC Z(3)9.

      *> The row being rewritten, split on "|". WS-FLD-WHO names the
      *> field holding the posting employer and WS-FLD-REQ the field
      *> holding the requisition number for the file in hand.
       01  WS-FLD-TABLE.
           05  WS-FLD         PIC X(200) OCCURS 16 TIMES.
       01  WS-FLD-CNT         PIC 99 VALUE 0.
       01  WS-FLD-IDX         PIC 99 VALUE 0.
       01  WS-FLD-WHO         PIC 99 VALUE 0.
       01  WS-FLD-REQ         PIC 99 VALUE 0.
       01  WS-OUT-PTR         PIC 9(4) VALUE 1.
       01  WS-WORK-NAME       PIC X(30).
       01  WS-WORK-MODE       PIC X.
       01  WS-ROW-HIT         PIC X VALUE "N".

      *> Requisitions handed over, gathered from jobs.csv and used
      *> to carry the applicants, interviews and offers along.
       01  WS-REQ-TABLE.
           05  WS-REQ-NO      PIC X(10) OCCURS 500 TIMES.
       01  WS-REQ-CNT         PIC 9(4) VALUE 0.
       01  WS-REQ-IDX         PIC 9(4) VALUE 0.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).

      *> Takes a departing employer off their company's recruiting
      *> team. A recruiter's open postings - with the applications,
      *> interviews and offers raised against them - pass to the
      *> company administrator. When the administrator leaves, the
      *> longest-standing recruiter is made administrator and takes
      *> the postings over; with nobody left the team is dissolved
      *> and the postings stay as they are. The new owner is told.
       PROCEDURE DIVISION USING L-USERNAME.
           PERFORM 9900-RESOLVE-PATHS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
             TO WS-USER-UC
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-MY-COMPANY WS-MY-ROLE WS-HEIR
           MOVE "N" TO WS-PROMOTED
           MOVE 0 TO WS-REQ-CNT

           PERFORM 1000-FIND-MEMBERSHIP
           IF WS-MY-COMPANY = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-COMPANY))
             TO WS-MY-COMPANY-UC

           PERFORM 2000-FIND-HEIR
           PERFORM 3000-REWRITE-MEMBERS

           IF WS-HEIR = SPACES
               GOBACK
           END-IF

           MOVE "jobs.csv" TO WS-WORK-NAME
           MOVE 4 TO WS-FLD-WHO
           MOVE 6 TO WS-FLD-REQ
           MOVE "J" TO WS-WORK-MODE
           PERFORM 4000-REWRITE-WORK

           IF WS-REQ-CNT > 0
               MOVE "applications.csv" TO WS-WORK-NAME
               MOVE 6 TO WS-FLD-WHO
               MOVE 7 TO WS-FLD-REQ
               MOVE "R" TO WS-WORK-MODE
               PERFORM 4000-REWRITE-WORK

               MOVE "interviews.csv" TO WS-WORK-NAME
               MOVE 7 TO WS-FLD-WHO
               MOVE 8 TO WS-FLD-REQ
               PERFORM 4000-REWRITE-WORK

               MOVE "offers.csv" TO WS-WORK-NAME
               MOVE 5 TO WS-FLD-WHO
               MOVE 1 TO WS-FLD-REQ
               PERFORM 4000-REWRITE-WORK
           END-IF

           MOVE WS-HEIR TO WS-NOTE-USER
           IF WS-PROMOTED = "Y"
               MOVE SPACES TO WS-NOTE-MSG
               STRING "You are now team administrator for "
                      FUNCTION TRIM(WS-MY-COMPANY)
                   DELIMITED BY SIZE INTO WS-NOTE-MSG
               PERFORM 5000-APPEND-NOTIFICATION
           END-IF
           IF WS-REQ-CNT > 0
               MOVE WS-REQ-CNT TO WS-MOVED-DISP
               MOVE SPACES TO WS-NOTE-MSG
               STRING "You took over "
                      FUNCTION TRIM(WS-MOVED-DISP)
                      " posting(s) from "
                      FUNCTION TRIM(L-USERNAME)
                   DELIMITED BY SIZE INTO WS-NOTE-MSG
               PERFORM 5000-APPEND-NOTIFICATION
           END-IF

           GOBACK.

       1000-FIND-MEMBERSHIP.
           OPEN INPUT CompanyMembers
           IF WS-CM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1100-SPLIT-MEMBER
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-USER))
                   = WS-USER-UC
                   MOVE WS-CM-COMPANY TO WS-MY-COMPANY
                   MOVE WS-CM-ROLE TO WS-MY-ROLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           END-IF
           .

       1100-SPLIT-MEMBER.
           MOVE SPACES TO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE
               WS-CM-DATE
           UNSTRING CoMem-Rec DELIMITED BY "|"
               INTO WS-CM-COMPANY WS-CM-USER WS-CM-ROLE WS-CM-DATE
           .

      *> A recruiter's work goes to the company administrator. When
      *> the administrator leaves, rows are appended as recruiters
      *> are added, so the first other row is the longest-standing.
       2000-FIND-HEIR.
           OPEN INPUT CompanyMembers
           IF WS-CM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM 1100-SPLIT-MEMBER
               IF WS-CM-COMPANY = WS-MY-COMPANY
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-USER))
                   NOT = WS-USER-UC
                   IF FUNCTION TRIM(WS-MY-ROLE) = "ADMIN"
                       IF WS-HEIR = SPACES
                           MOVE WS-CM-USER TO WS-HEIR
                           MOVE "Y" TO WS-PROMOTED
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(WS-CM-ROLE) = "ADMIN"
                           MOVE WS-CM-USER TO WS-HEIR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           END-IF
           .

       3000-REWRITE-MEMBERS.
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER
           OPEN OUTPUT NewCompanyMembers

           OPEN INPUT CompanyMembers
           IF WS-CM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               PERFORM 1100-SPLIT-MEMBER

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-USER))
                   NOT = WS-USER-UC
                   IF WS-PROMOTED = "Y"
                       AND WS-CM-USER = WS-HEIR
                       AND WS-CM-COMPANY = WS-MY-COMPANY
                       MOVE SPACES TO WS-OUT
                       STRING FUNCTION TRIM(WS-CM-COMPANY)
                              "|"
                              FUNCTION TRIM(WS-CM-USER)
                              "|"
                              "ADMIN"
                              "|"
                              WS-CM-DATE
                           DELIMITED BY SIZE INTO WS-OUT
                       MOVE WS-OUT TO New-CoMem-Rec
                   ELSE
                       MOVE CoMem-Rec TO New-CoMem-Rec
                   END-IF
                   WRITE New-CoMem-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           END-IF

           CLOSE NewCompanyMembers

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-COMPANYMEMBERS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-COMPANYMEMBERS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "companymembers.csv" TO WS-LDG-FILE
           MOVE "TEAM MEMBER LEFT" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

      *> Moves the departing user's rows in WS-WORK-NAME to the heir.
      *> Mode J (jobs.csv) takes every posting of theirs and notes
      *> its requisition; mode R takes only rows raised against a
      *> requisition noted that way. A file not yet created is left.
       4000-REWRITE-WORK.
           MOVE SPACES TO WS-P-WORK
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-WORK-NAME)
               DELIMITED BY SIZE INTO WS-P-WORK
           MOVE SPACES TO WS-P-WORK-NEW
           STRING FUNCTION TRIM(WS-P-WORK)
                  ".new"
               DELIMITED BY SIZE INTO WS-P-WORK-NEW

           OPEN INPUT WorkFile
           IF WS-WORK-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER
           OPEN OUTPUT NewWorkFile
           PERFORM UNTIL 1 = 2
               READ WorkFile
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               PERFORM 4100-SPLIT-ROW
               MOVE "N" TO WS-ROW-HIT
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-FLD(WS-FLD-WHO))) = WS-USER-UC
      *> Only the postings the user made for this company go to
      *> its team; anything posted under another company name
      *> stays with the user.
                   IF WS-WORK-MODE = "J"
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD(2)))
                           = WS-MY-COMPANY-UC
                           MOVE "Y" TO WS-ROW-HIT
                           IF WS-REQ-CNT < 500
                               ADD 1 TO WS-REQ-CNT
                               MOVE WS-FLD(WS-FLD-REQ)
                                 TO WS-REQ-NO(WS-REQ-CNT)
                           END-IF
                       END-IF
                   ELSE
                       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                         UNTIL WS-REQ-IDX > WS-REQ-CNT
                           IF WS-REQ-NO(WS-REQ-IDX)
                               = WS-FLD(WS-FLD-REQ)
                               MOVE "Y" TO WS-ROW-HIT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF

               IF WS-ROW-HIT = "Y"
                   MOVE WS-HEIR TO WS-FLD(WS-FLD-WHO)
                   PERFORM 4200-JOIN-ROW
                   MOVE WS-OUT TO New-Work-Rec
               ELSE
                   MOVE Work-Rec TO New-Work-Rec
               END-IF
               WRITE New-Work-Rec
               ADD 1 TO WS-LDG-AFTER
           END-PERFORM
           CLOSE WorkFile
           CLOSE NewWorkFile

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-WORK-NEW)
                  " "
                  FUNCTION TRIM(WS-P-WORK)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-WORK-NAME TO WS-LDG-FILE
           MOVE "RECRUITER HANDOVER" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       4100-SPLIT-ROW.
           MOVE SPACES TO WS-FLD-TABLE
           MOVE 0 TO WS-FLD-CNT
           UNSTRING Work-Rec DELIMITED BY "|"
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                    WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
                    WS-FLD(13) WS-FLD(14) WS-FLD(15) WS-FLD(16)
               TALLYING IN WS-FLD-CNT
           .

      *> Puts the split row back together field by field, so the
      *> fields around the one replaced come through unchanged.
       4200-JOIN-ROW.
           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
             UNTIL WS-FLD-IDX > WS-FLD-CNT
               IF WS-FLD-IDX > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-FLD(WS-FLD-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(WS-FLD(WS-FLD-IDX) TRAILING)
                       DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           .

       5000-APPEND-NOTIFICATION.
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
           MOVE SPACES TO WS-P-COMPANYMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/companymembers.csv"
               DELIMITED BY SIZE INTO WS-P-COMPANYMEMBERS-CSV
           MOVE SPACES TO WS-P-COMPANYMEMBERS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/companymembers.csv.new"
               DELIMITED BY SIZE INTO WS-P-COMPANYMEMBERS-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM COMPANY-USER-DROP.
