       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-CLEAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AppSnapshots ASSIGN TO WS-P-APPSNAPSHOTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.
           SELECT NewSnapshots
               ASSIGN TO WS-P-APPSNAPSHOTS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AppSnapshots.
       01  Snap-Rec           PIC X(256).

       FD  NewSnapshots.
       01  New-Rec            PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-APPSNAPSHOTS-CSV PIC X(120).
       01  WS-P-APPSNAPSHOTS-CSV-NEW PIC X(120).

       01  WS-SNAP-STAT       PIC XX VALUE "00".
       01  WS-SNAP-REQNO      PIC X(7).
       01  WS-SNAP-USER       PIC X(30).
       01  WS-TARGET-UC       PIC X(30).
       01  WS-CMD             PIC X(200).
       01  WS-REMOVED         PIC X VALUE "N".

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-APPLICANT        PIC X(30).
       01  L-STATUS           PIC X.

      *> Drops every snapshot line the applicant saved against the
      *> requisition, as when the application is withdrawn. Returns
      *> N when there was nothing to drop.
       PROCEDURE DIVISION USING L-REQNO L-APPLICANT L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-REMOVED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-APPLICANT))
             TO WS-TARGET-UC

           OPEN INPUT AppSnapshots
           IF WS-SNAP-STAT NOT = "00"
               GOBACK
           END-IF

           OPEN OUTPUT NewSnapshots
           PERFORM UNTIL 1 = 2
               READ AppSnapshots
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-SNAP-REQNO WS-SNAP-USER
               UNSTRING Snap-Rec DELIMITED BY "|"
                   INTO WS-SNAP-REQNO WS-SNAP-USER

               IF L-REQNO NOT = SPACES
                   AND WS-SNAP-REQNO = L-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-USER))
                     = WS-TARGET-UC
                   MOVE "Y" TO WS-REMOVED
               ELSE
                   MOVE Snap-Rec TO New-Rec
                   WRITE New-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM
           CLOSE AppSnapshots
           CLOSE NewSnapshots

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-APPSNAPSHOTS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-APPSNAPSHOTS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "appsnapshots.csv" TO WS-LDG-FILE
           MOVE "SNAPSHOT CLEAR" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-REMOVED TO L-STATUS
           GOBACK.

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-APPSNAPSHOTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/appsnapshots.csv"
               DELIMITED BY SIZE INTO WS-P-APPSNAPSHOTS-CSV
           MOVE SPACES TO WS-P-APPSNAPSHOTS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/appsnapshots.csv.new"
               DELIMITED BY SIZE INTO WS-P-APPSNAPSHOTS-CSV-NEW
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM SNAPSHOT-CLEAR.
