       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-AUDIT-WRITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdminAudit ASSIGN TO WS-P-ADMIN-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AdminAudit.
       01  Aa-Rec             PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-ADMIN-AUDIT-LOG PIC X(120).

       01  WS-AA-STAT         PIC XX VALUE "00".
       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).

      *> Who is acting, held for the rest of the run once the
      *> privileged entry point has named them.
       01  WS-ACTOR           PIC X(30) VALUE SPACES.
       01  WS-CHANNEL         PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  L-ACTION           PIC X(20).
       01  L-TARGET           PIC X(30).
       01  L-BEFORE           PIC X(40).
       01  L-AFTER            PIC X(40).

      *> Privileged-change trail, kept apart from the login
      *> audit.log: one admin_audit.log row per change -
      *> stamp|actor|channel|action|target|before|after.
      *> The entry point that runs with administrator authority
      *> (Admin Maintenance, ADMIN-BATCH, ADMIN-UNLOCK,
      *> USERS-REINSTATE) first calls with action ACTOR, the acting
      *> administrator as the target and its own name as the
      *> before value; ACTOR with a blank target ends that
      *> authority. The routines that make the changes call with
      *> the change itself, and a change made with no actor named -
      *> a student choosing a role at signup, closing their own
      *> account - is not a privileged one and is not written.
       PROCEDURE DIVISION USING L-ACTION L-TARGET L-BEFORE L-AFTER.
           PERFORM 9900-RESOLVE-PATHS

           IF L-ACTION = "ACTOR"
               MOVE L-TARGET TO WS-ACTOR
               MOVE L-BEFORE TO WS-CHANNEL
               GOBACK
           END-IF

           IF WS-ACTOR = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND AdminAudit
           IF WS-AA-STAT NOT = "00"
               OPEN OUTPUT AdminAudit
               CLOSE AdminAudit
               OPEN EXTEND AdminAudit
           END-IF

           MOVE SPACES TO WS-OUT
           STRING WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  FUNCTION TRIM(WS-ACTOR)
                  "|"
                  FUNCTION TRIM(WS-CHANNEL)
                  "|"
                  FUNCTION TRIM(L-ACTION)
                  "|"
                  FUNCTION TRIM(L-TARGET)
                  "|"
                  FUNCTION TRIM(L-BEFORE)
                  "|"
                  FUNCTION TRIM(L-AFTER)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Aa-Rec
           WRITE Aa-Rec
           CLOSE AdminAudit
           GOBACK.


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-ADMIN-AUDIT-LOG
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/admin_audit.log"
               DELIMITED BY SIZE INTO WS-P-ADMIN-AUDIT-LOG
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM ADMIN-AUDIT-WRITE.
