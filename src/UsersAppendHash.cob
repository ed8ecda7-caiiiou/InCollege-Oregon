           SELECT UserLogin ASSIGN TO WS-P-USERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STAT.
           SELECT AcctCreated ASSIGN TO WS-P-ACCOUNTCREATED-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREATED-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  UserLogin.
       01  Users-Rec          PIC X(256).

       FD  AcctCreated.
       01  Created-Rec        PIC X(80).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-USERS-CSV     PIC X(120).
       01  WS-P-ACCOUNTCREATED-CSV PIC X(120).

       01  WS-OUT             PIC X(256).
       01  WS-SALT            PIC X(10).
       01  WS-SALTED-60       PIC X(60).
       01  WS-NEW-HASH        PIC X(20).
       01  WS-USERS-STAT      PIC XX VALUE "00".
       01  WS-CREATED-STAT    PIC XX VALUE "00".
       01  WS-TIMESTAMP       PIC X(21).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
           CALL "PW-HISTORY-SAVE" USING L-USERNAME WS-SALT
               WS-NEW-HASH

      *> The day the account was opened, kept for good - password
      *> changes move the pwage.csv date and notifications are
      *> purged, so neither can say when a user joined.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(L-USERNAME)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-OUT

           OPEN EXTEND AcctCreated
           IF WS-CREATED-STAT NOT = "00"
               OPEN OUTPUT AcctCreated
               CLOSE AcctCreated
               OPEN EXTEND AcctCreated
           END-IF
           MOVE WS-OUT TO Created-Rec
           WRITE Created-Rec
           CLOSE AcctCreated

           MOVE "Y" TO L-STATUS
           GOBACK.

           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/users.csv"
               DELIMITED BY SIZE INTO WS-P-USERS-CSV
           MOVE SPACES TO WS-P-ACCOUNTCREATED-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/accountcreated.csv"
               DELIMITED BY SIZE INTO WS-P-ACCOUNTCREATED-CSV
           MOVE "Y" TO WS-ENV-SET
           .

