       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ERASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EraseIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT EraseOut ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FileList ASSIGN TO WS-P-ERASE-LST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STAT.
           SELECT JournalIn ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT JournalOut ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut
               ASSIGN TO WS-P-ERASURE-CERT-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  EraseIn.
       01  Erase-Rec          PIC X(300).

       FD  EraseOut.
       01  Out-Rec            PIC X(300).

       FD  FileList.
       01  FileList-Rec       PIC X(80).

       FD  JournalIn.
       01  JournalIn-Rec      PIC X(2100).

       FD  JournalOut.
       01  JournalOut-Rec     PIC X(2100).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-ERASURE-CERT-TXT PIC X(120).
       01  WS-P-JOURNAL-TXT   PIC X(120).
       01  WS-P-ERASE-LST     PIC X(120).

       01  WS-IN-STAT         PIC XX VALUE "00".
       01  WS-LIST-STAT       PIC XX VALUE "00".
       01  WS-REPORT-STAT     PIC XX VALUE "00".
       01  WS-IN-NAME         PIC X(120).
       01  WS-OUT-NAME        PIC X(120).
       01  WS-CMD             PIC X(260).
       01  WS-OUT             PIC X(300).
       01  WS-TIMESTAMP       PIC X(21).

      *> One row per file holding the username. D files are the
      *> person's own data - rows whose key field names them are
      *> removed. T files are shared with someone else - the named
      *> fields (0 = none) are replaced by the anonymous token and
      *> the row is kept, so the other party's history and every
      *> count built on it stay whole.
       01  WS-FILE-DEFS.
           05  FILLER         PIC X(24) VALUE "users.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "users_archive.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "profiles.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "eduhistory.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "workhistory.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "skills.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "secanswers.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "pwage.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "reviews.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "messages.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "msgarchive.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "connections.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "applications.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 6.
           05  FILLER         PIC 9(1)  VALUE 8.
           05  FILLER         PIC X(24) VALUE "applhistory.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 5.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "interviews.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 7.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "skillendorse.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "referrals.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groupmembers.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groups.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "groupposts.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "offers.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 4.
           05  FILLER         PIC 9(1)  VALUE 5.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "hires.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 4.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "appsnapshots.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "atsexported.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "calsent.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "broadcastrecip.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "broadcasts.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "accountcreated.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "tickets.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 6.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "savedjobs.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "companymembers.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "dormancy.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "notifications.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "notifyattach.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "roles.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "acceptances.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "lockouts.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "forced_reset.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "subscriptions.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "mentors.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "mentorreq.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "blocks.csv".
           05  FILLER         PIC X(1)  VALUE "D".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "screenans.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "rsvps.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 3.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "mentorpairs.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 1.
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 0.
           05  FILLER         PIC X(24) VALUE "reports.csv".
           05  FILLER         PIC X(1)  VALUE "T".
           05  FILLER         PIC 9(1)  VALUE 2.
           05  FILLER         PIC 9(1)  VALUE 4.
           05  FILLER         PIC 9(1)  VALUE 0.
       01  WS-FILE-DEF-TBL REDEFINES WS-FILE-DEFS.
           05  WS-FILE-DEF    OCCURS 46 TIMES.
               10  WS-FD-NAME PIC X(24).
               10  WS-FD-ACTION PIC X(1).
               10  WS-FD-KEY1 PIC 9(1).
               10  WS-FD-KEY2 PIC 9(1).
               10  WS-FD-KEY3 PIC 9(1).
       01  WS-FILE-IDX        PIC 9(2) COMP.

      *> Per-file results, kept for the certificate - the live
      *> file and, summed, its snapshot copies in backup/.
       01  WS-FILE-RESULTS.
           05  WS-FR-ENTRY    OCCURS 46 TIMES.
               10  WS-FR-PRESENT PIC X.
               10  WS-FR-ROWS PIC 9(6).
               10  WS-FR-CHANGED PIC 9(6).
               10  WS-FR-BK-COPIES PIC 9(4).
               10  WS-FR-BK-ROWS PIC 9(6).
               10  WS-FR-BK-CHANGED PIC 9(6).

       01  WS-ERASE-UC        PIC X(30).
       01  WS-HASH-IN         PIC X(60).
       01  WS-HASH-OUT        PIC X(20).
       01  WS-TOKEN           PIC X(30).

       01  WS-WORK-REC        PIC X(300).
       01  WS-REC-LEN         PIC 9(3) COMP.
       01  WS-FLD             PIC X(300).
       01  WS-FLD-CNT         PIC 9(3) COMP.
       01  WS-FLD-NO          PIC 9(3) COMP.
       01  WS-FLD-START       PIC 9(3) COMP.
       01  WS-FLD-LEN         PIC 9(3) COMP.
       01  WS-IN-PTR          PIC 9(3) COMP.
       01  WS-OUT-PTR         PIC 9(3) COMP.
       01  WS-ROW-HIT         PIC X VALUE "N".
       01  WS-FLD-HIT         PIC X VALUE "N".
       01  WS-FILE-OPENED     PIC X VALUE "N".
       01  WS-FILE-CHANGED    PIC 9(6) VALUE 0.

       01  WS-ACCOUNT-HIT     PIC X VALUE "N".
       01  WS-TOT-CHANGED     PIC 9(6) VALUE 0.
       01  WS-DISPLAY-ROWS    PIC ZZZZZ9.
       01  WS-DISPLAY-CHANGED PIC ZZZZZ9.
       01  WS-DISPLAY-COPIES  PIC ZZZ9.

      *> Control totals for each file's rewrite, appended to the
      *> ledger by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> Journal rows (see JOURNAL-SYNC) are rebuilt with the name
      *> replaced in the key and in both row images, and the image
      *> lengths in the header recounted to match.
       01  WS-JOURNAL-MODE    PIC X.
       01  WS-JNL-CHANGED     PIC 9(6) VALUE 0.
       01  WS-J-STAMP         PIC X(16).
       01  WS-J-FILE          PIC X(30).
       01  WS-J-OP            PIC X.
       01  WS-J-KEY           PIC X(30).
       01  WS-J-BLEN          PIC 9(4).
       01  WS-J-ALEN          PIC 9(4).
       01  WS-J-BEFORE        PIC X(1000).
       01  WS-J-AFTER         PIC X(1000).
       01  WS-J-PTR           PIC 9(4).
       01  WS-IMG             PIC X(1000).
       01  WS-IMG-OUT         PIC X(1000).
       01  WS-IMG-LEN         PIC 9(4) COMP.
       01  WS-IMG-FLD         PIC X(1000).
       01  WS-IMG-FLD-CNT     PIC 9(4) COMP.
       01  WS-IMG-FLD-NO      PIC 9(4) COMP.
       01  WS-IMG-START       PIC 9(4) COMP.
       01  WS-IMG-FLD-LEN     PIC 9(4) COMP.
       01  WS-IMG-IN-PTR      PIC 9(4) COMP.
       01  WS-IMG-OUT-PTR     PIC 9(4) COMP.
       01  WS-IMG-HIT         PIC X VALUE "N".
       01  WS-JNL-HIT         PIC X VALUE "N".

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION       PIC X(20).
       01  WS-AA-TARGET       PIC X(30).
       01  WS-AA-BEFORE       PIC X(40).
       01  WS-AA-AFTER        PIC X(40).

       LINKAGE SECTION.
       01  L-USERNAME         PIC X(30).
       01  L-STATUS           PIC X.

      *> Right-to-erasure for a departed user. The login, archive,
      *> account-opening, profile, education, experience, skills,
      *> security answer and password-age rows are removed outright
      *> (reviews, group memberships, application profile snapshots,
      *> notifications and their attachment rows, roles, policy
      *> acceptances, lockouts, forced resets, subscriptions, blocks
      *> and the mentoring offers and requests too); in messages,
      *> connections, applications and their history, screening
      *> answers, interviews, job offers and hires, endorsements,
      *> referrals, groups and group posts, event replies, mentor
      *> pairings and abuse reports the name is replaced by ERASED
      *> plus a hash of the username. The same rules reach the
      *> backup copies of each file and every journal row that
      *> carries the name. The token is the same on every run for
      *> the same name, so a second request or a late restore
      *> lands on the same anonymous party. Each rewrite of a live
      *> file is posted to the ledger and a certificate of erasure
      *> naming every file touched is appended to
      *> erasure_certificate.txt.
      *> Returns N when no login or archive row carried the name.
       PROCEDURE DIVISION USING L-USERNAME L-STATUS.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-ACCOUNT-HIT
           MOVE 0 TO WS-TOT-CHANGED

           IF FUNCTION TRIM(L-USERNAME) = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
               TO WS-ERASE-UC
           MOVE WS-ERASE-UC TO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE SPACES TO WS-TOKEN
           STRING "ERASED"
                  WS-HASH-OUT(1:10)
               DELIMITED BY SIZE INTO WS-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

      *> Groups the user ran and a recruiter's postings and team
      *> place are handed on first, as for a deactivation (see
      *> GROUP-USER-DROP and COMPANY-USER-DROP), so erasing a team
      *> administrator does not leave the team without one.
           CALL "GROUP-USER-DROP" USING L-USERNAME
           CALL "COMPANY-USER-DROP" USING L-USERNAME

      *> Everything up to here, the hand-overs included, goes to
      *> the journal now so the scrub below reaches it.
           MOVE "S" TO WS-JOURNAL-MODE
           CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > 46
               PERFORM 1000-ERASE-ONE-FILE
               PERFORM 1300-ERASE-BACKUPS
               IF WS-FILE-IDX <= 2
                   AND WS-FR-CHANGED(WS-FILE-IDX) > 0
                   MOVE "Y" TO WS-ACCOUNT-HIT
               END-IF
           END-PERFORM

           PERFORM 3000-SCRUB-JOURNALS

      *> The shadows are re-taken from the erased files, so the
      *> erasure itself never reaches the journal carrying the
      *> name in its before images.
           MOVE "B" TO WS-JOURNAL-MODE
           CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE

           PERFORM 2000-WRITE-CERTIFICATE

      *> The trail carries the anonymous token, not the name; the
      *> certificate ties the two together.
           IF WS-ACCOUNT-HIT = "Y"
               MOVE "ERASE" TO WS-AA-ACTION
               MOVE WS-TOKEN TO WS-AA-TARGET
               MOVE "ACCOUNT HELD" TO WS-AA-BEFORE
               MOVE "ERASED" TO WS-AA-AFTER
               CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
                   WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           END-IF

           MOVE WS-ACCOUNT-HIT TO L-STATUS
           GOBACK.

       1000-ERASE-ONE-FILE.
           MOVE "N" TO WS-FR-PRESENT(WS-FILE-IDX)
           MOVE 0 TO WS-FR-ROWS(WS-FILE-IDX)
               WS-FR-CHANGED(WS-FILE-IDX)

           MOVE SPACES TO WS-IN-NAME
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/"
                  FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
               DELIMITED BY SIZE INTO WS-IN-NAME
           PERFORM 1050-REWRITE-FILE
           IF WS-FILE-OPENED = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-FR-PRESENT(WS-FILE-IDX)
           MOVE WS-LDG-BEFORE TO WS-FR-ROWS(WS-FILE-IDX)
           MOVE WS-FILE-CHANGED TO WS-FR-CHANGED(WS-FILE-IDX)
           MOVE WS-FD-NAME(WS-FILE-IDX) TO WS-LDG-FILE
           MOVE "ERASURE" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

      *> Applies the current file's rules to the file named in
      *> WS-IN-NAME, through a .new copy moved back over it.
       1050-REWRITE-FILE.
           MOVE "N" TO WS-FILE-OPENED
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER WS-FILE-CHANGED

           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-IN-NAME) ".new"
               DELIMITED BY SIZE INTO WS-OUT-NAME

           OPEN INPUT EraseIn
           IF WS-IN-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-OPENED

           OPEN OUTPUT EraseOut

           PERFORM UNTIL 1 = 2
               READ EraseIn
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               MOVE Erase-Rec TO WS-WORK-REC
               MOVE "N" TO WS-ROW-HIT
               IF WS-WORK-REC NOT = SPACES
                   PERFORM 1100-SCAN-ROW
               END-IF

               IF WS-ROW-HIT = "Y"
                   ADD 1 TO WS-FILE-CHANGED
                   ADD 1 TO WS-TOT-CHANGED
               END-IF

               IF WS-ROW-HIT = "Y"
                   AND WS-FD-ACTION(WS-FILE-IDX) = "D"
                   CONTINUE
               ELSE
                   MOVE WS-WORK-REC TO Out-Rec
                   WRITE Out-Rec
                   ADD 1 TO WS-LDG-AFTER
               END-IF
           END-PERFORM

           CLOSE EraseIn
           CLOSE EraseOut

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-OUT-NAME)
                  " "
                  FUNCTION TRIM(WS-IN-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           .

      *> Walks the row field by field. A key field naming the user
      *> marks the row; for a T file the row is rebuilt with the
      *> token in that field and every other field copied across
      *> exactly as read.
       1100-SCAN-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORK-REC TRAILING))
               TO WS-REC-LEN
           MOVE 0 TO WS-FLD-CNT
           INSPECT WS-WORK-REC(1:WS-REC-LEN)
               TALLYING WS-FLD-CNT FOR ALL "|"
           ADD 1 TO WS-FLD-CNT

           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-IN-PTR
           MOVE 1 TO WS-OUT-PTR

           PERFORM VARYING WS-FLD-NO FROM 1 BY 1
             UNTIL WS-FLD-NO > WS-FLD-CNT
               MOVE WS-IN-PTR TO WS-FLD-START
               MOVE SPACES TO WS-FLD
               IF WS-IN-PTR <= WS-REC-LEN
                   UNSTRING WS-WORK-REC(1:WS-REC-LEN)
                       DELIMITED BY "|"
                       INTO WS-FLD
                       WITH POINTER WS-IN-PTR
               END-IF
               IF WS-FLD-NO < WS-FLD-CNT
                   COMPUTE WS-FLD-LEN = WS-IN-PTR - WS-FLD-START - 1
               ELSE
                   COMPUTE WS-FLD-LEN = WS-IN-PTR - WS-FLD-START
               END-IF

               MOVE "N" TO WS-FLD-HIT
               IF (WS-FLD-NO = WS-FD-KEY1(WS-FILE-IDX)
                   OR WS-FLD-NO = WS-FD-KEY2(WS-FILE-IDX)
                   OR WS-FLD-NO = WS-FD-KEY3(WS-FILE-IDX))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD)) =
                       WS-ERASE-UC
                   MOVE "Y" TO WS-FLD-HIT
                   MOVE "Y" TO WS-ROW-HIT
               END-IF

               IF WS-FLD-NO > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-FLD-HIT = "Y"
                   STRING FUNCTION TRIM(WS-TOKEN) DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
               ELSE
                   IF WS-FLD-LEN > 0
                       STRING WS-WORK-REC(WS-FLD-START:WS-FLD-LEN)
                           DELIMITED BY SIZE
                           INTO WS-OUT WITH POINTER WS-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ROW-HIT = "Y"
               AND WS-FD-ACTION(WS-FILE-IDX) = "T"
               MOVE WS-OUT TO WS-WORK-REC
           END-IF
           .

      *> DB-BACKUP keeps a copy of its files in backup/ as
      *> <file>.<stamp> for each generation. A restore would put
      *> the name back from any of them, so each copy gets the
      *> same rules as the live file. The copies are not posted
      *> to the ledger, which balances the live files only.
       1300-ERASE-BACKUPS.
           MOVE 0 TO WS-FR-BK-COPIES(WS-FILE-IDX)
               WS-FR-BK-ROWS(WS-FILE-IDX)
               WS-FR-BK-CHANGED(WS-FILE-IDX)

           MOVE SPACES TO WS-CMD
           STRING "(cd "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/backup && ls -1 "
                  FUNCTION TRIM(WS-FD-NAME(WS-FILE-IDX))
                  ".[0-9]*) > "
                  FUNCTION TRIM(WS-P-ERASE-LST)
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT FileList
           IF WS-LIST-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FileList
                   AT END
                       EXIT PERFORM
               END-READ
               IF FileList-Rec NOT = SPACES
                   MOVE SPACES TO WS-IN-NAME
                   STRING FUNCTION TRIM(WS-DB-DIR)
                          "/backup/"
                          FUNCTION TRIM(FileList-Rec)
                       DELIMITED BY SIZE INTO WS-IN-NAME
                   PERFORM 1050-REWRITE-FILE
                   IF WS-FILE-OPENED = "Y"
                       ADD 1 TO WS-FR-BK-COPIES(WS-FILE-IDX)
                       ADD WS-LDG-BEFORE
                         TO WS-FR-BK-ROWS(WS-FILE-IDX)
                       ADD WS-FILE-CHANGED
                         TO WS-FR-BK-CHANGED(WS-FILE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FileList
           .

      *> One certificate per erasure, appended so every erasure
      *> a batch run carries survives in the one file.
       2000-WRITE-CERTIFICATE.
           OPEN EXTEND ReportOut
           IF WS-REPORT-STAT NOT = "00"
               OPEN OUTPUT ReportOut
               CLOSE ReportOut
               OPEN EXTEND ReportOut
           END-IF

           MOVE "CERTIFICATE OF ERASURE" TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Account            : "
                  FUNCTION TRIM(L-USERNAME)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Erased on          : "
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO WS-OUT
           STRING "Replaced in shared : "
                  FUNCTION TRIM(WS-TOKEN)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-ACCOUNT-HIT NOT = "Y"
               MOVE "No login or archived account carried this name."
                 TO Report-Rec
               WRITE Report-Rec
           END-IF

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > 46
               MOVE SPACES TO WS-OUT
               IF WS-FR-PRESENT(WS-FILE-IDX) = "N"
                   STRING "  "
                          WS-FD-NAME(WS-FILE-IDX)
                          " not present"
                       DELIMITED BY SIZE INTO WS-OUT
               ELSE
                   MOVE WS-FR-ROWS(WS-FILE-IDX) TO WS-DISPLAY-ROWS
                   MOVE WS-FR-CHANGED(WS-FILE-IDX)
                     TO WS-DISPLAY-CHANGED
                   IF WS-FD-ACTION(WS-FILE-IDX) = "D"
                       STRING "  "
                              WS-FD-NAME(WS-FILE-IDX)
                              " rows " WS-DISPLAY-ROWS
                              "  removed    " WS-DISPLAY-CHANGED
                           DELIMITED BY SIZE INTO WS-OUT
                   ELSE
                       STRING "  "
                              WS-FD-NAME(WS-FILE-IDX)
                              " rows " WS-DISPLAY-ROWS
                              "  anonymized " WS-DISPLAY-CHANGED
                           DELIMITED BY SIZE INTO WS-OUT
                   END-IF
               END-IF
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
               IF WS-FR-BK-COPIES(WS-FILE-IDX) > 0
                   PERFORM 2100-CERTIFY-BACKUPS
               END-IF
           END-PERFORM

           MOVE WS-JNL-CHANGED TO WS-DISPLAY-CHANGED
           MOVE SPACES TO WS-OUT
           STRING "  journal records          "
                  "  anonymized " WS-DISPLAY-CHANGED
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE SPACES TO Report-Rec
           WRITE Report-Rec
           MOVE WS-TOT-CHANGED TO WS-DISPLAY-CHANGED
           MOVE SPACES TO WS-OUT
           STRING "Total rows changed : " WS-DISPLAY-CHANGED
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           CLOSE ReportOut
           .

       2100-CERTIFY-BACKUPS.
           MOVE WS-FR-BK-COPIES(WS-FILE-IDX) TO WS-DISPLAY-COPIES
           MOVE WS-FR-BK-ROWS(WS-FILE-IDX) TO WS-DISPLAY-ROWS
           MOVE WS-FR-BK-CHANGED(WS-FILE-IDX) TO WS-DISPLAY-CHANGED
           MOVE SPACES TO WS-OUT
           IF WS-FD-ACTION(WS-FILE-IDX) = "D"
               STRING "    backup copies "
                      WS-DISPLAY-COPIES
                      "     rows " WS-DISPLAY-ROWS
                      "  removed    " WS-DISPLAY-CHANGED
                   DELIMITED BY SIZE INTO WS-OUT
           ELSE
               STRING "    backup copies "
                      WS-DISPLAY-COPIES
                      "     rows " WS-DISPLAY-ROWS
                      "  anonymized " WS-DISPLAY-CHANGED
                   DELIMITED BY SIZE INTO WS-OUT
           END-IF
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

      *> The live journal and every generation's archived journal
      *> (see DB-BACKUP) hold whole before and after rows, so the
      *> name is replaced there as well.
       3000-SCRUB-JOURNALS.
           MOVE 0 TO WS-JNL-CHANGED
           MOVE WS-P-JOURNAL-TXT TO WS-IN-NAME
           PERFORM 3100-SCRUB-ONE-JOURNAL

           MOVE SPACES TO WS-CMD
           STRING "ls -1 "
                  FUNCTION TRIM(WS-DB-DIR)
                  "/backup 2>/dev/null | grep '^journal\.txt\.'"
                  " > "
                  FUNCTION TRIM(WS-P-ERASE-LST)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT FileList
           IF WS-LIST-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FileList
                   AT END
                       EXIT PERFORM
               END-READ
               IF FileList-Rec NOT = SPACES
                   MOVE SPACES TO WS-IN-NAME
                   STRING FUNCTION TRIM(WS-DB-DIR)
                          "/backup/"
                          FUNCTION TRIM(FileList-Rec)
                       DELIMITED BY SIZE INTO WS-IN-NAME
                   PERFORM 3100-SCRUB-ONE-JOURNAL
               END-IF
           END-PERFORM
           CLOSE FileList
           .

      *> Rows are taken apart as JOURNAL-ROLLFWD takes them - the
      *> header by delimiter, the images by length - and rebuilt
      *> in the same layout. A journal the name never reached is
      *> left exactly as it was.
       3100-SCRUB-ONE-JOURNAL.
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-IN-NAME) ".new"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           OPEN INPUT JournalIn
           IF WS-IN-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JournalOut
           MOVE "N" TO WS-JNL-HIT

           PERFORM UNTIL 1 = 2
               READ JournalIn
                   AT END
                       EXIT PERFORM
               END-READ
               IF JournalIn-Rec = SPACES
                   MOVE JournalIn-Rec TO JournalOut-Rec
               ELSE
                   PERFORM 3200-SCRUB-RECORD
               END-IF
               WRITE JournalOut-Rec
           END-PERFORM

           CLOSE JournalIn
           CLOSE JournalOut

           MOVE SPACES TO WS-CMD
           IF WS-JNL-HIT = "Y"
               STRING "mv "
                      FUNCTION TRIM(WS-OUT-NAME)
                      " "
                      FUNCTION TRIM(WS-IN-NAME)
                   DELIMITED BY SIZE INTO WS-CMD
           ELSE
               STRING "rm -f "
                      FUNCTION TRIM(WS-OUT-NAME)
                   DELIMITED BY SIZE INTO WS-CMD
           END-IF
           CALL "SYSTEM" USING WS-CMD
           .

       3200-SCRUB-RECORD.
           MOVE SPACES TO WS-J-STAMP WS-J-FILE WS-J-OP WS-J-KEY
               WS-J-BEFORE WS-J-AFTER
           MOVE 0 TO WS-J-BLEN WS-J-ALEN
           MOVE 1 TO WS-J-PTR
           UNSTRING JournalIn-Rec DELIMITED BY "|"
               INTO WS-J-STAMP WS-J-FILE WS-J-OP WS-J-KEY
                    WS-J-BLEN WS-J-ALEN
               WITH POINTER WS-J-PTR
           IF WS-J-BLEN > 0
               MOVE JournalIn-Rec(WS-J-PTR:WS-J-BLEN) TO WS-J-BEFORE
           END-IF
           COMPUTE WS-J-PTR = WS-J-PTR + WS-J-BLEN + 1
           IF WS-J-ALEN > 0
               MOVE JournalIn-Rec(WS-J-PTR:WS-J-ALEN) TO WS-J-AFTER
           END-IF

           MOVE "N" TO WS-ROW-HIT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-J-KEY)) =
               WS-ERASE-UC
               MOVE WS-TOKEN TO WS-J-KEY
               MOVE "Y" TO WS-ROW-HIT
           END-IF
           IF WS-J-BLEN > 0
               MOVE WS-J-BEFORE TO WS-IMG
               MOVE WS-J-BLEN TO WS-IMG-LEN
               PERFORM 3300-SCRUB-IMAGE
               IF WS-IMG-HIT = "Y"
                   MOVE WS-IMG-OUT TO WS-J-BEFORE
                   COMPUTE WS-J-BLEN = WS-IMG-OUT-PTR - 1
               END-IF
           END-IF
           IF WS-J-ALEN > 0
               MOVE WS-J-AFTER TO WS-IMG
               MOVE WS-J-ALEN TO WS-IMG-LEN
               PERFORM 3300-SCRUB-IMAGE
               IF WS-IMG-HIT = "Y"
                   MOVE WS-IMG-OUT TO WS-J-AFTER
                   COMPUTE WS-J-ALEN = WS-IMG-OUT-PTR - 1
               END-IF
           END-IF

           IF WS-ROW-HIT = "N"
               MOVE JournalIn-Rec TO JournalOut-Rec
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-JNL-HIT
           ADD 1 TO WS-JNL-CHANGED

           MOVE SPACES TO JournalOut-Rec
           MOVE 1 TO WS-J-PTR
           STRING WS-J-STAMP "|"
                  FUNCTION TRIM(WS-J-FILE) "|"
                  WS-J-OP "|"
                  FUNCTION TRIM(WS-J-KEY) "|"
                  WS-J-BLEN "|"
                  WS-J-ALEN "|"
               DELIMITED BY SIZE INTO JournalOut-Rec
               WITH POINTER WS-J-PTR
           IF WS-J-BLEN > 0
               STRING WS-J-BEFORE(1:WS-J-BLEN)
                   DELIMITED BY SIZE INTO JournalOut-Rec
                   WITH POINTER WS-J-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE INTO JournalOut-Rec
               WITH POINTER WS-J-PTR
           IF WS-J-ALEN > 0
               STRING WS-J-AFTER(1:WS-J-ALEN)
                   DELIMITED BY SIZE INTO JournalOut-Rec
                   WITH POINTER WS-J-PTR
           END-IF
           .

      *> The journal covers every table, so any field of a row
      *> image equal to the name is replaced, whichever file the
      *> row came from; the rest is copied across as read.
       3300-SCRUB-IMAGE.
           MOVE "N" TO WS-IMG-HIT
           MOVE 0 TO WS-IMG-FLD-CNT
           INSPECT WS-IMG(1:WS-IMG-LEN)
               TALLYING WS-IMG-FLD-CNT FOR ALL "|"
           ADD 1 TO WS-IMG-FLD-CNT

           MOVE SPACES TO WS-IMG-OUT
           MOVE 1 TO WS-IMG-IN-PTR
           MOVE 1 TO WS-IMG-OUT-PTR

           PERFORM VARYING WS-IMG-FLD-NO FROM 1 BY 1
             UNTIL WS-IMG-FLD-NO > WS-IMG-FLD-CNT
               MOVE WS-IMG-IN-PTR TO WS-IMG-START
               MOVE SPACES TO WS-IMG-FLD
               IF WS-IMG-IN-PTR <= WS-IMG-LEN
                   UNSTRING WS-IMG(1:WS-IMG-LEN)
                       DELIMITED BY "|"
                       INTO WS-IMG-FLD
                       WITH POINTER WS-IMG-IN-PTR
               END-IF
               IF WS-IMG-FLD-NO < WS-IMG-FLD-CNT
                   COMPUTE WS-IMG-FLD-LEN =
                       WS-IMG-IN-PTR - WS-IMG-START - 1
               ELSE
                   COMPUTE WS-IMG-FLD-LEN =
                       WS-IMG-IN-PTR - WS-IMG-START
               END-IF

               IF WS-IMG-FLD-NO > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-IMG-OUT WITH POINTER WS-IMG-OUT-PTR
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IMG-FLD)) =
                   WS-ERASE-UC
                   STRING FUNCTION TRIM(WS-TOKEN) DELIMITED BY SIZE
                       INTO WS-IMG-OUT WITH POINTER WS-IMG-OUT-PTR
                   MOVE "Y" TO WS-IMG-HIT
                   MOVE "Y" TO WS-ROW-HIT
               ELSE
                   IF WS-IMG-FLD-LEN > 0
                       STRING WS-IMG(WS-IMG-START:WS-IMG-FLD-LEN)
                           DELIMITED BY SIZE
                           INTO WS-IMG-OUT
                           WITH POINTER WS-IMG-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-ERASURE-CERT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/erasure_certificate.txt"
               DELIMITED BY SIZE INTO WS-P-ERASURE-CERT-TXT
           MOVE SPACES TO WS-P-JOURNAL-TXT WS-P-ERASE-LST
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/journal/journal.txt"
               DELIMITED BY SIZE INTO WS-P-JOURNAL-TXT
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/journal/erase.lst"
               DELIMITED BY SIZE INTO WS-P-ERASE-LST
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM USER-ERASE.
