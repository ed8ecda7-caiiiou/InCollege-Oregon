       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATS-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Applications ASSIGN TO WS-P-APPLICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STAT.
           SELECT Jobs ASSIGN TO WS-P-JOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STAT.
           SELECT EmpApproval ASSIGN TO WS-P-EMPAPPROVAL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STAT.
           SELECT Profiles ASSIGN TO WS-P-PROFILES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STAT.
           SELECT ScreenQuestions ASSIGN TO WS-P-SCREENQ-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STAT.
           SELECT ScreenAnswers ASSIGN TO WS-P-SCREENANS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STAT.
           SELECT AppSnapshots ASSIGN TO WS-P-APPSNAPSHOTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.
           SELECT AtsExported ASSIGN TO WS-P-ATSEXPORTED-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XP-STAT.
           SELECT AtsFile ASSIGN TO WS-P-ATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Applications.
       01  Appl-Rec           PIC X(256).

       FD  Jobs.
       01  Job-Rec            PIC X(350).

       FD  EmpApproval.
       01  Emp-Rec            PIC X(256).

       FD  Profiles.
       01  Prof-Rec           PIC X(256).

       FD  ScreenQuestions.
       01  SQ-Rec             PIC X(256).

       FD  ScreenAnswers.
       01  SA-Rec             PIC X(256).

       FD  AppSnapshots.
       01  Snap-Rec           PIC X(256).

       FD  AtsExported.
       01  Xp-Rec             PIC X(256).

      *> Employer tracking-system batch layout: one header naming
      *> the employer, a D record per new applicant followed by its
      *> Q (screening answer) and P (profile summary) records, and
      *> one trailer carrying the applicant and record counts the
      *> receiving system reconciles on load.
       FD  AtsFile.
       01  Ats-Rec.
           05  ATS-TYPE       PIC X(1).
           05  ATS-BODY       PIC X(199).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-JOBS-CSV      PIC X(120).
       01  WS-P-EMPAPPROVAL-CSV PIC X(120).
       01  WS-P-PROFILES-CSV  PIC X(120).
       01  WS-P-SCREENQ-CSV   PIC X(120).
       01  WS-P-SCREENANS-CSV PIC X(120).
       01  WS-P-APPSNAPSHOTS-CSV PIC X(120).
       01  WS-P-ATSEXPORTED-CSV PIC X(120).
       01  WS-P-ATS-FILE      PIC X(120).

       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-JOB-STAT        PIC XX VALUE "00".
       01  WS-EMP-STAT        PIC XX VALUE "00".
       01  WS-PROF-STAT       PIC XX VALUE "00".
       01  WS-SQ-STAT         PIC XX VALUE "00".
       01  WS-SA-STAT         PIC XX VALUE "00".
       01  WS-SNAP-STAT       PIC XX VALUE "00".
       01  WS-XP-STAT         PIC XX VALUE "00".

       01  WS-TITLE           PIC X(60).
       01  WS-COMPANY         PIC X(60).
       01  WS-APPLICANT       PIC X(30).
       01  WS-DATE            PIC X(8).
       01  WS-STATUS          PIC X(10).
       01  WS-POSTER          PIC X(30).
       01  WS-REQNO           PIC X(7).
       01  WS-JOB-DESC        PIC X(100).
       01  WS-APPLICANT-UC    PIC X(30).

       01  WS-EMP-USER        PIC X(30).
       01  WS-EMP-STATUS      PIC X(10).
       01  WS-PROF-USER       PIC X(30).
       01  WS-PROF-UNIV       PIC X(60).
       01  WS-PROF-MAJOR      PIC X(60).
       01  WS-SQ-TITLE        PIC X(60).
       01  WS-SQ-COMPANY      PIC X(60).
       01  WS-SQ-SEQ          PIC X(1).
       01  WS-SQ-TEXT         PIC X(100).
       01  WS-SQ-REQNO        PIC X(7).
       01  WS-SA-TITLE        PIC X(60).
       01  WS-SA-COMPANY      PIC X(60).
       01  WS-SA-USER         PIC X(30).
       01  WS-SA-SEQ          PIC X(1).
       01  WS-SA-TEXT         PIC X(100).
       01  WS-SA-REQNO        PIC X(7).
       01  WS-SNAP-REQNO      PIC X(7).
       01  WS-SNAP-USER       PIC X(30).
       01  WS-SNAP-SEQ        PIC 9(2).
       01  WS-SNAP-TEXT       PIC X(150).

       01  WS-OUT             PIC X(256).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Standing from empapproval.csv, the latest row per employer.
      *> Employers older than the approval queue have no row and
      *> post freely, so only PENDING and REJECTED are held back.
       01  WS-EA-TABLE.
           05  WS-EA-ENTRY    OCCURS 200 TIMES.
               10  WS-EA-USER     PIC X(30).
               10  WS-EA-STATUS   PIC X(10).
       01  WS-EA-CNT          PIC 9(4) VALUE 0.
       01  WS-EA-IDX          PIC 9(4) COMP.
       01  WS-EA-HIT          PIC 9(4) VALUE 0.

      *> Every poster of a live posting or of an application, in the
      *> order first met - each approved one gets a file nightly,
      *> empty or not, so the receiving side can tell a quiet day
      *> from a missed run.
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY    OCCURS 200 TIMES.
               10  WS-EM-USER     PIC X(30).
               10  WS-EM-UC       PIC X(30).
       01  WS-EM-CNT          PIC 9(4) VALUE 0.
       01  WS-EM-IDX          PIC 9(4) COMP.
       01  WS-EM-FOUND        PIC X VALUE "N".
       01  WS-POSTER-UC       PIC X(30).

      *> Applications already sent, from atsexported.csv, so each
      *> applicant goes out once and only new ones follow.
       01  WS-XK-TABLE.
           05  WS-XK-ENTRY    OCCURS 3000 TIMES.
               10  WS-XK-REQNO    PIC X(7).
               10  WS-XK-USER     PIC X(30).
       01  WS-XK-CNT          PIC 9(4) VALUE 0.
       01  WS-XK-IDX          PIC 9(4) COMP.
       01  WS-XK-FOUND        PIC X VALUE "N".
       01  WS-XP-REQNO        PIC X(7).
       01  WS-XP-USER         PIC X(30).

       01  WS-HEADER-REC.
           05  FILLER         PIC X(1) VALUE "H".
           05  WS-HDR-DATE    PIC X(8).
           05  FILLER         PIC X(13) VALUE "INCOLLEGE-ATS".
           05  WS-HDR-EMPLOYER PIC X(30).

       01  WS-DETAIL-REC.
           05  FILLER         PIC X(1) VALUE "D".
           05  WS-DET-REQNO   PIC X(7).
           05  WS-DET-APPLICANT PIC X(30).
           05  WS-DET-APPLIED PIC X(8).
           05  WS-DET-STATUS  PIC X(10).
           05  WS-DET-TITLE   PIC X(40).
           05  WS-DET-COMPANY PIC X(40).
           05  WS-DET-UNIV    PIC X(30).
           05  WS-DET-MAJOR   PIC X(30).

       01  WS-ANSWER-REC.
           05  FILLER         PIC X(1) VALUE "Q".
           05  WS-ANS-REQNO   PIC X(7).
           05  WS-ANS-APPLICANT PIC X(30).
           05  WS-ANS-QNO     PIC 9(2).
           05  WS-ANS-QUESTION PIC X(60).
           05  WS-ANS-ANSWER  PIC X(60).

       01  WS-PROFILE-REC.
           05  FILLER         PIC X(1) VALUE "P".
           05  WS-PRF-REQNO   PIC X(7).
           05  WS-PRF-APPLICANT PIC X(30).
           05  WS-PRF-SEQ     PIC 9(2).
           05  WS-PRF-LINE    PIC X(150).

       01  WS-TRAILER-REC.
           05  FILLER         PIC X(1) VALUE "T".
           05  WS-TRL-APPLICANTS PIC 9(6).
           05  WS-TRL-RECORDS PIC 9(6).

       01  WS-EMP-APPLICANTS  PIC 9(6) VALUE 0.
       01  WS-EMP-RECORDS     PIC 9(6) VALUE 0.
       01  WS-FILE-COUNT      PIC 9(6) VALUE 0.
       01  WS-TOTAL-APPLICANTS PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - ATS export not started."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           PERFORM 1000-LOAD-APPROVALS
           PERFORM 1100-LOAD-EXPORTED
           PERFORM 1200-LOAD-EMPLOYERS

           OPEN EXTEND AtsExported
           IF WS-XP-STAT NOT = "00"
               OPEN OUTPUT AtsExported
               CLOSE AtsExported
               OPEN EXTEND AtsExported
           END-IF

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-CNT
               MOVE WS-EM-UC(WS-EM-IDX) TO WS-POSTER-UC
               PERFORM 1400-FIND-STANDING
               IF WS-EA-HIT > 0
                   AND (WS-EA-STATUS(WS-EA-HIT) = "PENDING"
                     OR WS-EA-STATUS(WS-EA-HIT) = "REJECTED")
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 2000-EXPORT-EMPLOYER
               END-IF
           END-PERFORM

           CLOSE AtsExported

           DISPLAY "ATS files written     : " WS-FILE-COUNT
           DISPLAY "Applicants exported   : " WS-TOTAL-APPLICANTS
           DISPLAY "Employers not approved: " WS-HELD-COUNT

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-APPROVALS.
           MOVE 0 TO WS-EA-CNT
           OPEN INPUT EmpApproval
           IF WS-EMP-STAT NOT = "00"
               CLOSE EmpApproval
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ EmpApproval
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EMP-USER WS-EMP-STATUS
               UNSTRING Emp-Rec DELIMITED BY "|"
                   INTO WS-EMP-USER WS-EMP-STATUS

               IF FUNCTION TRIM(WS-EMP-USER) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-USER))
                     TO WS-POSTER-UC
                   PERFORM 1400-FIND-STANDING
                   IF WS-EA-HIT = 0 AND WS-EA-CNT < 200
                       ADD 1 TO WS-EA-CNT
                       MOVE WS-EA-CNT TO WS-EA-HIT
                       MOVE WS-POSTER-UC TO WS-EA-USER(WS-EA-HIT)
                   END-IF
                   IF WS-EA-HIT > 0
                       MOVE FUNCTION TRIM(WS-EMP-STATUS)
                         TO WS-EA-STATUS(WS-EA-HIT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EmpApproval
           .

       1100-LOAD-EXPORTED.
           MOVE 0 TO WS-XK-CNT
           OPEN INPUT AtsExported
           IF WS-XP-STAT NOT = "00"
               CLOSE AtsExported
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ AtsExported
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-XP-REQNO WS-XP-USER
               UNSTRING Xp-Rec DELIMITED BY "|"
                   INTO WS-XP-REQNO WS-XP-USER

               IF FUNCTION TRIM(WS-XP-USER) NOT = SPACES
                   AND WS-XK-CNT < 3000
                   ADD 1 TO WS-XK-CNT
                   MOVE WS-XP-REQNO TO WS-XK-REQNO(WS-XK-CNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XP-USER))
                     TO WS-XK-USER(WS-XK-CNT)
               END-IF
           END-PERFORM

           CLOSE AtsExported
           .

       1200-LOAD-EMPLOYERS.
           MOVE 0 TO WS-EM-CNT
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-JOB-DESC
                   WS-POSTER
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-JOB-DESC WS-POSTER
               PERFORM 1300-REMEMBER-EMPLOYER
           END-PERFORM
           CLOSE Jobs
           END-IF

           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER
               PERFORM 1300-REMEMBER-EMPLOYER
           END-PERFORM
           CLOSE Applications
           END-IF
           .

       1300-REMEMBER-EMPLOYER.
           IF FUNCTION TRIM(WS-POSTER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POSTER))
             TO WS-POSTER-UC
           MOVE "N" TO WS-EM-FOUND
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
             UNTIL WS-EM-IDX > WS-EM-CNT
               OR WS-EM-FOUND = "Y"
               IF WS-EM-UC(WS-EM-IDX) = WS-POSTER-UC
                   MOVE "Y" TO WS-EM-FOUND
               END-IF
           END-PERFORM
           IF WS-EM-FOUND = "N" AND WS-EM-CNT < 200
               ADD 1 TO WS-EM-CNT
               MOVE FUNCTION TRIM(WS-POSTER) TO WS-EM-USER(WS-EM-CNT)
               MOVE WS-POSTER-UC TO WS-EM-UC(WS-EM-CNT)
           END-IF
           .

      *> Sets WS-EA-HIT to the approval row for WS-POSTER-UC, or
      *> zero when the employer has none.
       1400-FIND-STANDING.
           MOVE 0 TO WS-EA-HIT
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
             UNTIL WS-EA-IDX > WS-EA-CNT
               OR WS-EA-HIT > 0
               IF WS-EA-USER(WS-EA-IDX) = WS-POSTER-UC
                   MOVE WS-EA-IDX TO WS-EA-HIT
               END-IF
           END-PERFORM
           .

      *> One file per employer, rewritten each night. Withdrawn
      *> applications are left out; the applicant has taken them
      *> back before the employer's system ever saw them.
       2000-EXPORT-EMPLOYER.
           MOVE SPACES TO WS-P-ATS-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/ats_"
                  FUNCTION TRIM(WS-EM-USER(WS-EM-IDX))
                  ".dat"
               DELIMITED BY SIZE INTO WS-P-ATS-FILE

           MOVE 0 TO WS-EMP-APPLICANTS WS-EMP-RECORDS
           OPEN OUTPUT AtsFile
           MOVE WS-TIMESTAMP(1:8) TO WS-HDR-DATE
           MOVE WS-EM-USER(WS-EM-IDX) TO WS-HDR-EMPLOYER
           MOVE WS-HEADER-REC TO Ats-Rec
           WRITE Ats-Rec

           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER WS-REQNO
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-TITLE WS-COMPANY WS-APPLICANT
                   WS-DATE WS-STATUS WS-POSTER WS-REQNO

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POSTER)) =
                       WS-EM-UC(WS-EM-IDX)
                   AND FUNCTION TRIM(WS-STATUS) NOT = "WITHDRAWN"
                   AND FUNCTION TRIM(WS-APPLICANT) NOT = SPACES
                   PERFORM 2100-CHECK-EXPORTED
                   IF WS-XK-FOUND = "N"
                       PERFORM 2200-WRITE-APPLICANT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF

           MOVE WS-EMP-APPLICANTS TO WS-TRL-APPLICANTS
           MOVE WS-EMP-RECORDS TO WS-TRL-RECORDS
           MOVE WS-TRAILER-REC TO Ats-Rec
           WRITE Ats-Rec
           CLOSE AtsFile

           ADD 1 TO WS-FILE-COUNT
           ADD WS-EMP-APPLICANTS TO WS-TOTAL-APPLICANTS
           .

       2100-CHECK-EXPORTED.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPLICANT))
             TO WS-APPLICANT-UC
           MOVE "N" TO WS-XK-FOUND
           PERFORM VARYING WS-XK-IDX FROM 1 BY 1
             UNTIL WS-XK-IDX > WS-XK-CNT
               OR WS-XK-FOUND = "Y"
               IF WS-XK-REQNO(WS-XK-IDX) = WS-REQNO
                   AND WS-XK-USER(WS-XK-IDX) = WS-APPLICANT-UC
                   MOVE "Y" TO WS-XK-FOUND
               END-IF
           END-PERFORM
           .

      *> The applicant's D record, then the screening answers and
      *> the profile as frozen at submission, then the row that
      *> keeps them out of every later file.
       2200-WRITE-APPLICANT.
           PERFORM 2300-FIND-PROFILE

           MOVE WS-REQNO TO WS-DET-REQNO
           MOVE WS-APPLICANT TO WS-DET-APPLICANT
           MOVE WS-DATE TO WS-DET-APPLIED
           MOVE WS-STATUS TO WS-DET-STATUS
           MOVE WS-TITLE TO WS-DET-TITLE
           MOVE WS-COMPANY TO WS-DET-COMPANY
           MOVE WS-PROF-UNIV TO WS-DET-UNIV
           MOVE WS-PROF-MAJOR TO WS-DET-MAJOR
           MOVE WS-DETAIL-REC TO Ats-Rec
           WRITE Ats-Rec
           ADD 1 TO WS-EMP-APPLICANTS WS-EMP-RECORDS

           PERFORM 2400-WRITE-ANSWERS
           PERFORM 2500-WRITE-SNAPSHOT

           MOVE SPACES TO WS-OUT
           STRING WS-REQNO
                  "|"
                  FUNCTION TRIM(WS-APPLICANT)
                  "|"
                  FUNCTION TRIM(WS-EM-USER(WS-EM-IDX))
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Xp-Rec
           WRITE Xp-Rec

           IF WS-XK-CNT < 3000
               ADD 1 TO WS-XK-CNT
               MOVE WS-REQNO TO WS-XK-REQNO(WS-XK-CNT)
               MOVE WS-APPLICANT-UC TO WS-XK-USER(WS-XK-CNT)
           END-IF
           .

       2300-FIND-PROFILE.
           MOVE SPACES TO WS-PROF-UNIV WS-PROF-MAJOR
           OPEN INPUT Profiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Profiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-USER WS-PROF-UNIV WS-PROF-MAJOR
               UNSTRING Prof-Rec DELIMITED BY "|"
                   INTO WS-PROF-USER WS-PROF-UNIV WS-PROF-MAJOR

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-USER)) =
                       WS-APPLICANT-UC
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-PROF-UNIV WS-PROF-MAJOR
           END-PERFORM
           CLOSE Profiles
           END-IF
           .

       2400-WRITE-ANSWERS.
           OPEN INPUT ScreenAnswers
           IF WS-SA-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ ScreenAnswers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SA-TITLE WS-SA-COMPANY WS-SA-USER
                   WS-SA-SEQ WS-SA-TEXT WS-SA-REQNO
               UNSTRING SA-Rec DELIMITED BY "|"
                   INTO WS-SA-TITLE WS-SA-COMPANY WS-SA-USER
                   WS-SA-SEQ WS-SA-TEXT WS-SA-REQNO

               IF WS-SA-REQNO = WS-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SA-USER))
                     = WS-APPLICANT-UC
                   PERFORM 2450-FIND-QUESTION
                   MOVE WS-REQNO TO WS-ANS-REQNO
                   MOVE WS-APPLICANT TO WS-ANS-APPLICANT
                   MOVE 0 TO WS-ANS-QNO
                   IF WS-SA-SEQ IS NUMERIC
                       MOVE WS-SA-SEQ TO WS-ANS-QNO
                   END-IF
                   MOVE WS-SQ-TEXT TO WS-ANS-QUESTION
                   MOVE WS-SA-TEXT TO WS-ANS-ANSWER
                   MOVE WS-ANSWER-REC TO Ats-Rec
                   WRITE Ats-Rec
                   ADD 1 TO WS-EMP-RECORDS
               END-IF
           END-PERFORM
           CLOSE ScreenAnswers
           END-IF
           .

       2450-FIND-QUESTION.
           MOVE SPACES TO WS-SQ-TEXT
           OPEN INPUT ScreenQuestions
           IF WS-SQ-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ ScreenQuestions
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SQ-TITLE WS-SQ-COMPANY WS-SQ-SEQ
                   WS-SQ-TEXT WS-SQ-REQNO
               UNSTRING SQ-Rec DELIMITED BY "|"
                   INTO WS-SQ-TITLE WS-SQ-COMPANY WS-SQ-SEQ
                   WS-SQ-TEXT WS-SQ-REQNO

               IF WS-SQ-REQNO = WS-SA-REQNO
                   AND WS-SQ-SEQ = WS-SA-SEQ
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-SQ-TEXT
           END-PERFORM
           CLOSE ScreenQuestions
           END-IF
           .

      *> Applications made before snapshots were kept simply have
      *> no P records.
       2500-WRITE-SNAPSHOT.
           OPEN INPUT AppSnapshots
           IF WS-SNAP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AppSnapshots
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SNAP-REQNO WS-SNAP-USER WS-SNAP-TEXT
               MOVE 0 TO WS-SNAP-SEQ
               UNSTRING Snap-Rec DELIMITED BY "|"
                   INTO WS-SNAP-REQNO WS-SNAP-USER WS-SNAP-SEQ
                   WS-SNAP-TEXT

               IF WS-SNAP-REQNO = WS-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-USER))
                     = WS-APPLICANT-UC
                   MOVE WS-REQNO TO WS-PRF-REQNO
                   MOVE WS-APPLICANT TO WS-PRF-APPLICANT
                   MOVE WS-SNAP-SEQ TO WS-PRF-SEQ
                   MOVE WS-SNAP-TEXT TO WS-PRF-LINE
                   MOVE WS-PROFILE-REC TO Ats-Rec
                   WRITE Ats-Rec
                   ADD 1 TO WS-EMP-RECORDS
               END-IF
           END-PERFORM
           CLOSE AppSnapshots
           END-IF
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-APPLICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applications.csv"
               DELIMITED BY SIZE INTO WS-P-APPLICATIONS-CSV
           MOVE SPACES TO WS-P-JOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/jobs.csv"
               DELIMITED BY SIZE INTO WS-P-JOBS-CSV
           MOVE SPACES TO WS-P-EMPAPPROVAL-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/empapproval.csv"
               DELIMITED BY SIZE INTO WS-P-EMPAPPROVAL-CSV
           MOVE SPACES TO WS-P-PROFILES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/profiles.csv"
               DELIMITED BY SIZE INTO WS-P-PROFILES-CSV
           MOVE SPACES TO WS-P-SCREENQ-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/screenq.csv"
               DELIMITED BY SIZE INTO WS-P-SCREENQ-CSV
           MOVE SPACES TO WS-P-SCREENANS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/screenans.csv"
               DELIMITED BY SIZE INTO WS-P-SCREENANS-CSV
           MOVE SPACES TO WS-P-APPSNAPSHOTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/appsnapshots.csv"
               DELIMITED BY SIZE INTO WS-P-APPSNAPSHOTS-CSV
           MOVE SPACES TO WS-P-ATSEXPORTED-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/atsexported.csv"
               DELIMITED BY SIZE INTO WS-P-ATSEXPORTED-CSV
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM ATS-EXPORT.
