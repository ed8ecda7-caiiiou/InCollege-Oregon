       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Interviews ASSIGN TO WS-P-INTERVIEWS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTV-STAT.
           SELECT Applications ASSIGN TO WS-P-APPLICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STAT.
           SELECT Events ASSIGN TO WS-P-EVENTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STAT.
           SELECT Rsvps ASSIGN TO WS-P-RSVPS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STAT.
           SELECT CalSent ASSIGN TO WS-P-CALSENT-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STAT.
           SELECT NewCalSent ASSIGN TO WS-P-CALSENT-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT NotifyAttach ASSIGN TO WS-P-NOTIFYATTACH-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STAT.
           SELECT IcsFile ASSIGN TO WS-P-ICS-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportOut ASSIGN TO WS-P-CAL-EXPORT-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Interviews.
       01  Intv-Rec           PIC X(256).

       FD  Applications.
       01  Appl-Rec           PIC X(256).

       FD  Events.
       01  Event-Rec          PIC X(256).

       FD  Rsvps.
       01  Rsvp-Rec           PIC X(160).

       FD  CalSent.
       01  Cs-Rec             PIC X(256).

       FD  NewCalSent.
       01  New-Rec            PIC X(256).

       FD  Notifications.
       01  Notify-Rec         PIC X(256).

       FD  NotifyAttach.
       01  NotifyAttach-Rec   PIC X(256).

       FD  IcsFile.
       01  Ics-Rec            PIC X(80).

       FD  ReportOut.
       01  Report-Rec         PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-INTERVIEWS-CSV PIC X(120).
       01  WS-P-APPLICATIONS-CSV PIC X(120).
       01  WS-P-EVENTS-CSV    PIC X(120).
       01  WS-P-RSVPS-CSV     PIC X(120).
       01  WS-P-CALSENT-CSV   PIC X(120).
       01  WS-P-CALSENT-CSV-NEW PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-NOTIFYATTACH-CSV PIC X(120).
       01  WS-P-ICS-FILE      PIC X(120).
       01  WS-P-CAL-EXPORT-TXT PIC X(120).

       01  WS-INTV-STAT       PIC XX VALUE "00".
       01  WS-APPL-STAT       PIC XX VALUE "00".
       01  WS-EVT-STAT        PIC XX VALUE "00".
       01  WS-RSVP-STAT       PIC XX VALUE "00".
       01  WS-CS-STAT         PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".
       01  WS-NA-STAT         PIC XX VALUE "00".

       01  WS-INTV-TITLE      PIC X(60).
       01  WS-INTV-COMPANY    PIC X(60).
       01  WS-INTV-USER       PIC X(30).
       01  WS-INTV-DATE       PIC X(8).
       01  WS-INTV-TIME       PIC X(5).
       01  WS-INTV-STATUS     PIC X(10).
       01  WS-INTV-POSTER     PIC X(30).
       01  WS-INTV-REQNO      PIC X(7).

       01  WS-APPL-TITLE      PIC X(60).
       01  WS-APPL-COMPANY    PIC X(60).
       01  WS-APPL-USER       PIC X(30).
       01  WS-APPL-DATE       PIC X(8).
       01  WS-APPL-STATUS     PIC X(10).
       01  WS-APPL-POSTER     PIC X(30).
       01  WS-APPL-REQNO      PIC X(7).

       01  WS-EVT-TITLE       PIC X(60).
       01  WS-EVT-DATE        PIC X(8).
       01  WS-EVT-PLACE       PIC X(60).
       01  WS-EVT-POSTER      PIC X(30).
       01  WS-EVT-DESC        PIC X(80).
       01  WS-RSVP-TITLE      PIC X(60).
       01  WS-RSVP-DATE       PIC X(8).
       01  WS-RSVP-USER       PIC X(30).
       01  WS-RSVP-STAMP      PIC X(17).

       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(260).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY           PIC X(8).
       01  WS-USER-UC         PIC X(30).
       01  WS-HASH-IN         PIC X(60).
       01  WS-HASH-OUT        PIC X(20).
       01  WS-HASH-1          PIC X(10).
       01  WS-HASH-2          PIC X(10).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Applications the student has withdrawn or the employer has
      *> declined - any interview booked against them is off.
       01  WS-AX-TABLE.
           05  WS-AX-ENTRY    OCCURS 2000 TIMES.
               10  WS-AX-REQNO    PIC X(7).
               10  WS-AX-USER     PIC X(30).
       01  WS-AX-CNT          PIC 9(4) VALUE 0.
       01  WS-AX-IDX          PIC 9(4) COMP.
       01  WS-AX-FOUND        PIC X VALUE "N".

       01  WS-EV-TABLE.
           05  WS-EV-ENTRY    OCCURS 500 TIMES.
               10  WS-EV-TITLE    PIC X(60).
               10  WS-EV-DATE     PIC X(8).
               10  WS-EV-PLACE    PIC X(60).
               10  WS-EV-POSTER   PIC X(30).
               10  WS-EV-DESC     PIC X(80).
               10  WS-EV-RSVPS    PIC 9(4).
       01  WS-EV-CNT          PIC 9(4) VALUE 0.
       01  WS-EV-IDX          PIC 9(4) COMP.
       01  WS-EV-HIT          PIC 9(4) VALUE 0.

      *> Tonight's calendar: one row per entry per person, built
      *> fresh from the interview and RSVP files. The identifier
      *> names the thing booked, never its date or time - an
      *> interview is keyed by its application, so a new slot
      *> accepted for the same application replaces the old one in
      *> the person's calendar instead of sitting beside it.
       01  WS-CE-TABLE.
           05  WS-CE-ENTRY    OCCURS 1000 TIMES.
               10  WS-CE-UID      PIC X(60).
               10  WS-CE-USER     PIC X(30).
               10  WS-CE-UC       PIC X(30).
               10  WS-CE-DATE     PIC X(8).
               10  WS-CE-TIME     PIC X(5).
               10  WS-CE-SUMMARY  PIC X(100).
               10  WS-CE-LOCATION PIC X(60).
               10  WS-CE-DESC     PIC X(100).
               10  WS-CE-FP       PIC X(10).
       01  WS-CE-CNT          PIC 9(4) VALUE 0.
       01  WS-CE-IDX          PIC 9(4) COMP.
       01  WS-CE-HIT          PIC 9(4) VALUE 0.
       01  WS-NEW-UID         PIC X(60).
       01  WS-NEW-USER        PIC X(30).
       01  WS-NEW-DATE        PIC X(8).
       01  WS-NEW-TIME        PIC X(5).
       01  WS-NEW-SUMMARY     PIC X(100).
       01  WS-NEW-LOCATION    PIC X(60).
       01  WS-NEW-DESC        PIC X(100).

      *> What each person's calendar was last sent, from calsent.csv
      *> (uid|user|date|time|sequence|state|fingerprint). Only the
      *> differences go out: a new entry at sequence 0, a changed
      *> one at the next sequence, and one no longer booked as
      *> CANCELLED at the next sequence, so the phone updates the
      *> entry it already holds.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY    OCCURS 3000 TIMES.
               10  WS-CS-UID      PIC X(60).
               10  WS-CS-USER     PIC X(30).
               10  WS-CS-UC       PIC X(30).
               10  WS-CS-DATE     PIC X(8).
               10  WS-CS-TIME     PIC X(5).
               10  WS-CS-SEQ      PIC 9(4).
               10  WS-CS-STATE    PIC X(9).
               10  WS-CS-FP       PIC X(10).
               10  WS-CS-MATCHED  PIC X.
               10  WS-CS-SEND     PIC X.
               10  WS-CS-DIDX     PIC 9(4).
       01  WS-CS-CNT          PIC 9(4) VALUE 0.
       01  WS-CS-IDX          PIC 9(4) COMP.
       01  WS-CS-HIT          PIC 9(4) VALUE 0.
       01  WS-CS-SEQ-TXT      PIC X(4).
       01  WS-SEQ-DISPLAY     PIC ZZZ9.

       01  WS-U-IDX           PIC 9(4) COMP.
       01  WS-FILE-SEQ        PIC 9(6) VALUE 0.
       01  WS-ICS-NAME        PIC X(40).
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(60).
       01  WS-NOTE-STAMP      PIC X(17).

      *> Content lines are folded at 75 characters as iCalendar
      *> requires, continuations starting with a single space.
       01  WS-ICS-LINE        PIC X(300).
       01  WS-ICS-LEN         PIC 9(3) COMP.
       01  WS-ICS-POS         PIC 9(3) COMP.
       01  WS-ICS-TAKE        PIC 9(3) COMP.
       01  WS-ESC-IN          PIC X(100).
       01  WS-ESC-OUT         PIC X(200).
       01  WS-ESC-LEN         PIC 9(3) COMP.
       01  WS-ESC-POS         PIC 9(3) COMP.
       01  WS-ESC-OPOS        PIC 9(3) COMP.
       01  WS-ESC-CH          PIC X.

       01  WS-DTSTAMP         PIC X(16).
       01  WS-UTC-SECS        PIC 9(12) COMP.
       01  WS-OFF-SECS        PIC 9(6) COMP.
       01  WS-UTC-DAY         PIC 9(8) COMP.
       01  WS-UTC-REM         PIC 9(6) COMP.
       01  WS-UTC-DATE        PIC 9(8).
       01  WS-UTC-HH          PIC 9(2).
       01  WS-UTC-MI          PIC 9(2).
       01  WS-UTC-SS          PIC 9(2).
       01  WS-END-DATE        PIC 9(8).
       01  WS-END-INT         PIC 9(8) COMP.
       01  WS-END-HH          PIC 9(2).

       01  WS-FILES-COUNT     PIC 9(6) VALUE 0.
       01  WS-SENT-COUNT      PIC 9(6) VALUE 0.
       01  WS-CANCEL-COUNT    PIC 9(6) VALUE 0.
       01  WS-SAME-COUNT      PIC 9(6) VALUE 0.
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

      *> Calendar entries for accepted interviews and event RSVPs,
      *> for the student and for the employer or event poster on
      *> the other side. Each person with something new, changed or
      *> cancelled gets one .ics file in the output directory and a
      *> notification, tied to the file in notifyattach.csv, which
      *> NOTIFY-DISPATCH carries to the mail gateway with the file
      *> attached. Entries dated
      *> before today are left as they were last sent.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - calendar export not started."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 7500-BUILD-DTSTAMP

           PERFORM 1000-LOAD-CLOSED-APPLICATIONS
           PERFORM 1100-LOAD-EVENTS
           PERFORM 1200-LOAD-CAL-SENT
           PERFORM 2000-BUILD-INTERVIEWS
           PERFORM 2500-BUILD-RSVPS
           PERFORM 3000-COMPARE
           PERFORM 4000-WRITE-FILES
           PERFORM 5000-REWRITE-CAL-SENT
           PERFORM 6000-WRITE-REPORT

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-LOAD-CLOSED-APPLICATIONS.
           MOVE 0 TO WS-AX-CNT
           OPEN INPUT Applications
           IF WS-APPL-STAT NOT = "00"
               CLOSE Applications
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO

               IF (WS-APPL-STATUS = "WITHDRAWN"
                   OR WS-APPL-STATUS = "DECLINED")
                   AND WS-AX-CNT < 2000
                   ADD 1 TO WS-AX-CNT
                   MOVE WS-APPL-REQNO TO WS-AX-REQNO(WS-AX-CNT)
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-APPL-USER))
                     TO WS-AX-USER(WS-AX-CNT)
               END-IF
           END-PERFORM

           CLOSE Applications
           .

       1100-LOAD-EVENTS.
           MOVE 0 TO WS-EV-CNT
           OPEN INPUT Events
           IF WS-EVT-STAT NOT = "00"
               CLOSE Events
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Events
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EVT-TITLE WS-EVT-DATE WS-EVT-PLACE
                   WS-EVT-POSTER WS-EVT-DESC
               UNSTRING Event-Rec DELIMITED BY "|"
                   INTO WS-EVT-TITLE WS-EVT-DATE WS-EVT-PLACE
                   WS-EVT-POSTER WS-EVT-DESC

               IF WS-EVT-DATE IS NUMERIC
                   AND WS-EV-CNT < 500
                   ADD 1 TO WS-EV-CNT
                   MOVE WS-EVT-TITLE TO WS-EV-TITLE(WS-EV-CNT)
                   MOVE WS-EVT-DATE TO WS-EV-DATE(WS-EV-CNT)
                   MOVE WS-EVT-PLACE TO WS-EV-PLACE(WS-EV-CNT)
                   MOVE WS-EVT-POSTER TO WS-EV-POSTER(WS-EV-CNT)
                   MOVE WS-EVT-DESC TO WS-EV-DESC(WS-EV-CNT)
                   MOVE 0 TO WS-EV-RSVPS(WS-EV-CNT)
               END-IF
           END-PERFORM

           CLOSE Events
           .

       1200-LOAD-CAL-SENT.
           MOVE 0 TO WS-CS-CNT
           OPEN INPUT CalSent
           IF WS-CS-STAT NOT = "00"
               CLOSE CalSent
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ CalSent
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE
               IF WS-CS-CNT < 3000
                   ADD 1 TO WS-CS-CNT
                   MOVE SPACES TO WS-CS-UID(WS-CS-CNT)
                       WS-CS-USER(WS-CS-CNT) WS-CS-DATE(WS-CS-CNT)
                       WS-CS-TIME(WS-CS-CNT) WS-CS-SEQ-TXT
                       WS-CS-STATE(WS-CS-CNT) WS-CS-FP(WS-CS-CNT)
                   UNSTRING Cs-Rec DELIMITED BY "|"
                       INTO WS-CS-UID(WS-CS-CNT) WS-CS-USER(WS-CS-CNT)
                       WS-CS-DATE(WS-CS-CNT) WS-CS-TIME(WS-CS-CNT)
                       WS-CS-SEQ-TXT WS-CS-STATE(WS-CS-CNT)
                       WS-CS-FP(WS-CS-CNT)
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CS-USER(WS-CS-CNT)))
                     TO WS-CS-UC(WS-CS-CNT)
                   MOVE 0 TO WS-CS-SEQ(WS-CS-CNT)
                   IF FUNCTION TRIM(WS-CS-SEQ-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CS-SEQ-TXT)
                         TO WS-CS-SEQ(WS-CS-CNT)
                   END-IF
                   MOVE "N" TO WS-CS-MATCHED(WS-CS-CNT)
                       WS-CS-SEND(WS-CS-CNT)
                   MOVE 0 TO WS-CS-DIDX(WS-CS-CNT)
               END-IF
           END-PERFORM

           CLOSE CalSent
           .

      *> Every ACCEPTED slot still ahead, for the student and the
      *> employer who offered it. A later acceptance for the same
      *> application is a reschedule and overwrites the earlier one.
       2000-BUILD-INTERVIEWS.
           OPEN INPUT Interviews
           IF WS-INTV-STAT NOT = "00"
               CLOSE Interviews
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Interviews
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-INTV-TITLE WS-INTV-COMPANY
                   WS-INTV-USER WS-INTV-DATE WS-INTV-TIME
                   WS-INTV-STATUS WS-INTV-POSTER WS-INTV-REQNO
               UNSTRING Intv-Rec DELIMITED BY "|"
                   INTO WS-INTV-TITLE WS-INTV-COMPANY WS-INTV-USER
                   WS-INTV-DATE WS-INTV-TIME WS-INTV-STATUS
                   WS-INTV-POSTER WS-INTV-REQNO

               IF FUNCTION TRIM(WS-INTV-STATUS) = "ACCEPTED"
                   AND WS-INTV-DATE IS NUMERIC
                   AND WS-INTV-DATE >= WS-TODAY
                   PERFORM 2100-CHECK-CLOSED
                   IF WS-AX-FOUND = "N"
                       PERFORM 2200-ADD-INTERVIEW
                   END-IF
               END-IF
           END-PERFORM

           CLOSE Interviews
           .

       2100-CHECK-CLOSED.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTV-USER))
             TO WS-USER-UC
           MOVE "N" TO WS-AX-FOUND
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
             UNTIL WS-AX-IDX > WS-AX-CNT
               OR WS-AX-FOUND = "Y"
               IF WS-AX-REQNO(WS-AX-IDX) = WS-INTV-REQNO
                   AND WS-AX-USER(WS-AX-IDX) = WS-USER-UC
                   MOVE "Y" TO WS-AX-FOUND
               END-IF
           END-PERFORM
           .

      *> The applicant is carried in the identifier only as a hash,
      *> so the employer's copy names no one once an account is
      *> erased.
       2200-ADD-INTERVIEW.
           MOVE WS-USER-UC TO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE SPACES TO WS-NEW-UID
           STRING "INTV-"
                  WS-INTV-REQNO
                  "-"
                  WS-HASH-OUT(1:10)
                  "@incollege"
               DELIMITED BY SIZE INTO WS-NEW-UID
           MOVE WS-INTV-DATE TO WS-NEW-DATE
           MOVE WS-INTV-TIME TO WS-NEW-TIME
           MOVE WS-INTV-COMPANY TO WS-NEW-LOCATION

           MOVE WS-INTV-USER TO WS-NEW-USER
           MOVE SPACES TO WS-NEW-SUMMARY WS-NEW-DESC
           STRING "Interview: "
                  FUNCTION TRIM(WS-INTV-TITLE)
                  " at "
                  FUNCTION TRIM(WS-INTV-COMPANY)
               DELIMITED BY SIZE INTO WS-NEW-SUMMARY
           STRING "InCollege interview with "
                  FUNCTION TRIM(WS-INTV-POSTER)
                  " for requisition "
                  WS-INTV-REQNO
               DELIMITED BY SIZE INTO WS-NEW-DESC
           PERFORM 2900-ADD-ENTRY

           MOVE WS-INTV-POSTER TO WS-NEW-USER
           MOVE SPACES TO WS-NEW-SUMMARY WS-NEW-DESC
           STRING "Interview: "
                  FUNCTION TRIM(WS-INTV-USER)
                  " for "
                  FUNCTION TRIM(WS-INTV-TITLE)
               DELIMITED BY SIZE INTO WS-NEW-SUMMARY
           STRING "InCollege interview with "
                  FUNCTION TRIM(WS-INTV-USER)
                  " for requisition "
                  WS-INTV-REQNO
               DELIMITED BY SIZE INTO WS-NEW-DESC
           PERFORM 2900-ADD-ENTRY
           .

      *> Events carry no key but their title and date, the pair
      *> every RSVP is recorded against, so that pair is the
      *> identifier. Each RSVP'd event still ahead goes to the
      *> student, and once to the poster.
       2500-BUILD-RSVPS.
           OPEN INPUT Rsvps
           IF WS-RSVP-STAT NOT = "00"
               CLOSE Rsvps
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Rsvps
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-RSVP-TITLE WS-RSVP-DATE
                   WS-RSVP-USER WS-RSVP-STAMP
               UNSTRING Rsvp-Rec DELIMITED BY "|"
                   INTO WS-RSVP-TITLE WS-RSVP-DATE WS-RSVP-USER
                   WS-RSVP-STAMP

               PERFORM 2600-FIND-EVENT
               IF WS-EV-HIT > 0
                   AND WS-EV-DATE(WS-EV-HIT) >= WS-TODAY
                   AND FUNCTION TRIM(WS-RSVP-USER) NOT = SPACES
                   ADD 1 TO WS-EV-RSVPS(WS-EV-HIT)
                   PERFORM 2700-EVENT-UID
                   MOVE WS-RSVP-USER TO WS-NEW-USER
                   MOVE SPACES TO WS-NEW-DESC
                   MOVE WS-EV-DESC(WS-EV-HIT) TO WS-NEW-DESC
                   PERFORM 2900-ADD-ENTRY
               END-IF
           END-PERFORM

           CLOSE Rsvps

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
             UNTIL WS-EV-IDX > WS-EV-CNT
               IF WS-EV-RSVPS(WS-EV-IDX) > 0
                   AND FUNCTION TRIM(WS-EV-POSTER(WS-EV-IDX))
                     NOT = SPACES
                   MOVE WS-EV-IDX TO WS-EV-HIT
                   PERFORM 2700-EVENT-UID
                   MOVE WS-EV-POSTER(WS-EV-HIT) TO WS-NEW-USER
                   MOVE "Career event you posted on InCollege"
                     TO WS-NEW-DESC
                   PERFORM 2900-ADD-ENTRY
               END-IF
           END-PERFORM
           .

       2600-FIND-EVENT.
           MOVE 0 TO WS-EV-HIT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
             UNTIL WS-EV-IDX > WS-EV-CNT
               OR WS-EV-HIT > 0
               IF FUNCTION TRIM(WS-EV-TITLE(WS-EV-IDX)) =
                       FUNCTION TRIM(WS-RSVP-TITLE)
                   AND WS-EV-DATE(WS-EV-IDX) = WS-RSVP-DATE
                   MOVE WS-EV-IDX TO WS-EV-HIT
               END-IF
           END-PERFORM
           .

       2700-EVENT-UID.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-EV-TITLE(WS-EV-HIT))) TO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE SPACES TO WS-NEW-UID
           STRING "EVT-"
                  WS-EV-DATE(WS-EV-HIT)
                  "-"
                  WS-HASH-OUT(1:10)
                  "@incollege"
               DELIMITED BY SIZE INTO WS-NEW-UID
           MOVE WS-EV-DATE(WS-EV-HIT) TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-TIME
           MOVE WS-EV-TITLE(WS-EV-HIT) TO WS-NEW-SUMMARY
           MOVE WS-EV-PLACE(WS-EV-HIT) TO WS-NEW-LOCATION
           .

      *> Adds or replaces the WS-NEW- entry for its person. The
      *> fingerprint covers what a calendar shows - when, what and
      *> where - so a reworded description alone is not resent.
       2900-ADD-ENTRY.
           IF FUNCTION TRIM(WS-NEW-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-USER))
             TO WS-USER-UC

           MOVE 0 TO WS-CE-HIT
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
             UNTIL WS-CE-IDX > WS-CE-CNT
               OR WS-CE-HIT > 0
               IF WS-CE-UID(WS-CE-IDX) = WS-NEW-UID
                   AND WS-CE-UC(WS-CE-IDX) = WS-USER-UC
                   MOVE WS-CE-IDX TO WS-CE-HIT
               END-IF
           END-PERFORM
           IF WS-CE-HIT = 0
               IF WS-CE-CNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CE-CNT
               MOVE WS-CE-CNT TO WS-CE-HIT
           END-IF

           MOVE WS-NEW-UID TO WS-CE-UID(WS-CE-HIT)
           MOVE WS-NEW-USER TO WS-CE-USER(WS-CE-HIT)
           MOVE WS-USER-UC TO WS-CE-UC(WS-CE-HIT)
           MOVE WS-NEW-DATE TO WS-CE-DATE(WS-CE-HIT)
           MOVE WS-NEW-TIME TO WS-CE-TIME(WS-CE-HIT)
           MOVE WS-NEW-SUMMARY TO WS-CE-SUMMARY(WS-CE-HIT)
           MOVE WS-NEW-LOCATION TO WS-CE-LOCATION(WS-CE-HIT)
           MOVE WS-NEW-DESC TO WS-CE-DESC(WS-CE-HIT)

           MOVE WS-NEW-SUMMARY(1:60) TO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE WS-HASH-OUT(1:10) TO WS-HASH-1
           MOVE WS-NEW-LOCATION TO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE WS-HASH-OUT(1:10) TO WS-HASH-2
           MOVE SPACES TO WS-HASH-IN
           STRING WS-NEW-DATE
                  "|"
                  WS-NEW-TIME
                  "|"
                  WS-HASH-1
                  "|"
                  WS-HASH-2
               DELIMITED BY SIZE INTO WS-HASH-IN
           CALL "PW-HASH" USING WS-HASH-IN WS-HASH-OUT
           MOVE WS-HASH-OUT(1:10) TO WS-CE-FP(WS-CE-HIT)
           .

      *> Each entry against what was last sent to that person.
       3000-COMPARE.
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
             UNTIL WS-CE-IDX > WS-CE-CNT
               MOVE 0 TO WS-CS-HIT
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                 UNTIL WS-CS-IDX > WS-CS-CNT
                   OR WS-CS-HIT > 0
                   IF WS-CS-UID(WS-CS-IDX) = WS-CE-UID(WS-CE-IDX)
                       AND WS-CS-UC(WS-CS-IDX) = WS-CE-UC(WS-CE-IDX)
                       MOVE WS-CS-IDX TO WS-CS-HIT
                   END-IF
               END-PERFORM

               IF WS-CS-HIT = 0
                   IF WS-CS-CNT < 3000
                       ADD 1 TO WS-CS-CNT
                       MOVE WS-CS-CNT TO WS-CS-HIT
                       MOVE WS-CE-UID(WS-CE-IDX) TO WS-CS-UID(WS-CS-HIT)
                       MOVE WS-CE-USER(WS-CE-IDX)
                         TO WS-CS-USER(WS-CS-HIT)
                       MOVE WS-CE-UC(WS-CE-IDX) TO WS-CS-UC(WS-CS-HIT)
                       MOVE 0 TO WS-CS-SEQ(WS-CS-HIT)
                       MOVE "Y" TO WS-CS-SEND(WS-CS-HIT)
                   END-IF
               ELSE
                   IF WS-CS-STATE(WS-CS-HIT) NOT = "ACTIVE"
                       OR WS-CS-FP(WS-CS-HIT) NOT = WS-CE-FP(WS-CE-IDX)
                       ADD 1 TO WS-CS-SEQ(WS-CS-HIT)
                       MOVE "Y" TO WS-CS-SEND(WS-CS-HIT)
                   ELSE
                       ADD 1 TO WS-SAME-COUNT
                   END-IF
               END-IF

               IF WS-CS-HIT > 0
                   MOVE "Y" TO WS-CS-MATCHED(WS-CS-HIT)
                   MOVE WS-CE-IDX TO WS-CS-DIDX(WS-CS-HIT)
                   MOVE WS-CE-DATE(WS-CE-IDX) TO WS-CS-DATE(WS-CS-HIT)
                   MOVE WS-CE-TIME(WS-CE-IDX) TO WS-CS-TIME(WS-CS-HIT)
                   MOVE "ACTIVE" TO WS-CS-STATE(WS-CS-HIT)
                   MOVE WS-CE-FP(WS-CE-IDX) TO WS-CS-FP(WS-CS-HIT)
                   IF WS-CS-SEND(WS-CS-HIT) = "Y"
                       ADD 1 TO WS-SENT-COUNT
                   END-IF
               END-IF
           END-PERFORM

      *> Sent before and no longer booked - the interview was moved
      *> off, the application closed, or the event is gone - while
      *> the date is still ahead: the phone is told to drop it.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-CNT
               IF WS-CS-MATCHED(WS-CS-IDX) = "N"
                   AND WS-CS-STATE(WS-CS-IDX) = "ACTIVE"
                   AND WS-CS-DATE(WS-CS-IDX) >= WS-TODAY
                   ADD 1 TO WS-CS-SEQ(WS-CS-IDX)
                   MOVE "CANCELLED" TO WS-CS-STATE(WS-CS-IDX)
                   MOVE "Y" TO WS-CS-SEND(WS-CS-IDX)
                   MOVE 0 TO WS-CS-DIDX(WS-CS-IDX)
                   ADD 1 TO WS-CANCEL-COUNT
               END-IF
           END-PERFORM
           .

      *> One file per person with anything to send, named by run
      *> time and sequence so a second run before the gateway
      *> collects cannot overwrite the first.
       4000-WRITE-FILES.
           PERFORM VARYING WS-U-IDX FROM 1 BY 1
             UNTIL WS-U-IDX > WS-CS-CNT
               IF WS-CS-SEND(WS-U-IDX) = "Y"
                   PERFORM 4100-WRITE-ONE-FILE
               END-IF
           END-PERFORM
           .

       4100-WRITE-ONE-FILE.
           ADD 1 TO WS-FILE-SEQ
           MOVE SPACES TO WS-ICS-NAME
           STRING "cal_"
                  WS-TIMESTAMP(1:14)
                  "_"
                  WS-FILE-SEQ
                  ".ics"
               DELIMITED BY SIZE INTO WS-ICS-NAME
           MOVE SPACES TO WS-P-ICS-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/"
                  FUNCTION TRIM(WS-ICS-NAME)
               DELIMITED BY SIZE INTO WS-P-ICS-FILE

           OPEN OUTPUT IcsFile
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           MOVE "PRODID:-//InCollege//Calendar Export//EN"
             TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE

      *> Every entry for this person goes in the one file; the send
      *> flag is cleared as each is written.
           PERFORM VARYING WS-CS-IDX FROM WS-U-IDX BY 1
             UNTIL WS-CS-IDX > WS-CS-CNT
               IF WS-CS-SEND(WS-CS-IDX) = "Y"
                   AND WS-CS-UC(WS-CS-IDX) = WS-CS-UC(WS-U-IDX)
                   PERFORM 4200-WRITE-EVENT
                   MOVE "W" TO WS-CS-SEND(WS-CS-IDX)
               END-IF
           END-PERFORM

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           CLOSE IcsFile
           ADD 1 TO WS-FILES-COUNT

      *> The notice itself is written for the person reading it;
      *> the file it goes out with is named in notifyattach.csv
      *> against the notice (see NOTIFY-DISPATCH).
           MOVE WS-CS-USER(WS-U-IDX) TO WS-NOTE-USER
           MOVE "Your interview and event calendar has been updated."
             TO WS-NOTE-MSG
           PERFORM 4500-APPEND-NOTIFICATION
           PERFORM 4600-APPEND-ATTACHMENT
           .

       4200-WRITE-EVENT.
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE

           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" FUNCTION TRIM(WS-CS-UID(WS-CS-IDX))
               DELIMITED BY SIZE INTO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE

           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-DTSTAMP
               DELIMITED BY SIZE INTO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE

           MOVE WS-CS-SEQ(WS-CS-IDX) TO WS-SEQ-DISPLAY
           MOVE SPACES TO WS-ICS-LINE
           STRING "SEQUENCE:" FUNCTION TRIM(WS-SEQ-DISPLAY)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE

           PERFORM 4300-WRITE-WHEN

           IF WS-CS-STATE(WS-CS-IDX) = "CANCELLED"
               MOVE "STATUS:CANCELLED" TO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE
           ELSE
               MOVE WS-CS-DIDX(WS-CS-IDX) TO WS-CE-IDX

               MOVE WS-CE-SUMMARY(WS-CE-IDX) TO WS-ESC-IN
               PERFORM 7100-ESCAPE-TEXT
               MOVE SPACES TO WS-ICS-LINE
               STRING "SUMMARY:" FUNCTION TRIM(WS-ESC-OUT)
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE

               IF WS-CE-LOCATION(WS-CE-IDX) NOT = SPACES
                   MOVE WS-CE-LOCATION(WS-CE-IDX) TO WS-ESC-IN
                   PERFORM 7100-ESCAPE-TEXT
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "LOCATION:" FUNCTION TRIM(WS-ESC-OUT)
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   PERFORM 7000-WRITE-LINE
               END-IF

               IF WS-CE-DESC(WS-CE-IDX) NOT = SPACES
                   MOVE WS-CE-DESC(WS-CE-IDX) TO WS-ESC-IN
                   PERFORM 7100-ESCAPE-TEXT
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "DESCRIPTION:" FUNCTION TRIM(WS-ESC-OUT)
                       DELIMITED BY SIZE INTO WS-ICS-LINE
                   PERFORM 7000-WRITE-LINE
               END-IF

               MOVE "STATUS:CONFIRMED" TO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE
           END-IF

           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM 7000-WRITE-LINE
           .

      *> Interviews run an hour from the booked HH:MM in the
      *> campus's local time; events, and any slot whose time was
      *> not typed as HH:MM, are all-day entries.
       4300-WRITE-WHEN.
           IF WS-CS-TIME(WS-CS-IDX)(1:2) IS NUMERIC
               AND WS-CS-TIME(WS-CS-IDX)(3:1) = ":"
               AND WS-CS-TIME(WS-CS-IDX)(4:2) IS NUMERIC
               AND WS-CS-TIME(WS-CS-IDX)(1:2) < "24"
               AND WS-CS-TIME(WS-CS-IDX)(4:2) < "60"
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTSTART:"
                      WS-CS-DATE(WS-CS-IDX)
                      "T"
                      WS-CS-TIME(WS-CS-IDX)(1:2)
                      WS-CS-TIME(WS-CS-IDX)(4:2)
                      "00"
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE

               MOVE WS-CS-DATE(WS-CS-IDX) TO WS-END-DATE
               COMPUTE WS-END-HH =
                   FUNCTION NUMVAL(WS-CS-TIME(WS-CS-IDX)(1:2)) + 1
               IF WS-END-HH > 23
                   MOVE 0 TO WS-END-HH
                   COMPUTE WS-END-INT =
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT)
                     TO WS-END-DATE
               END-IF
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND:"
                      WS-END-DATE
                      "T"
                      WS-END-HH
                      WS-CS-TIME(WS-CS-IDX)(4:2)
                      "00"
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE
           ELSE
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTSTART;VALUE=DATE:"
                      WS-CS-DATE(WS-CS-IDX)
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE

               MOVE WS-CS-DATE(WS-CS-IDX) TO WS-END-DATE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT)
                 TO WS-END-DATE
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND;VALUE=DATE:"
                      WS-END-DATE
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               PERFORM 7000-WRITE-LINE
           END-IF
           .

       4500-APPEND-NOTIFICATION.
           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           MOVE SPACES TO WS-NOTE-STAMP
           STRING WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-NOTE-STAMP

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
                  "|"
                  WS-NOTE-STAMP
                  "|"
                  "N"
                  "|"
                  "N"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Notify-Rec
           WRITE Notify-Rec
           CLOSE Notifications
           .

      *> One row per notice that has a file to go with it:
      *> user|stamp|file|message, with the user, stamp and text
      *> exactly as on the notice so the dispatch can find it.
       4600-APPEND-ATTACHMENT.
           OPEN EXTEND NotifyAttach
           IF WS-NA-STAT NOT = "00"
               OPEN OUTPUT NotifyAttach
               CLOSE NotifyAttach
               OPEN EXTEND NotifyAttach
           END-IF

           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-NOTE-USER)
                  "|"
                  WS-NOTE-STAMP
                  "|"
                  FUNCTION TRIM(WS-ICS-NAME)
                  "|"
                  FUNCTION TRIM(WS-NOTE-MSG)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO NotifyAttach-Rec
           WRITE NotifyAttach-Rec
           CLOSE NotifyAttach
           .

       5000-REWRITE-CAL-SENT.
           OPEN OUTPUT NewCalSent
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-CNT
               MOVE WS-CS-SEQ(WS-CS-IDX) TO WS-SEQ-DISPLAY
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(WS-CS-UID(WS-CS-IDX))
                      "|"
                      FUNCTION TRIM(WS-CS-USER(WS-CS-IDX))
                      "|"
                      WS-CS-DATE(WS-CS-IDX)
                      "|"
                      WS-CS-TIME(WS-CS-IDX)
                      "|"
                      FUNCTION TRIM(WS-SEQ-DISPLAY)
                      "|"
                      FUNCTION TRIM(WS-CS-STATE(WS-CS-IDX))
                      "|"
                      WS-CS-FP(WS-CS-IDX)
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO New-Rec
               WRITE New-Rec
               ADD 1 TO WS-LDG-AFTER
           END-PERFORM
           CLOSE NewCalSent

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-CALSENT-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-CALSENT-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "calsent.csv" TO WS-LDG-FILE
           MOVE "CALENDAR EXPORT" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

       6000-WRITE-REPORT.
           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-OUT
           STRING "Calendar export - " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           MOVE SPACES TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CE-CNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Entries booked      : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-SENT-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "New or changed sent : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-CANCEL-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Cancellations sent  : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-SAME-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Unchanged, not sent : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-FILES-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Calendar files      : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           CLOSE ReportOut
           .

       7000-WRITE-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-LINE TRAILING))
             TO WS-ICS-LEN
           IF WS-ICS-LEN <= 75
               MOVE WS-ICS-LINE(1:75) TO Ics-Rec
               WRITE Ics-Rec
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ICS-LINE(1:75) TO Ics-Rec
           WRITE Ics-Rec
           MOVE 76 TO WS-ICS-POS
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               COMPUTE WS-ICS-TAKE = WS-ICS-LEN - WS-ICS-POS + 1
               IF WS-ICS-TAKE > 74
                   MOVE 74 TO WS-ICS-TAKE
               END-IF
               MOVE SPACES TO Ics-Rec
               MOVE WS-ICS-LINE(WS-ICS-POS:WS-ICS-TAKE)
                 TO Ics-Rec(2:WS-ICS-TAKE)
               WRITE Ics-Rec
               ADD WS-ICS-TAKE TO WS-ICS-POS
           END-PERFORM
           .

      *> Commas, semicolons and backslashes are escaped in text
      *> values.
       7100-ESCAPE-TEXT.
           MOVE SPACES TO WS-ESC-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
             TO WS-ESC-LEN
           MOVE 1 TO WS-ESC-OPOS
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
             UNTIL WS-ESC-POS > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-POS:1) TO WS-ESC-CH
               IF WS-ESC-CH = "," OR WS-ESC-CH = ";"
                   OR WS-ESC-CH = "\"
                   MOVE "\" TO WS-ESC-OUT(WS-ESC-OPOS:1)
                   ADD 1 TO WS-ESC-OPOS
               END-IF
               MOVE WS-ESC-CH TO WS-ESC-OUT(WS-ESC-OPOS:1)
               ADD 1 TO WS-ESC-OPOS
           END-PERFORM
           .

      *> DTSTAMP is stated in UTC, taken back from the local clock
      *> by the offset CURRENT-DATE reports.
       7500-BUILD-DTSTAMP.
           COMPUTE WS-UTC-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TIMESTAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(13:2))
           MOVE 0 TO WS-OFF-SECS
           IF WS-TIMESTAMP(18:4) IS NUMERIC
               COMPUTE WS-OFF-SECS =
                   FUNCTION NUMVAL(WS-TIMESTAMP(18:2)) * 3600
                   + FUNCTION NUMVAL(WS-TIMESTAMP(20:2)) * 60
           END-IF
           IF WS-TIMESTAMP(17:1) = "-"
               ADD WS-OFF-SECS TO WS-UTC-SECS
           ELSE
               SUBTRACT WS-OFF-SECS FROM WS-UTC-SECS
           END-IF

           DIVIDE WS-UTC-SECS BY 86400 GIVING WS-UTC-DAY
               REMAINDER WS-UTC-REM
           MOVE FUNCTION DATE-OF-INTEGER(WS-UTC-DAY) TO WS-UTC-DATE
           DIVIDE WS-UTC-REM BY 3600 GIVING WS-UTC-HH
               REMAINDER WS-UTC-REM
           DIVIDE WS-UTC-REM BY 60 GIVING WS-UTC-MI
               REMAINDER WS-UTC-SS
           MOVE SPACES TO WS-DTSTAMP
           STRING WS-UTC-DATE
                  "T"
                  WS-UTC-HH
                  WS-UTC-MI
                  WS-UTC-SS
                  "Z"
               DELIMITED BY SIZE INTO WS-DTSTAMP
           .


       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-INTERVIEWS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/interviews.csv"
               DELIMITED BY SIZE INTO WS-P-INTERVIEWS-CSV
           MOVE SPACES TO WS-P-APPLICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/applications.csv"
               DELIMITED BY SIZE INTO WS-P-APPLICATIONS-CSV
           MOVE SPACES TO WS-P-EVENTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/events.csv"
               DELIMITED BY SIZE INTO WS-P-EVENTS-CSV
           MOVE SPACES TO WS-P-RSVPS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/rsvps.csv"
               DELIMITED BY SIZE INTO WS-P-RSVPS-CSV
           MOVE SPACES TO WS-P-CALSENT-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/calsent.csv"
               DELIMITED BY SIZE INTO WS-P-CALSENT-CSV
           MOVE SPACES TO WS-P-CALSENT-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/calsent.csv.new"
               DELIMITED BY SIZE INTO WS-P-CALSENT-CSV-NEW
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-NOTIFYATTACH-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifyattach.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFYATTACH-CSV
           MOVE SPACES TO WS-P-CAL-EXPORT-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/cal_export.txt"
               DELIMITED BY SIZE INTO WS-P-CAL-EXPORT-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM CAL-EXPORT.
