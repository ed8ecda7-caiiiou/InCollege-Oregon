       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFER-EXPIRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Offers ASSIGN TO WS-P-OFFERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-STAT.
           SELECT NewOffers ASSIGN TO WS-P-OFFERS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Hires ASSIGN TO WS-P-HIRES-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIRE-STAT.
           SELECT Notifications ASSIGN TO WS-P-NOTIFICATIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STAT.
           SELECT ReportOut ASSIGN TO WS-P-OFFER-EXPIRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Offers.
       01  Ofr-Rec            PIC X(256).

       FD  NewOffers.
       01  New-Rec            PIC X(256).

       FD  Hires.
       01  Hire-Rec           PIC X(256).

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
       01  WS-P-OFFERS-CSV    PIC X(120).
       01  WS-P-OFFERS-CSV-NEW PIC X(120).
       01  WS-P-HIRES-CSV     PIC X(120).
       01  WS-P-NOTIFICATIONS-CSV PIC X(120).
       01  WS-P-OFFER-EXPIRE-TXT PIC X(120).

       01  WS-OFR-STAT        PIC XX VALUE "00".
       01  WS-HIRE-STAT       PIC XX VALUE "00".
       01  WS-NOTIFY-STAT     PIC XX VALUE "00".

       01  WS-OFR-REQNO       PIC X(7).
       01  WS-OFR-TITLE       PIC X(60).
       01  WS-OFR-COMPANY     PIC X(60).
       01  WS-OFR-USER        PIC X(30).
       01  WS-OFR-EMPLOYER    PIC X(30).
       01  WS-OFR-START       PIC X(8).
       01  WS-OFR-PAY         PIC X(20).
       01  WS-OFR-RESPOND     PIC X(8).
       01  WS-OFR-STATUS      PIC X(10).
       01  WS-OFR-MADE        PIC X(8).
       01  WS-OFR-DECIDED     PIC X(8).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-TODAY           PIC X(8).
       01  WS-RUNLOCK-ACTION  PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED PIC X VALUE "N".

      *> Offers lapsed on this run, held until offers.csv is back
      *> in place so their applications can be settled and both
      *> parties told.
       01  WS-LP-TABLE.
           05  WS-LP-ENTRY    OCCURS 500 TIMES.
               10  WS-LP-REQNO    PIC X(7).
               10  WS-LP-TITLE    PIC X(60).
               10  WS-LP-USER     PIC X(30).
               10  WS-LP-EMPLOYER PIC X(30).
               10  WS-LP-RESPOND  PIC X(8).
       01  WS-LP-IDX          PIC 9(4) COMP.
       01  WS-APPL-NEWSTAT    PIC X(10) VALUE "LAPSED".
       01  WS-APPL-CHANGEDBY  PIC X(30) VALUE "OFFER-EXPIRE".
       01  WS-APPL-UPD        PIC X VALUE "N".
       01  WS-NOTE-USER       PIC X(30).
       01  WS-NOTE-MSG        PIC X(100).

       01  WS-KEPT-COUNT      PIC 9(6) VALUE 0.
       01  WS-LAPSED-COUNT    PIC 9(6) VALUE 0.
       01  WS-HIRED-COUNT     PIC 9(6) VALUE 0.
       01  WS-DEFERRED-COUNT  PIC 9(6) VALUE 0.
       01  WS-NOAPPL-COUNT    PIC 9(6) VALUE 0.

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).
       01  WS-DISPLAY-NUM     PIC ZZZZZ9.

      *> End-of-day pass over offers.csv. An OPEN offer whose
      *> respond-by date has gone by is LAPSED: the row is stamped,
      *> the application moves to LAPSED (and so into applhistory),
      *> and the student and the employer are both notified. An
      *> ACCEPTED offer is a confirmed hire: it is copied to
      *> hires.csv, which PLACEMENT-REPORT counts, and the offer is
      *> marked CONFIRMED so it is fed exactly once. Rows with an
      *> unreadable respond-by date are kept as they are.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9900-RESOLVE-PATHS

           MOVE "A" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           IF WS-RUNLOCK-GRANTED NOT = "Y"
               DISPLAY "Another InCollege run or batch utility is"
               DISPLAY "active - offer expiry not run."
               GOBACK
           END-IF

           CALL "DB-BACKUP"

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY

           OPEN OUTPUT ReportOut
           MOVE SPACES TO WS-OUT
           STRING "Job offer expiry - " WS-TODAY
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           PERFORM 1000-SWEEP-OFFERS
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
             UNTIL WS-LP-IDX > WS-LAPSED-COUNT
               PERFORM 2000-SETTLE-LAPSED
           END-PERFORM
           PERFORM 3000-WRITE-SUMMARY

           CLOSE ReportOut

           MOVE "R" TO WS-RUNLOCK-ACTION
           CALL "RUN-LOCK" USING WS-RUNLOCK-ACTION WS-RUNLOCK-GRANTED
           GOBACK.

       1000-SWEEP-OFFERS.
           OPEN INPUT Offers
           IF WS-OFR-STAT NOT = "00"
               CLOSE Offers
               MOVE "No offers file on hand - nothing to expire."
                 TO Report-Rec
               WRITE Report-Rec
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NewOffers

           OPEN EXTEND Hires
           IF WS-HIRE-STAT NOT = "00"
               OPEN OUTPUT Hires
               CLOSE Hires
               OPEN EXTEND Hires
           END-IF

           PERFORM UNTIL 1 = 2
               READ Offers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-OFR-REQNO WS-OFR-TITLE
                   WS-OFR-COMPANY WS-OFR-USER WS-OFR-EMPLOYER
                   WS-OFR-START WS-OFR-PAY WS-OFR-RESPOND
                   WS-OFR-STATUS WS-OFR-MADE WS-OFR-DECIDED
               UNSTRING Ofr-Rec DELIMITED BY "|"
                   INTO WS-OFR-REQNO WS-OFR-TITLE WS-OFR-COMPANY
                   WS-OFR-USER WS-OFR-EMPLOYER WS-OFR-START
                   WS-OFR-PAY WS-OFR-RESPOND WS-OFR-STATUS
                   WS-OFR-MADE WS-OFR-DECIDED

               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-OFR-STATUS) = "OPEN"
                       AND WS-OFR-RESPOND IS NUMERIC
                       AND WS-OFR-RESPOND < WS-TODAY
                       PERFORM 1100-LAPSE-ONE-OFFER
                   WHEN FUNCTION TRIM(WS-OFR-STATUS) = "ACCEPTED"
                       PERFORM 1200-CONFIRM-ONE-HIRE
                   WHEN OTHER
                       MOVE Ofr-Rec TO New-Rec
                       WRITE New-Rec
                       ADD 1 TO WS-KEPT-COUNT
               END-EVALUATE
           END-PERFORM

           CLOSE Offers
           CLOSE NewOffers
           CLOSE Hires

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-OFFERS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-OFFERS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "offers.csv" TO WS-LDG-FILE
           MOVE "OFFER EXPIRE" TO WS-LDG-REASON
           COMPUTE WS-LDG-BEFORE = WS-KEPT-COUNT
               + WS-LAPSED-COUNT + WS-HIRED-COUNT
           MOVE WS-LDG-BEFORE TO WS-LDG-AFTER
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON
           .

      *> A full lapse table leaves the offer OPEN for the next run
      *> rather than lapsing it with nobody told.
       1100-LAPSE-ONE-OFFER.
           IF WS-LAPSED-COUNT >= 500
               MOVE Ofr-Rec TO New-Rec
               WRITE New-Rec
               ADD 1 TO WS-KEPT-COUNT
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "LAPSED" TO WS-OFR-STATUS
           MOVE WS-TODAY TO WS-OFR-DECIDED
           PERFORM 1300-WRITE-OFFER-ROW

           ADD 1 TO WS-LAPSED-COUNT
           MOVE WS-OFR-REQNO TO WS-LP-REQNO(WS-LAPSED-COUNT)
           MOVE WS-OFR-TITLE TO WS-LP-TITLE(WS-LAPSED-COUNT)
           MOVE WS-OFR-USER TO WS-LP-USER(WS-LAPSED-COUNT)
           MOVE WS-OFR-EMPLOYER TO WS-LP-EMPLOYER(WS-LAPSED-COUNT)
           MOVE WS-OFR-RESPOND TO WS-LP-RESPOND(WS-LAPSED-COUNT)

           MOVE SPACES TO WS-OUT
           STRING "Lapsed "
                  FUNCTION TRIM(WS-OFR-TITLE)
                  " at "
                  FUNCTION TRIM(WS-OFR-COMPANY)
                  " for "
                  FUNCTION TRIM(WS-OFR-USER)
                  " (respond by " WS-OFR-RESPOND ")"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       1200-CONFIRM-ONE-HIRE.
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(WS-OFR-USER)
                  "|"
                  FUNCTION TRIM(WS-OFR-TITLE)
                  "|"
                  FUNCTION TRIM(WS-OFR-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-OFR-EMPLOYER)
                  "|"
                  WS-OFR-REQNO
                  "|"
                  WS-OFR-START
                  "|"
                  FUNCTION TRIM(WS-OFR-PAY)
                  "|"
                  WS-OFR-DECIDED
                  "|"
                  WS-TODAY
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Hire-Rec
           WRITE Hire-Rec

           MOVE "CONFIRMED" TO WS-OFR-STATUS
           PERFORM 1300-WRITE-OFFER-ROW
           ADD 1 TO WS-HIRED-COUNT

           MOVE SPACES TO WS-OUT
           STRING "Confirmed hire "
                  FUNCTION TRIM(WS-OFR-USER)
                  " - "
                  FUNCTION TRIM(WS-OFR-TITLE)
                  " at "
                  FUNCTION TRIM(WS-OFR-COMPANY)
                  " (starts " WS-OFR-START ")"
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec
           .

       1300-WRITE-OFFER-ROW.
           MOVE SPACES TO WS-OUT
           STRING WS-OFR-REQNO
                  "|"
                  FUNCTION TRIM(WS-OFR-TITLE)
                  "|"
                  FUNCTION TRIM(WS-OFR-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-OFR-USER)
                  "|"
                  FUNCTION TRIM(WS-OFR-EMPLOYER)
                  "|"
                  WS-OFR-START
                  "|"
                  FUNCTION TRIM(WS-OFR-PAY)
                  "|"
                  WS-OFR-RESPOND
                  "|"
                  FUNCTION TRIM(WS-OFR-STATUS)
                  "|"
                  WS-OFR-MADE
                  "|"
                  WS-OFR-DECIDED
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO New-Rec
           WRITE New-Rec
           .

      *> A withdrawn application keeps its WITHDRAWN status -
      *> APPL-STATUS-UPDATE refuses it - but both parties still
      *> hear that the offer has gone.
       2000-SETTLE-LAPSED.
           MOVE "N" TO WS-APPL-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-LP-REQNO(WS-LP-IDX)
               WS-LP-USER(WS-LP-IDX) WS-APPL-NEWSTAT
               WS-APPL-CHANGEDBY WS-APPL-UPD
           IF WS-APPL-UPD NOT = "Y"
               ADD 1 TO WS-NOAPPL-COUNT
           END-IF

           MOVE WS-LP-USER(WS-LP-IDX) TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "Your job offer for "
                  FUNCTION TRIM(WS-LP-TITLE(WS-LP-IDX))
                  " lapsed unanswered"
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 2100-APPEND-NOTIFICATION

           MOVE WS-LP-EMPLOYER(WS-LP-IDX) TO WS-NOTE-USER
           MOVE SPACES TO WS-NOTE-MSG
           STRING "Offer to "
                  FUNCTION TRIM(WS-LP-USER(WS-LP-IDX))
                  " for "
                  FUNCTION TRIM(WS-LP-TITLE(WS-LP-IDX))
                  " lapsed"
               DELIMITED BY SIZE INTO WS-NOTE-MSG
           PERFORM 2100-APPEND-NOTIFICATION
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

           MOVE WS-LAPSED-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Offers lapsed          : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-HIRED-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Hires confirmed        : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           MOVE WS-KEPT-COUNT TO WS-DISPLAY-NUM
           MOVE SPACES TO WS-OUT
           STRING "Offer rows unchanged   : " WS-DISPLAY-NUM
               DELIMITED BY SIZE INTO WS-OUT
           MOVE WS-OUT TO Report-Rec
           WRITE Report-Rec

           IF WS-NOAPPL-COUNT > 0
               MOVE WS-NOAPPL-COUNT TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "Lapsed, application not updated : "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF

           IF WS-DEFERRED-COUNT > 0
               MOVE WS-DEFERRED-COUNT TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-OUT
               STRING "Past deadline, left for next run : "
                      WS-DISPLAY-NUM
                   DELIMITED BY SIZE INTO WS-OUT
               MOVE WS-OUT TO Report-Rec
               WRITE Report-Rec
           END-IF
           .

       9900-RESOLVE-PATHS.
           IF WS-ENV-SET = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "ENV-CONTROL" USING WS-DB-DIR WS-IN-DIR
               WS-OUT-DIR
           MOVE SPACES TO WS-P-OFFERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/offers.csv"
               DELIMITED BY SIZE INTO WS-P-OFFERS-CSV
           MOVE SPACES TO WS-P-OFFERS-CSV-NEW
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/offers.csv.new"
               DELIMITED BY SIZE INTO WS-P-OFFERS-CSV-NEW
           MOVE SPACES TO WS-P-HIRES-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/hires.csv"
               DELIMITED BY SIZE INTO WS-P-HIRES-CSV
           MOVE SPACES TO WS-P-NOTIFICATIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/notifications.csv"
               DELIMITED BY SIZE INTO WS-P-NOTIFICATIONS-CSV
           MOVE SPACES TO WS-P-OFFER-EXPIRE-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/offer_expire.txt"
               DELIMITED BY SIZE INTO WS-P-OFFER-EXPIRE-TXT
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM OFFER-EXPIRE.
