       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFER-STATUS-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Offers ASSIGN TO WS-P-OFFERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-STAT.
           SELECT NewOffers
               ASSIGN TO WS-P-OFFERS-CSV-NEW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Offers.
       01  Ofr-Rec            PIC X(256).

       FD  NewOffers.
       01  New-Rec            PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-ENV-SET         PIC X VALUE "N".
       01  WS-DB-DIR          PIC X(60).
       01  WS-IN-DIR          PIC X(60).
       01  WS-OUT-DIR         PIC X(60).
       01  WS-P-OFFERS-CSV    PIC X(120).
       01  WS-P-OFFERS-CSV-NEW PIC X(120).

       01  WS-OFR-STAT        PIC XX VALUE "00".
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
       01  WS-TARGET-UC       PIC X(30).
       01  WS-OUT             PIC X(256).
       01  WS-CMD             PIC X(200).
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-UPDATED         PIC X VALUE "N".

      *> Control totals for the rewrite, appended to the ledger
      *> by LEDGER-WRITE once the new file is in place.
       01  WS-LDG-FILE        PIC X(30).
       01  WS-LDG-BEFORE      PIC 9(6) VALUE 0.
       01  WS-LDG-AFTER       PIC 9(6) VALUE 0.
       01  WS-LDG-REASON      PIC X(20).

       LINKAGE SECTION.
       01  L-REQNO            PIC X(7).
       01  L-APPLICANT        PIC X(30).
       01  L-NEWSTATUS        PIC X(10).
       01  L-STATUS           PIC X.

      *> Settles the applicant's OPEN offer on a requisition as
      *> ACCEPTED or DECLINED, stamping the decision date on the
      *> row. Only an OPEN offer can be answered; returns N when
      *> there is none.
       PROCEDURE DIVISION USING L-REQNO L-APPLICANT L-NEWSTATUS
           L-STATUS.
           PERFORM 9900-RESOLVE-PATHS
           MOVE 0 TO WS-LDG-BEFORE WS-LDG-AFTER

           MOVE "N" TO L-STATUS
           MOVE "N" TO WS-UPDATED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-APPLICANT))
             TO WS-TARGET-UC
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN OUTPUT NewOffers

           OPEN INPUT Offers
           IF WS-OFR-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Offers
                   AT END
                       EXIT PERFORM
               END-READ

               ADD 1 TO WS-LDG-BEFORE

               MOVE SPACES TO WS-OFR-REQNO WS-OFR-TITLE
                   WS-OFR-COMPANY WS-OFR-USER WS-OFR-EMPLOYER
                   WS-OFR-START WS-OFR-PAY WS-OFR-RESPOND
                   WS-OFR-STATUS WS-OFR-MADE
               UNSTRING Ofr-Rec DELIMITED BY "|"
                   INTO WS-OFR-REQNO WS-OFR-TITLE WS-OFR-COMPANY
                   WS-OFR-USER WS-OFR-EMPLOYER WS-OFR-START
                   WS-OFR-PAY WS-OFR-RESPOND WS-OFR-STATUS
                   WS-OFR-MADE

               IF WS-UPDATED = "N"
                   AND L-REQNO NOT = SPACES
                   AND WS-OFR-REQNO = L-REQNO
                   AND FUNCTION TRIM(WS-OFR-STATUS) = "OPEN"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-USER))
                     = WS-TARGET-UC
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
                          FUNCTION TRIM(L-NEWSTATUS)
                          "|"
                          WS-OFR-MADE
                          "|"
                          WS-TIMESTAMP(1:8)
                       DELIMITED BY SIZE INTO WS-OUT
                   MOVE WS-OUT TO New-Rec
                   MOVE "Y" TO WS-UPDATED
               ELSE
                   MOVE Ofr-Rec TO New-Rec
               END-IF
               WRITE New-Rec
               ADD 1 TO WS-LDG-AFTER
           END-PERFORM
           CLOSE Offers
           END-IF

           CLOSE NewOffers

           MOVE SPACES TO WS-CMD
           STRING "mv "
                  FUNCTION TRIM(WS-P-OFFERS-CSV-NEW)
                  " "
                  FUNCTION TRIM(WS-P-OFFERS-CSV)
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "offers.csv" TO WS-LDG-FILE
           MOVE "OFFER ANSWERED" TO WS-LDG-REASON
           CALL "LEDGER-WRITE" USING WS-LDG-FILE
               WS-LDG-BEFORE WS-LDG-AFTER WS-LDG-REASON

           MOVE WS-UPDATED TO L-STATUS
           GOBACK.

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
           MOVE "Y" TO WS-ENV-SET
           .

       END PROGRAM OFFER-STATUS-SET.
