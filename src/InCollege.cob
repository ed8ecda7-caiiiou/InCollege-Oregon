               ASSIGN TO WS-P-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STAT.
           SELECT AuditTail
               ASSIGN TO WS-P-AUDIT-TAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATAIL-STAT.
           SELECT Connections
               ASSIGN TO WS-P-CONNECTIONS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-P-MSGCAT-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STAT.
           SELECT AbuseReports
               ASSIGN TO WS-P-REPORTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT SavedJobs
               ASSIGN TO WS-P-SAVEDJOBS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SV-STAT.
           SELECT CompanyMembers
               ASSIGN TO WS-P-COMPANYMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STAT.
           SELECT Tickets
               ASSIGN TO WS-P-TICKETS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKT-STAT.
           SELECT Reviews
               ASSIGN TO WS-P-REVIEWS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STAT.
           SELECT Referrals
               ASSIGN TO WS-P-REFERRALS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STAT.
           SELECT Groups
               ASSIGN TO WS-P-GROUPS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STAT.
           SELECT GroupMembers
               ASSIGN TO WS-P-GROUPMEMBERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STAT.
           SELECT GroupPosts
               ASSIGN TO WS-P-GROUPPOSTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STAT.
           SELECT Shortlist
               ASSIGN TO WS-P-SHORTLIST-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORT-STAT.
           SELECT Offers
               ASSIGN TO WS-P-OFFERS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-STAT.
           SELECT AppSnapshots
               ASSIGN TO WS-P-APPSNAPSHOTS-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditLog.
       01  Audit-Rec              PIC X(256).

       FD  AuditTail.
       01  Atail-Rec              PIC X(80).

       FD  Connections.
       01  Conn-Rec               PIC X(256).

       FD  Jobs.
       01  Job-Rec                PIC X(350).

       FD  Checkpoint.
       01  Checkpoint-Rec         PIC X(160).
       01  Quota-Rec              PIC X(80).

       FD  JobsHistory.
       01  JHist-Rec              PIC X(359).

       FD  EmpApproval.
       01  Emp-Rec                PIC X(80).
       FD  MsgCatalog.
       01  MsgCat-Rec             PIC X(256).

       FD  AbuseReports.
       01  Rpt-Rec                PIC X(256).

       FD  SavedJobs.
       01  Sv-Rec                 PIC X(256).

       FD  CompanyMembers.
       01  CoMem-Rec              PIC X(256).

       FD  Tickets.
       01  Tkt-Rec                PIC X(300).

       FD  Reviews.
       01  Rev-Rec                PIC X(256).

       FD  Referrals.
       01  Ref-Rec                PIC X(256).

       FD  Groups.
       01  Grp-Rec                PIC X(256).

       FD  GroupMembers.
       01  GrpMem-Rec             PIC X(256).

       FD  GroupPosts.
       01  GrpPost-Rec            PIC X(256).

       FD  Shortlist.
       01  Short-Rec              PIC X(256).

       FD  Offers.
       01  Ofr-Rec                PIC X(256).

       FD  AppSnapshots.
       01  Snap-Rec               PIC X(256).

       WORKING-STORAGE SECTION.
      *> Directory roots from the environment control file
      *> (see ENV-CONTROL), applied to every path below.
       01  WS-P-PROFILES-CSV      PIC X(120).
       01  WS-P-CONFIG-TXT        PIC X(120).
       01  WS-P-AUDIT-LOG         PIC X(120).
       01  WS-P-AUDIT-TAIL        PIC X(120).
       01  WS-P-CONNECTIONS-CSV   PIC X(120).
       01  WS-P-JOBS-CSV          PIC X(120).
       01  WS-P-CHECKPOINT-TXT    PIC X(120).
       01  WS-AUDIT-STAT          PIC XX VALUE "00".
       01  WS-AUDIT-RESULT        PIC X(7).
       01  WS-AUDIT-OUT           PIC X(256).
       01  WS-ATAIL-STAT          PIC XX VALUE "00".
       01  WS-AUDIT-BODY          PIC X(60).
       01  WS-AUDIT-PREV          PIC X(20).
       01  WS-AUDIT-DIGEST        PIC X(20).
       01  WS-AUDIT-LINK          PIC X(20).
       01  WS-AUDIT-HASH-IN       PIC X(60).

       01  WS-ACCEPT-STAT         PIC XX VALUE "00".
       01  WS-TOS-ANSWER          PIC X(1).
       01  WS-EMP-PENDING         PIC 9(4) VALUE 0.
       01  WS-EMP-UPD             PIC X VALUE "N".

      *> Abuse reports: one row per case in reports.csv, opened by
      *> any user and closed from the administrator's queue.
       01  WS-RPT-STAT            PIC XX VALUE "00".
       01  WS-P-REPORTS-CSV       PIC X(120).
       01  WS-RPT-CASE            PIC X(6).
       01  WS-RPT-REPORTER        PIC X(30).
       01  WS-RPT-KIND            PIC X(8).
       01  WS-RPT-TARGET          PIC X(30).
       01  WS-RPT-REF             PIC X(60).
       01  WS-RPT-REASON          PIC X(10).
       01  WS-RPT-STAMP           PIC X(17).
       01  WS-RPT-STATUS          PIC X(12).
       01  WS-RPT-ROW-CASE        PIC X(6).
       01  WS-RPT-ROW-TARGET      PIC X(30).
       01  WS-RPT-LAST            PIC 9(6) VALUE 0.
       01  WS-RPT-NUM             PIC 9(6) VALUE 0.
       01  WS-RPT-OPEN            PIC 9(4) VALUE 0.
       01  WS-RPT-FOUND           PIC X VALUE "N".
       01  WS-RPT-JOB             PIC X VALUE "N".
       01  WS-RPT-CHOICE          PIC X(10).
       01  WS-RPT-NEWSTATUS       PIC X(12).
       01  WS-RPT-UPD             PIC X VALUE "N".
       01  WS-RPT-WHAT            PIC X(80).
       01  WS-RPT-OUT             PIC X(256).

      *> Help-desk tickets: one row per ticket in tickets.csv,
      *> raised from Contact Support and worked from the
      *> administrator's queue through TICKET-SET.
       01  WS-TKT-STAT            PIC XX VALUE "00".
       01  WS-P-TICKETS-CSV       PIC X(120).
       01  WS-TKT-NO              PIC X(6).
       01  WS-TKT-USER            PIC X(30).
       01  WS-TKT-CATEGORY        PIC X(12).
       01  WS-TKT-STAMP           PIC X(17).
       01  WS-TKT-STATUS          PIC X(8).
       01  WS-TKT-ASSIGNEE        PIC X(30).
       01  WS-TKT-CLOSED          PIC X(17).
       01  WS-TKT-TEXT            PIC X(150).
       01  WS-TKT-ROW-NO          PIC X(6).
       01  WS-TKT-LAST            PIC 9(6) VALUE 0.
       01  WS-TKT-NUM             PIC 9(6) VALUE 0.
       01  WS-TKT-OPEN            PIC 9(4) VALUE 0.
       01  WS-TKT-FOUND           PIC X VALUE "N".
       01  WS-TKT-ACTION          PIC X(10).
       01  WS-TKT-ARG             PIC X(150).
       01  WS-TKT-ROLE            PIC X(10).
       01  WS-TKT-UPD             PIC X VALUE "N".
       01  WS-TKT-OUT             PIC X(300).

      *> Company reviews: one row per student per company in
      *> reviews.csv, written PENDING and shown on the company page
      *> only once an administrator has published it.
       01  WS-REV-STAT            PIC XX VALUE "00".
       01  WS-P-REVIEWS-CSV       PIC X(120).
       01  WS-REV-NO              PIC X(6).
       01  WS-REV-USER            PIC X(30).
       01  WS-REV-COMPANY         PIC X(60).
       01  WS-REV-RATING          PIC X(1).
       01  WS-REV-DATE            PIC X(8).
       01  WS-REV-STATUS          PIC X(10).
       01  WS-REV-MODERATOR       PIC X(30).
       01  WS-REV-MODDATE         PIC X(8).
       01  WS-REV-TEXT            PIC X(100).
       01  WS-REV-LAST            PIC 9(6) VALUE 0.
       01  WS-REV-NUM             PIC 9(6) VALUE 0.
       01  WS-REV-PENDING         PIC 9(4) VALUE 0.
       01  WS-REV-COUNT           PIC 9(4) VALUE 0.
       01  WS-REV-SUM             PIC 9(6) VALUE 0.
       01  WS-REV-AVG             PIC 9V9 VALUE 0.
       01  WS-REV-AVG-D           PIC 9.9.
       01  WS-REV-COUNT-D         PIC ZZZ9.
       01  WS-REV-ELIGIBLE        PIC X VALUE "N".
       01  WS-REV-HAVE            PIC X VALUE "N".
       01  WS-REV-NEWSTATUS       PIC X(10).
       01  WS-REV-UPD             PIC X VALUE "N".
       01  WS-REV-PIPES           PIC 9(4) VALUE 0.
       01  WS-REV-OUT             PIC X(256).
      *> The three newest published reviews, oldest in slot 1, kept
      *> as the file is read front to back.
       01  WS-REV-RECENT.
           05  WS-REV-RECENT-ENTRY OCCURS 3 TIMES.
               10  WS-RR-RATING   PIC X(1).
               10  WS-RR-DATE     PIC X(8).
               10  WS-RR-TEXT     PIC X(100).
       01  WS-REV-IDX             PIC 9(2) VALUE 0.

       01  WS-QUOTA-STAT          PIC XX VALUE "00".
       01  WS-JHIST-STAT          PIC XX VALUE "00".
       01  WS-P-QUOTAS-CSV        PIC X(120).
       01  WS-JOB-DESC            PIC X(100).
       01  WS-JOB-POSTER          PIC X(30).
       01  WS-JOB-DATE            PIC X(8).
       01  WS-JOB-REQNO           PIC X(7).
       01  WS-JOB-LOCATION        PIC X(40).
       01  WS-JOB-MODE            PIC X(6).
       01  WS-JOB-PAY             PIC X(20).
       01  WS-JOB-TYPE            PIC X(10).
       01  WS-JOB-NEWREQ          PIC 9(7) VALUE 0.
       01  WS-JOB-OUT             PIC X(350).
       01  WS-JOB-PICK            PIC 9(4) VALUE 0.
       01  WS-JOB-KEY             PIC X(60).
       01  WS-JOB-KEY-UC          PIC X(60).
       01  WS-JOB-SEEK            PIC 9(4) VALUE 0.
       01  WS-JOB-FETCHED         PIC X VALUE "N".

      *> Structured posting fields: one value asked for and checked
      *> by JOB-ATTR-CHECK, and the browse filters built on them.
       01  WS-JA-FIELD            PIC X.
       01  WS-JA-VALUE            PIC X(40).
       01  WS-JA-KEEP             PIC X(40).
       01  WS-JA-PROMPT           PIC X(200).
       01  WS-JA-PROMPT-ID        PIC X(8).
       01  WS-JA-STATUS           PIC X VALUE "N".
       01  WS-JF-LETTERS          PIC X(10).
       01  WS-JF-IDX              PIC 9(2) COMP.
       01  WS-JF-MODES            PIC X(3).
       01  WS-JF-TYPES            PIC X(3).
       01  WS-JF-PAID             PIC X VALUE "N".
       01  WS-JF-LOC-UC           PIC X(40).
       01  WS-JF-LOC-LEN          PIC 9(2) VALUE 0.
       01  WS-JF-LOC-HAY          PIC X(40).
       01  WS-JF-HITS             PIC 9(2) COMP.
       01  WS-JD-LOCATION         PIC X(40).
       01  WS-JD-MODE             PIC X(10).
       01  WS-JD-TYPE             PIC X(10).
       01  WS-JD-PAY              PIC X(20).

      *> The posting a selection settled on, re-read from jobs.csv
      *> by ordinal so the browse screen never has to hold more
      *> than the row in flight.
       01  WS-PICK-COMPANY        PIC X(60).
       01  WS-PICK-DESC           PIC X(100).
       01  WS-PICK-POSTER         PIC X(30).
       01  WS-PICK-REQNO          PIC X(7).
       01  WS-PICK-LOCATION       PIC X(40).
       01  WS-PICK-MODE           PIC X(6).
       01  WS-PICK-PAY            PIC X(20).
       01  WS-PICK-TYPE           PIC X(10).

      *> Saved jobs: one row per student per posting in
      *> savedjobs.csv (user|reqno|title|company|saved|warned);
      *> SAVED-JOB-WATCH warns before expiry and drops closed ones.
       01  WS-SV-STAT             PIC XX VALUE "00".
       01  WS-P-SAVEDJOBS-CSV     PIC X(120).
       01  WS-SV-USER             PIC X(30).
       01  WS-SV-REQNO            PIC X(7).
       01  WS-SV-TITLE            PIC X(60).
       01  WS-SV-COMPANY          PIC X(60).
       01  WS-SV-SAVED            PIC X(8).
       01  WS-SV-ALREADY          PIC X VALUE "N".
       01  WS-SV-OUT              PIC X(256).
       01  WS-SV-TABLE.
           05  WS-SV-ENTRY        OCCURS 100 TIMES.
               10  WS-SVT-REQNO   PIC X(7).
               10  WS-SVT-TITLE   PIC X(60).
               10  WS-SVT-COMPANY PIC X(60).
               10  WS-SVT-SAVED   PIC X(8).
               10  WS-SVT-LIVE    PIC X.
       01  WS-SV-COUNT            PIC 9(3) VALUE 0.
       01  WS-SV-IDX              PIC 9(3).
       01  WS-SV-PICK             PIC 9(3) VALUE 0.

      *> Recruiting teams: companymembers.csv ties employer accounts
      *> to a directory company (company|user|role|added), with one
      *> ADMIN per company who adds and removes RECRUITERs. TEAM-LOAD
      *> fills the current user's team; TEAM-MATCH says whether the
      *> poster in WS-TM-WHO is the user or one of their team posting
      *> for the team's company, named in WS-TM-WHO-CO.
       01  WS-TM-STAT             PIC XX VALUE "00".
       01  WS-P-COMPANYMEMBERS-CSV PIC X(120).
       01  WS-TM-ROW-CO           PIC X(60).
       01  WS-TM-ROW-USER         PIC X(30).
       01  WS-TM-ROW-ROLE         PIC X(10).
       01  WS-TM-ROW-DATE         PIC X(8).
       01  WS-TM-CO               PIC X(60).
       01  WS-TM-ROLE             PIC X(10).
       01  WS-TM-ADMIN            PIC X(30).
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY        OCCURS 50 TIMES.
               10  WS-TMT-USER    PIC X(30).
               10  WS-TMT-ROLE    PIC X(10).
               10  WS-TMT-DATE    PIC X(8).
       01  WS-TM-CNT              PIC 9(3) VALUE 0.
       01  WS-TM-IDX              PIC 9(3).
       01  WS-TM-WHO              PIC X(30).
       01  WS-TM-WHO-CO           PIC X(60).
       01  WS-TM-HIT              PIC X VALUE "N".
       01  WS-TM-GATE             PIC X VALUE "Y".
       01  WS-TM-ACT              PIC X(10).
       01  WS-TM-TARGET           PIC X(30).
       01  WS-TM-TROLE            PIC X(10).
       01  WS-TM-NEWROLE          PIC X(10).
       01  WS-TM-UPD              PIC X VALUE "N".
       01  WS-TM-QUOTA-USER       PIC X(30).

       01  WS-APPL-STAT           PIC XX VALUE "00".
       01  WS-APPL-TITLE          PIC X(60).
       01  WS-APPL-DATE           PIC X(8).
       01  WS-APPL-STATUS         PIC X(10).
       01  WS-APPL-POSTER         PIC X(30).
       01  WS-APPL-REQNO          PIC X(7).
       01  WS-APPL-OUT            PIC X(256).
       01  WS-APPL-ALREADY        PIC X VALUE "N".
       01  WS-APPL-NEWSTAT        PIC X(10).
       01  WS-APPL-SEEK           PIC 9(4) VALUE 0.
       01  WS-APPL-FETCHED        PIC X VALUE "N".
       01  WS-APPL-MODE           PIC X VALUE "P".
      *> Who referred the applicant, carried as an optional eighth
      *> field on the application row.
       01  WS-APPL-REFERRER       PIC X(30).

      *> Referrals: referrals.csv holds one row per person referred
      *> to a posting - referrer|referred|reqno|title|company|date.
      *> Only the first referral for a person and posting counts.
       01  WS-REF-STAT            PIC XX VALUE "00".
       01  WS-P-REFERRALS-CSV     PIC X(120).
       01  WS-REF-REFERRER        PIC X(30).
       01  WS-REF-REFERRED        PIC X(30).
       01  WS-REF-REQNO           PIC X(7).
       01  WS-REF-TITLE           PIC X(60).
       01  WS-REF-COMPANY         PIC X(60).
       01  WS-REF-DATE            PIC X(8).
       01  WS-REF-TARGET          PIC X(30).
       01  WS-REF-TARGET-UC       PIC X(30).
       01  WS-REF-FOUND           PIC X VALUE "N".
       01  WS-REF-WHO             PIC X(30).
       01  WS-REF-OUT             PIC X(256).

      *> Groups: groups.csv is id|name|owner|mode|created|status|
      *> description with mode OPEN or APPROVAL and status ACTIVE or
      *> CLOSED; groupmembers.csv is id|user|MEMBER or PENDING|date;
      *> groupposts.csv is id|author|YYYYMMDD HH:MM:SS|text.
       01  WS-GRP-STAT            PIC XX VALUE "00".
       01  WS-GM-STAT             PIC XX VALUE "00".
       01  WS-GP-STAT             PIC XX VALUE "00".
       01  WS-P-GROUPS-CSV        PIC X(120).
       01  WS-P-GROUPMEMBERS-CSV  PIC X(120).
       01  WS-P-GROUPPOSTS-CSV    PIC X(120).
       01  WS-GRP-ID              PIC X(6).
       01  WS-GRP-NAME            PIC X(60).
       01  WS-GRP-NAME-UC         PIC X(60).
       01  WS-GRP-OWNER           PIC X(30).
       01  WS-GRP-MODE            PIC X(10).
       01  WS-GRP-DATE            PIC X(8).
       01  WS-GRP-STATUS          PIC X(10).
       01  WS-GRP-DESC            PIC X(80).
       01  WS-GRP-NEW-NAME        PIC X(60).
       01  WS-GRP-NEW-MODE        PIC X(10).
       01  WS-GRP-NEW-DESC        PIC X(80).
       01  WS-GRP-LAST            PIC 9(6) VALUE 0.
       01  WS-GRP-DUP             PIC X VALUE "N".
       01  WS-GRP-PIPES           PIC 9(4) VALUE 0.
       01  WS-GRP-ANSWER          PIC X(10).
       01  WS-GRP-STANDING        PIC X(30).
       01  WS-GRP-COUNT-D         PIC Z(3)9.
       01  WS-GRP-PENDING         PIC 9(4) VALUE 0.
       01  WS-GRP-ACT             PIC X(1).
       01  WS-GRP-TARGET          PIC X(30).
       01  WS-GRP-UPD             PIC X VALUE "N".
       01  WS-GRP-OUT             PIC X(256).
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY       OCCURS 100 TIMES.
               10  WS-GT-ID       PIC X(6).
               10  WS-GT-NAME     PIC X(60).
               10  WS-GT-OWNER    PIC X(30).
               10  WS-GT-MODE     PIC X(10).
               10  WS-GT-DESC     PIC X(80).
               10  WS-GT-MEMBERS  PIC 9(4).
               10  WS-GT-MINE     PIC X(10).
       01  WS-GRP-CNT             PIC 9(4) VALUE 0.
       01  WS-GRP-IDX             PIC 9(4) VALUE 0.
       01  WS-GRP-PICK            PIC 9(4) VALUE 0.
       01  WS-GM-ID               PIC X(6).
       01  WS-GM-USER             PIC X(30).
       01  WS-GM-STATUS           PIC X(10).
       01  WS-GM-DATE             PIC X(8).
       01  WS-GP-ID               PIC X(6).
       01  WS-GP-AUTHOR           PIC X(30).
       01  WS-GP-STAMP            PIC X(17).
       01  WS-GP-TEXT             PIC X(150).
       01  WS-GP-TOTAL            PIC 9(6) VALUE 0.
       01  WS-GP-PAGE             PIC 9(6) VALUE 0.
       01  WS-GP-HI               PIC S9(6) VALUE 0.
       01  WS-GP-LO               PIC S9(6) VALUE 0.
       01  WS-GP-ORD              PIC 9(6) VALUE 0.
       01  WS-GP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GP-IDX              PIC S9(4) VALUE 0.
       01  WS-GP-DONE             PIC X VALUE "N".
       01  WS-GP-PAGE-TABLE.
           05  WS-GP-ENTRY        OCCURS 10 TIMES.
               10  WS-GPT-AUTHOR  PIC X(30).
               10  WS-GPT-STAMP   PIC X(17).
               10  WS-GPT-TEXT    PIC X(150).
       01  WS-GN-TABLE.
           05  WS-GN-USER         OCCURS 500 TIMES PIC X(30).
       01  WS-GN-CNT              PIC 9(4) VALUE 0.
       01  WS-GN-IDX              PIC 9(4) VALUE 0.

      *> Applicant ranking: one entry per application to the
      *> employer's postings, with its place in applications.csv,
      *> its posting (an index into WS-RKP-TABLE) and its score.
       01  WS-SHORT-STAT          PIC XX VALUE "00".
       01  WS-P-SHORTLIST-TXT     PIC X(120).
       01  WS-RK-TABLE.
           05  WS-RK-ENTRY        OCCURS 999 TIMES.
               10  WS-RK-TITLE    PIC X(60).
               10  WS-RK-COMPANY  PIC X(60).
               10  WS-RK-USER     PIC X(30).
               10  WS-RK-DATE     PIC X(8).
               10  WS-RK-STATUS   PIC X(10).
               10  WS-RK-REQNO    PIC X(7).
               10  WS-RK-REFERRER PIC X(30).
               10  WS-RK-NTH      PIC 9(4).
               10  WS-RK-GRP      PIC 9(4).
               10  WS-RK-SCORE    PIC 9(4).
               10  WS-RK-SKILLS   PIC 9(4).
               10  WS-RK-ENDORSE  PIC 9(4).
               10  WS-RK-MAJOR    PIC X(1).
               10  WS-RK-WORK     PIC 9(4).
       01  WS-RK-SWAP             PIC X(230).
       01  WS-RK-CNT              PIC 9(4) VALUE 0.
       01  WS-RK-IDX              PIC 9(4) VALUE 0.
       01  WS-RK-JDX              PIC 9(4) VALUE 0.
       01  WS-RK-KDX              PIC 9(4) VALUE 0.
       01  WS-RK-LIMIT            PIC 9(4) VALUE 0.
       01  WS-RK-RANK             PIC 9(4) VALUE 0.
       01  WS-RK-NUM-D            PIC Z(3)9.
       01  WS-RK-PTR              PIC 9(3) VALUE 1.
       01  WS-RK-REASON           PIC X(100).
       01  WS-RKP-TABLE.
           05  WS-RKP-ENTRY       OCCURS 200 TIMES.
               10  WS-RKP-REQNO   PIC X(7).
               10  WS-RKP-TITLE   PIC X(60).
               10  WS-RKP-COMPANY PIC X(60).
               10  WS-RKP-TEXT    PIC X(170).
       01  WS-RKP-CNT             PIC 9(4) VALUE 0.
       01  WS-RKP-IDX             PIC 9(4) VALUE 0.
       01  WS-RANK-HAY-UC         PIC X(170).
       01  WS-RANK-KEY-UC         PIC X(60).
       01  WS-RANK-KEY-LEN        PIC 9(3) VALUE 0.
       01  WS-RANK-KEY-END        PIC S9(4) VALUE 0.
       01  WS-RANK-KEY-POS        PIC 9(4) VALUE 0.
       01  WS-RANK-WORD           PIC X(60).
       01  WS-RANK-PHRASE         PIC X(60).
       01  WS-RANK-HIT            PIC X VALUE "N".
       01  WS-RANK-WORDS.
           05  WS-RANK-W          OCCURS 6 TIMES PIC X(30).
       01  WS-RANK-WIDX           PIC 9(2) VALUE 0.

      *> Formal job offers: one row per offer in offers.csv, OPEN
      *> until the student answers or OFFER-EXPIRE lapses it. The
      *> table holds the current user's OPEN offers for answering.
       01  WS-OFR-STAT            PIC XX VALUE "00".
       01  WS-P-OFFERS-CSV        PIC X(120).
       01  WS-OFR-REQNO           PIC X(7).
       01  WS-OFR-TITLE           PIC X(60).
       01  WS-OFR-COMPANY         PIC X(60).
       01  WS-OFR-USER            PIC X(30).
       01  WS-OFR-EMPLOYER        PIC X(30).
       01  WS-OFR-START           PIC X(8).
       01  WS-OFR-PAY             PIC X(20).
       01  WS-OFR-RESPOND         PIC X(8).
       01  WS-OFR-STATUS          PIC X(10).
       01  WS-OFR-MADE            PIC X(8).
       01  WS-OFR-DECIDED         PIC X(8).
       01  WS-OFR-TODAY           PIC X(8).
       01  WS-OFR-OUT             PIC X(256).
       01  WS-OFR-FOUND           PIC X VALUE "N".
       01  WS-OFR-PIPES           PIC 9(3) VALUE 0.
       01  WS-OFR-TABLE.
           05  WS-OFR-ENTRY       OCCURS 100 TIMES.
               10  WS-OT-REQNO    PIC X(7).
               10  WS-OT-TITLE    PIC X(60).
               10  WS-OT-COMPANY  PIC X(60).
               10  WS-OT-EMPLOYER PIC X(30).
               10  WS-OT-START    PIC X(8).
               10  WS-OT-PAY      PIC X(20).
               10  WS-OT-RESPOND  PIC X(8).
       01  WS-OFR-CNT             PIC 9(4) VALUE 0.
       01  WS-OFR-IDX             PIC 9(4) VALUE 0.
       01  WS-OFR-PICK            PIC 9(4) VALUE 0.
       01  WS-OFR-ACT             PIC X(2).
       01  WS-OFR-PICK-TXT        PIC X(10).
       01  WS-OFR-NEWSTAT         PIC X(10).
       01  WS-OFR-APPLSTAT        PIC X(10).
       01  WS-OFR-UPD             PIC X VALUE "N".

      *> Profile snapshots: the resume lines an applicant's profile
      *> gave at submission, kept in appsnapshots.csv against the
      *> requisition. The live table is built fresh from the
      *> profile files; the saved table is read back for review.
       01  WS-SNAP-STAT           PIC XX VALUE "00".
       01  WS-P-APPSNAPSHOTS-CSV  PIC X(120).
       01  WS-SNAP-REQNO          PIC X(7).
       01  WS-SNAP-USER           PIC X(30).
       01  WS-SNAP-SEQ            PIC 9(2).
       01  WS-SNAP-TEXT           PIC X(150).
       01  WS-SNAP-OUT            PIC X(256).
       01  WS-SNAP-USER-UC        PIC X(30).
       01  WS-SNAP-LINE           PIC X(150).
       01  WS-SNAP-FOUND          PIC X VALUE "N".
       01  WS-SNAP-CHANGED        PIC X VALUE "N".
       01  WS-SNAP-UPD            PIC X VALUE "N".
       01  WS-SNL-TABLE.
           05  WS-SNL-LINE        OCCURS 60 TIMES PIC X(150).
       01  WS-SNL-CNT             PIC 9(4) VALUE 0.
       01  WS-SNS-TABLE.
           05  WS-SNS-LINE        OCCURS 60 TIMES PIC X(150).
       01  WS-SNS-CNT             PIC 9(4) VALUE 0.
       01  WS-SNAP-IDX            PIC 9(4) VALUE 0.
       01  WS-AHIST-STAT          PIC XX VALUE "00".
       01  WS-AHIST-OUT           PIC X(256).

       01  WS-SQ-COMPANY          PIC X(60).
       01  WS-SQ-SEQ              PIC X(1).
       01  WS-SQ-TEXT             PIC X(100).
       01  WS-SQ-REQNO            PIC X(7).
       01  WS-SA-TITLE            PIC X(60).
       01  WS-SA-COMPANY          PIC X(60).
       01  WS-SA-USER             PIC X(30).
       01  WS-SA-SEQ              PIC X(1).
       01  WS-SA-TEXT             PIC X(100).
       01  WS-SA-REQNO            PIC X(7).
       01  WS-SQ-OUT              PIC X(256).
       01  WS-SQ-COUNT            PIC 9(1) VALUE 0.
       01  WS-SQ-IDX              PIC 9(1) VALUE 0.
       01  WS-MP-NEW-TITLE        PIC X(60).
       01  WS-MP-NEW-COMPANY      PIC X(60).
       01  WS-MP-NEW-DESC         PIC X(100).
       01  WS-MP-NEW-LOCATION     PIC X(40).
       01  WS-MP-NEW-MODE         PIC X(6).
       01  WS-MP-NEW-PAY          PIC X(20).
       01  WS-MP-NEW-TYPE         PIC X(10).
       01  WS-MP-ACT              PIC X(1).
       01  WS-MP-UPD              PIC X VALUE "N".

       01  WS-INTV-TIME           PIC X(5).
       01  WS-INTV-STATUS         PIC X(10).
       01  WS-INTV-POSTER         PIC X(30).
       01  WS-INTV-REQNO          PIC X(7).
       01  WS-INTV-OUT            PIC X(256).
       01  WS-INTV-TABLE.
           05  WS-INTV-ENTRY      OCCURS 100 TIMES.
               10  WS-IT-DATE     PIC X(8).
               10  WS-IT-TIME     PIC X(5).
               10  WS-IT-POSTER   PIC X(30).
               10  WS-IT-REQNO    PIC X(7).
       01  WS-INTV-CNT            PIC 9(4) VALUE 0.
       01  WS-INTV-IDX            PIC 9(4) VALUE 0.
       01  WS-INTV-PICK           PIC 9(4) VALUE 0.

       01  WS-RUNLOCK-ACTION      PIC X VALUE "A".
       01  WS-RUNLOCK-GRANTED     PIC X VALUE "N".
       01  WS-JOURNAL-MODE        PIC X VALUE "S".

       01  WS-CKPT-STAT           PIC XX VALUE "00".
       01  WS-LINE-NUMBER         PIC 9(6) VALUE 0.
       01  WS-NEW-ROLE            PIC X(10).
       01  WS-ADM-ACT             PIC X(2).
       01  WS-ADM-USER            PIC X(30).
       01  WS-ADM-ARG             PIC X(30).
       01  WS-ADM-STATUS          PIC X VALUE "N".

      *> Announcement broadcast from Admin Maintenance: the rule is
      *> previewed as a count before anything is sent.
       01  WS-BC-MODE             PIC X.
       01  WS-BC-RULE             PIC X(80).
       01  WS-BC-MESSAGE          PIC X(60).
       01  WS-BC-COUNT            PIC 9(6).
       01  WS-BC-STATUS           PIC X VALUE "N".
       01  WS-BC-ANSWER           PIC X(10).
       01  WS-BC-DISPLAY          PIC ZZZZZ9.

      *> One row for the privileged-change trail (ADMIN-AUDIT-WRITE).
       01  WS-AA-ACTION           PIC X(20).
       01  WS-AA-TARGET           PIC X(30).
       01  WS-AA-BEFORE           PIC X(40).
       01  WS-AA-AFTER            PIC X(40).

       01  WS-LOCKED-OUT          PIC X VALUE "N".
       01  WS-LOCK-MODE-S         PIC X VALUE "S".
       01  WS-LOCK-MODE-F         PIC X VALUE "F".
       01  WS-MAJOR               PIC X(60).
       01  WS-BIO                 PIC X(100).

      *> Reference-table lookup for university, major and school
      *> entries (see REF-MATCH).
       01  WS-REF-KIND            PIC X.
       01  WS-REF-VALUE           PIC X(60).
       01  WS-REF-CODE            PIC X(10).
       01  WS-REF-CANON           PIC X(60).
       01  WS-REF-RESULT          PIC X.
       01  WS-REF-ANSWER          PIC X(10).

       01  WS-EDU-STAT            PIC XX VALUE "00".
       01  WS-WORK-STAT           PIC XX VALUE "00".
       01  WS-EDU-USER            PIC X(30).
       01  WS-MC-ROW-LANG         PIC X(2).
       01  WS-MC-ROW-TEXT         PIC X(200).
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY        OCCURS 2000 TIMES.
               10  WS-MC-ID       PIC X(8).
               10  WS-MC-LANG     PIC X(2).
               10  WS-MC-TEXT     PIC X(200).
       01  WS-TOP-CHOICE-COUNTS.
           05  WS-TOP-CNT         OCCURS 9 TIMES PIC 9(4) VALUE 0.
       01  WS-LOGGED-CHOICE-COUNTS.
           05  WS-LOGGED-CNT      OCCURS 28 TIMES PIC 9(4) VALUE 0.

       01  WS-TOP-LABELS-TXT.
           05  FILLER             PIC X(30) VALUE "Log In".
           05  FILLER             PIC X(30) VALUE "Blocked Users".
           05  FILLER             PIC X(30) VALUE "Mentorship".
           05  FILLER             PIC X(30) VALUE "Career Events".
           05  FILLER             PIC X(30) VALUE "Groups".
           05  FILLER             PIC X(30) VALUE "Contact Support".
           05  FILLER             PIC X(30) VALUE "Saved Jobs".
           05  FILLER             PIC X(30) VALUE "Company Team".
       01  WS-LOGGED-LABEL-TBL REDEFINES WS-LOGGED-LABELS-TXT.
           05  WS-LOGGED-LABEL    OCCURS 28 TIMES PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
               MOVE 0 TO WS-TOP-CNT(WS-CHOICE-IDX)
           END-PERFORM
           PERFORM VARYING WS-CHOICE-IDX FROM 1 BY 1
             UNTIL WS-CHOICE-IDX > 28
               MOVE 0 TO WS-LOGGED-CNT(WS-CHOICE-IDX)
           END-PERFORM

                           PERFORM PEOPLE-YOU-MAY-KNOW-FLOW
                       WHEN "17"
                           IF WS-CURRENT-ROLE = "ADMIN"
                               PERFORM ADMIN-MAINT-ACTOR-SET
                               PERFORM ADMIN-MAINT-FLOW
                               PERFORM ADMIN-MAINT-ACTOR-CLEAR
                           ELSE
                               PERFORM ROLE-REFUSE
                           END-IF
                           PERFORM MENTORSHIP-FLOW
                       WHEN "24"
                           PERFORM CAREER-EVENTS-FLOW
                       WHEN "25"
                           PERFORM GROUPS-FLOW
                       WHEN "26"
                           PERFORM CONTACT-SUPPORT-FLOW
                       WHEN "27"
                           IF WS-CURRENT-ROLE = "STUDENT" OR
                               WS-CURRENT-ROLE = "ADMIN"
                               PERFORM SAVED-JOBS-FLOW
                           ELSE
                               PERFORM ROLE-REFUSE
                           END-IF
                       WHEN "28"
                           IF WS-CURRENT-ROLE = "EMPLOYER"
                               PERFORM COMPANY-TEAM-FLOW
                           ELSE
                               PERFORM ROLE-REFUSE
                           END-IF
                       WHEN "0"
                           PERFORM DEACTIVATE-ACCOUNT-FLOW
                       WHEN OTHER
                   COMPUTE WS-CHOICE-IDX =
                       FUNCTION NUMVAL(WS-CHOICE(1:1))
               END-IF
               IF WS-CHOICE-IDX >= 1 AND WS-CHOICE-IDX <= 28
                   ADD 1 TO WS-LOGGED-CNT(WS-CHOICE-IDX)
               END-IF
           END-IF
           MOVE "MSG0007" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM VARYING WS-CHOICE-IDX FROM 1 BY 1
             UNTIL WS-CHOICE-IDX > 28
               IF WS-LOGGED-CNT(WS-CHOICE-IDX) > 0
                   MOVE SPACES TO WS-MSG
                   STRING "  " WS-LOGGED-LABEL(WS-CHOICE-IDX) ": "
           MOVE "24. Career Events" TO WS-MSG
           MOVE "MSG0038" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE "25. Groups" TO WS-MSG
           MOVE "MSG0320" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE "26. Contact Support" TO WS-MSG
           MOVE "MSG0373" TO WS-MSG-ID
           PERFORM PRINTLN
           IF WS-CURRENT-ROLE = "STUDENT" OR
               WS-CURRENT-ROLE = "ADMIN"
               MOVE "27. Saved Jobs" TO WS-MSG
               MOVE "MSG0386" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           IF WS-CURRENT-ROLE = "EMPLOYER"
               MOVE "28. Company Team" TO WS-MSG
               MOVE "MSG0395" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           MOVE "0. Deactivate My Account" TO WS-MSG
           MOVE "MSG0039" TO WS-MSG-ID
           PERFORM PRINTLN
           CLOSE EmpApproval
           END-IF

      *> Open abuse reports follow, and the case actions are only
      *> offered while there is a case to act on.
           PERFORM REPORT-QUEUE-LIST
           IF WS-RPT-OPEN > 0
               MOVE "Report cases: D=dismiss, W=warn, K=deactivate the
      -    " reported account, followed by the case number." TO WS-MSG
               MOVE "MSG0285" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

      *> Company reviews wait here until published or rejected.
           PERFORM REVIEW-QUEUE-LIST
           IF WS-REV-PENDING > 0
               MOVE "Reviews: P=publish, H=hold back (reject),
      -    " followed by the review number." TO WS-MSG
               MOVE "MSG0302" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

      *> Open help-desk tickets, with the ticket actions.
           PERFORM TICKET-QUEUE-LIST
           IF WS-TKT-OPEN > 0
               MOVE "Tickets: TA=assign, TR=reply, TC=close, then the"
                 TO WS-MSG
               MOVE "MSG0379" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "ticket number (TA may name an admin after it)."
                 TO WS-MSG
               MOVE "MSG0380" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           MOVE "Enter B and a targeting rule to broadcast a notice."
             TO WS-MSG
           MOVE "MSG0370" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE "Enter U, R, X, E, or J and the username (U=unlock,
      -    "R=force reset, X=deactivate, E=approve employer,
      -    "J=reject employer), or press Enter:" TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ADM-ACT WS-ADM-USER WS-ADM-ARG
           UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
               INTO WS-ADM-ACT WS-ADM-USER WS-ADM-ARG

           IF FUNCTION TRIM(WS-ADM-USER) = SPACES
               MOVE "Please give both an action and a username."
                       MOVE "MSG0055" TO WS-MSG-ID
                   END-IF
                   PERFORM PRINTLN
               WHEN "D"
                   MOVE "DISMISSED" TO WS-RPT-NEWSTATUS
                   PERFORM REPORT-CASE-RESOLVE
               WHEN "W"
                   MOVE "WARNED" TO WS-RPT-NEWSTATUS
                   PERFORM REPORT-CASE-RESOLVE
               WHEN "K"
                   MOVE "DEACTIVATED" TO WS-RPT-NEWSTATUS
                   PERFORM REPORT-CASE-RESOLVE
               WHEN "P"
                   MOVE "PUBLISHED" TO WS-REV-NEWSTATUS
                   PERFORM REVIEW-MODERATE
               WHEN "H"
                   MOVE "REJECTED" TO WS-REV-NEWSTATUS
                   PERFORM REVIEW-MODERATE
               WHEN "B"
                   PERFORM ADMIN-BROADCAST-FLOW
               WHEN "TA"
                   MOVE "ASSIGN" TO WS-TKT-ACTION
                   PERFORM TICKET-WORK
               WHEN "TR"
                   MOVE "REPLY" TO WS-TKT-ACTION
                   PERFORM TICKET-WORK
               WHEN "TC"
                   MOVE "CLOSE" TO WS-TKT-ACTION
                   PERFORM TICKET-WORK
               WHEN OTHER
                   MOVE SPACES TO WS-MSG
                   STRING "Please start with U, R, X, E, J, D, "
                          "W, K, P, H, B, TA, TR, or TC."
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE "MSG0410" TO WS-MSG-ID
                   PERFORM PRINTLN
           END-EVALUATE
           .

      *> Changes made from Admin Maintenance are written to the
      *> privileged-change trail under the signed-in administrator;
      *> the authority ends when the staff member leaves the option.
       ADMIN-MAINT-ACTOR-SET.
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE WS-CURRENT-USER TO WS-AA-TARGET
           MOVE "ADMIN-MAINT-FLOW" TO WS-AA-BEFORE
           MOVE SPACES TO WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           .

       ADMIN-MAINT-ACTOR-CLEAR.
           MOVE "ACTOR" TO WS-AA-ACTION
           MOVE SPACES TO WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           CALL "ADMIN-AUDIT-WRITE" USING WS-AA-ACTION
               WS-AA-TARGET WS-AA-BEFORE WS-AA-AFTER
           .

      *> B takes the rest of the line as the targeting rule, since
      *> a university or major may hold spaces - for example
      *> "B ROLE=STUDENT,UNIV=Penn State". The audience is counted
      *> and shown first, and nothing is sent until it is confirmed.
       ADMIN-BROADCAST-FLOW.
           MOVE SPACES TO WS-BC-RULE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-LINE
           MOVE FUNCTION TRIM(WS-LINE(2:)) TO WS-BC-RULE

           MOVE "Enter the announcement (up to 60 characters):"
             TO WS-MSG
           MOVE "MSG0366" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BC-MESSAGE
           IF WS-BC-MESSAGE = SPACES
               MOVE "Broadcast cancelled." TO WS-MSG
               MOVE "MSG0367" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-BC-MODE
           CALL "ADMIN-BROADCAST" USING WS-BC-MODE WS-BC-RULE
               WS-BC-MESSAGE WS-CURRENT-USER WS-BC-COUNT
               WS-BC-STATUS
           IF WS-BC-STATUS NOT = "Y"
               MOVE "Targeting rule not understood." TO WS-MSG
               MOVE "MSG0368" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "Use ALL, or terms joined by commas from:"
                 TO WS-MSG
               MOVE "MSG0371" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "ROLE=, UNIV=, MAJOR=, APPROVAL=, IDLEDAYS=."
                 TO WS-MSG
               MOVE "MSG0372" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-COUNT = 0
               MOVE "No accounts match that rule - nothing sent."
                 TO WS-MSG
               MOVE "MSG0369" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BC-COUNT TO WS-BC-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING "This announcement will reach "
                  FUNCTION TRIM(WS-BC-DISPLAY)
                  " account(s). Send it? (Y/N)"
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BC-ANSWER
           IF FUNCTION UPPER-CASE(WS-BC-ANSWER) NOT = "Y"
               MOVE "Broadcast cancelled." TO WS-MSG
               MOVE "MSG0367" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-BC-MODE
           CALL "ADMIN-BROADCAST" USING WS-BC-MODE WS-BC-RULE
               WS-BC-MESSAGE WS-CURRENT-USER WS-BC-COUNT
               WS-BC-STATUS
           MOVE WS-BC-COUNT TO WS-BC-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING "Announcement queued for "
                  FUNCTION TRIM(WS-BC-DISPLAY)
                  " account(s)."
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           .

      *> Lists every OPEN case in reports.csv the way the employer
      *> approval queue is listed, leaving the count in WS-RPT-OPEN.
       REPORT-QUEUE-LIST.
           MOVE 0 TO WS-RPT-OPEN
           OPEN INPUT AbuseReports
           IF WS-RPT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AbuseReports
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-RPT-CASE WS-RPT-REPORTER WS-RPT-KIND
                   WS-RPT-TARGET WS-RPT-REF WS-RPT-REASON
                   WS-RPT-STAMP WS-RPT-STATUS
               UNSTRING Rpt-Rec DELIMITED BY "|"
                   INTO WS-RPT-CASE WS-RPT-REPORTER WS-RPT-KIND
                   WS-RPT-TARGET WS-RPT-REF WS-RPT-REASON
                   WS-RPT-STAMP WS-RPT-STATUS

               IF FUNCTION TRIM(WS-RPT-STATUS) = "OPEN"
                   ADD 1 TO WS-RPT-OPEN
                   MOVE SPACES TO WS-RPT-WHAT
                   EVALUATE FUNCTION TRIM(WS-RPT-KIND)
                       WHEN "POSTING"
                           STRING "posting req "
                                  FUNCTION TRIM(WS-RPT-REF)
                               DELIMITED BY SIZE INTO WS-RPT-WHAT
                       WHEN "MESSAGE"
                           STRING "messages, last "
                                  FUNCTION TRIM(WS-RPT-REF)
                               DELIMITED BY SIZE INTO WS-RPT-WHAT
                       WHEN OTHER
                           MOVE "profile" TO WS-RPT-WHAT
                   END-EVALUATE
                   MOVE SPACES TO WS-MSG
                   STRING "Report case "
                          WS-RPT-CASE
                          " against "
                          FUNCTION TRIM(WS-RPT-TARGET)
                          ": "
                          FUNCTION TRIM(WS-RPT-WHAT)
                          ", "
                          FUNCTION TRIM(WS-RPT-REASON)
                          " (by "
                          FUNCTION TRIM(WS-RPT-REPORTER)
                          " on "
                          WS-RPT-STAMP(1:8)
                          ")"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE AbuseReports
           END-IF
           .

      *> Looks up the open case whose number was typed in place of
      *> the username, leaving it in WS-RPT-CASE and the reported
      *> account in WS-RPT-TARGET.
       REPORT-CASE-FIND.
           MOVE "N" TO WS-RPT-FOUND
           MOVE 0 TO WS-RPT-NUM
           IF WS-ADM-USER(1:1) >= "0" AND WS-ADM-USER(1:1) <= "9"
               COMPUTE WS-RPT-NUM = FUNCTION NUMVAL(WS-ADM-USER)
           END-IF
           MOVE WS-RPT-NUM TO WS-RPT-CASE
           MOVE SPACES TO WS-RPT-TARGET

           OPEN INPUT AbuseReports
           IF WS-RPT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AbuseReports
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-RPT-ROW-CASE WS-RPT-REPORTER
                   WS-RPT-KIND WS-RPT-ROW-TARGET WS-RPT-REF
                   WS-RPT-REASON WS-RPT-STAMP WS-RPT-STATUS
               UNSTRING Rpt-Rec DELIMITED BY "|"
                   INTO WS-RPT-ROW-CASE WS-RPT-REPORTER WS-RPT-KIND
                   WS-RPT-ROW-TARGET WS-RPT-REF WS-RPT-REASON
                   WS-RPT-STAMP WS-RPT-STATUS

               IF WS-RPT-NUM > 0
                   AND WS-RPT-ROW-CASE = WS-RPT-CASE
                   AND FUNCTION TRIM(WS-RPT-STATUS) = "OPEN"
                   MOVE WS-RPT-ROW-TARGET TO WS-RPT-TARGET
                   MOVE "Y" TO WS-RPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE AbuseReports
           END-IF
           .

      *> Lists every OPEN ticket in tickets.csv, oldest first as
      *> filed, leaving the count in WS-TKT-OPEN.
       TICKET-QUEUE-LIST.
           MOVE 0 TO WS-TKT-OPEN
           OPEN INPUT Tickets
           IF WS-TKT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
                   WS-TKT-CLOSED WS-TKT-TEXT
               UNSTRING Tkt-Rec DELIMITED BY "|"
                   INTO WS-TKT-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS WS-TKT-ASSIGNEE
                   WS-TKT-CLOSED WS-TKT-TEXT

               IF FUNCTION TRIM(WS-TKT-STATUS) = "OPEN"
                   ADD 1 TO WS-TKT-OPEN
                   IF WS-TKT-ASSIGNEE = SPACES
                       MOVE "unassigned" TO WS-TKT-ASSIGNEE
                   END-IF
                   MOVE SPACES TO WS-MSG
                   STRING "Ticket "
                          WS-TKT-NO
                          " "
                          FUNCTION TRIM(WS-TKT-CATEGORY)
                          " from "
                          FUNCTION TRIM(WS-TKT-USER)
                          " on "
                          WS-TKT-STAMP(1:8)
                          " ("
                          FUNCTION TRIM(WS-TKT-ASSIGNEE)
                          "): "
                          FUNCTION TRIM(WS-TKT-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Tickets
           END-IF
           .

      *> Looks up the open ticket whose number was typed in place of
      *> the username, leaving it in WS-TKT-NO and the user who
      *> raised it in WS-TKT-USER.
       TICKET-FIND.
           MOVE "N" TO WS-TKT-FOUND
           MOVE 0 TO WS-TKT-NUM
           IF WS-ADM-USER(1:1) >= "0" AND WS-ADM-USER(1:1) <= "9"
               COMPUTE WS-TKT-NUM = FUNCTION NUMVAL(WS-ADM-USER)
           END-IF
           MOVE WS-TKT-NUM TO WS-TKT-NO
           MOVE SPACES TO WS-TKT-USER

           OPEN INPUT Tickets
           IF WS-TKT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TKT-ROW-NO WS-TKT-USER
                   WS-TKT-CATEGORY WS-TKT-STAMP WS-TKT-STATUS
               UNSTRING Tkt-Rec DELIMITED BY "|"
                   INTO WS-TKT-ROW-NO WS-TKT-USER WS-TKT-CATEGORY
                   WS-TKT-STAMP WS-TKT-STATUS

               IF WS-TKT-NUM > 0
                   AND WS-TKT-ROW-NO = WS-TKT-NO
                   AND FUNCTION TRIM(WS-TKT-STATUS) = "OPEN"
                   MOVE "Y" TO WS-TKT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Tickets
           END-IF
           IF WS-TKT-FOUND NOT = "Y"
               MOVE SPACES TO WS-TKT-USER
           END-IF
           .

      *> Assign, reply to or close a ticket. A ticket may only be
      *> assigned to an administrator; with no name given it goes
      *> to the staff member working the queue. The reply is asked
      *> for here and reaches the user through the notification
      *> log - TICKET-SET writes the row and the notices.
       TICKET-WORK.
           PERFORM TICKET-FIND
           IF WS-TKT-FOUND NOT = "Y"
               MOVE "No open support ticket with that number."
                 TO WS-MSG
               MOVE "MSG0381" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TKT-ARG
           EVALUATE WS-TKT-ACTION
               WHEN "ASSIGN"
                   IF WS-ADM-ARG = SPACES
                       MOVE WS-CURRENT-USER TO WS-ADM-ARG
                   END-IF
                   MOVE SPACES TO WS-TKT-ROLE
                   CALL "ROLE-LOOKUP" USING WS-ADM-ARG WS-TKT-ROLE
                   IF WS-TKT-ROLE NOT = "ADMIN"
                       MOVE "Only an administrator can take a ticket."
                         TO WS-MSG
                       MOVE "MSG0382" TO WS-MSG-ID
                       PERFORM PRINTLN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ADM-ARG TO WS-TKT-ARG
               WHEN "REPLY"
                   MOVE "Enter the reply (up to 150 characters):"
                     TO WS-MSG
                   MOVE "MSG0383" TO WS-MSG-ID
                   PERFORM PRINTLN
                   PERFORM READ-USER-LINE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-TKT-ARG
                   IF WS-TKT-ARG = SPACES
                       MOVE "Reply cancelled." TO WS-MSG
                       MOVE "MSG0384" TO WS-MSG-ID
                       PERFORM PRINTLN
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           MOVE "N" TO WS-TKT-UPD
           CALL "TICKET-SET" USING WS-TKT-NO WS-TKT-ACTION
               WS-CURRENT-USER WS-TKT-ARG WS-TKT-UPD

           IF WS-TKT-UPD NOT = "Y"
               MOVE "No open support ticket with that number."
                 TO WS-MSG
               MOVE "MSG0381" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TKT-ACTION
               WHEN "ASSIGN"
                   MOVE SPACES TO WS-MSG
                   STRING "Ticket "
                          WS-TKT-NO
                          " assigned to "
                          FUNCTION TRIM(WS-ADM-ARG)
                          "."
                       DELIMITED BY SIZE INTO WS-MSG
               WHEN "REPLY"
                   MOVE SPACES TO WS-MSG
                   STRING "Reply sent to "
                          FUNCTION TRIM(WS-TKT-USER)
                          "."
                       DELIMITED BY SIZE INTO WS-MSG
               WHEN OTHER
                   MOVE "Support ticket closed." TO WS-MSG
                   MOVE "MSG0385" TO WS-MSG-ID
           END-EVALUATE
           PERFORM PRINTLN
           .

      *> Dismiss, warn or deactivate. A deactivation goes through
      *> USERS-DEACTIVATE like the X action, and the case is only
      *> closed once the account is actually gone; REPORT-CASE-SET
      *> records the outcome and sends the warning notification.
       REPORT-CASE-RESOLVE.
           PERFORM REPORT-CASE-FIND
           IF WS-RPT-FOUND NOT = "Y"
               MOVE "No open report case with that number." TO WS-MSG
               MOVE "MSG0286" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-RPT-NEWSTATUS = "DEACTIVATED"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RPT-TARGET))
                   = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE "Use option 0 to deactivate your own
      -    "account." TO WS-MSG
                   MOVE "MSG0049" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-ADM-STATUS
               CALL "USERS-DEACTIVATE" USING WS-RPT-TARGET
                   WS-ADM-STATUS
               IF WS-ADM-STATUS NOT = "Y"
                   MOVE "No active account with that
      -    "username." TO WS-MSG
                   MOVE "MSG0051" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
               CALL "USERS-INDEX-REBUILD"
           END-IF

           MOVE "N" TO WS-RPT-UPD
           CALL "REPORT-CASE-SET" USING WS-RPT-CASE WS-RPT-NEWSTATUS
               WS-CURRENT-USER WS-RPT-UPD

           IF WS-RPT-UPD NOT = "Y"
               IF WS-RPT-NEWSTATUS = "DEACTIVATED"
                   MOVE SPACES TO WS-MSG
                   STRING "Account deactivated, but the report "
                          "case was no longer open."
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE "MSG0415" TO WS-MSG-ID
               ELSE
                   MOVE "No open report case with that number."
                     TO WS-MSG
                   MOVE "MSG0286" TO WS-MSG-ID
               END-IF
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-RPT-NEWSTATUS
               WHEN "DISMISSED"
                   MOVE "Report case dismissed." TO WS-MSG
                   MOVE "MSG0287" TO WS-MSG-ID
               WHEN "WARNED"
                   MOVE "Warning sent and report case closed." TO WS-MSG
                   MOVE "MSG0288" TO WS-MSG-ID
               WHEN OTHER
                   MOVE "Account deactivated and report case closed."
                     TO WS-MSG
                   MOVE "MSG0289" TO WS-MSG-ID
           END-EVALUATE
           PERFORM PRINTLN
           .

      *> Lists every PENDING review in reviews.csv, leaving the
      *> count in WS-REV-PENDING.
       REVIEW-QUEUE-LIST.
           MOVE 0 TO WS-REV-PENDING
           OPEN INPUT Reviews
           IF WS-REV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Reviews
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM REVIEW-ROW-SPLIT
               IF FUNCTION TRIM(WS-REV-STATUS) = "PENDING"
                   ADD 1 TO WS-REV-PENDING
                   MOVE SPACES TO WS-MSG
                   STRING "Review "
                          WS-REV-NO
                          " of "
                          FUNCTION TRIM(WS-REV-COMPANY)
                          " by "
                          FUNCTION TRIM(WS-REV-USER)
                          ": "
                          WS-REV-RATING
                          "/5 - "
                          FUNCTION TRIM(WS-REV-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Reviews
           END-IF
           .

       REVIEW-ROW-SPLIT.
           MOVE SPACES TO WS-REV-NO WS-REV-USER WS-REV-COMPANY
               WS-REV-RATING WS-REV-DATE WS-REV-STATUS
               WS-REV-MODERATOR WS-REV-MODDATE WS-REV-TEXT
           UNSTRING Rev-Rec DELIMITED BY "|"
               INTO WS-REV-NO WS-REV-USER WS-REV-COMPANY
               WS-REV-RATING WS-REV-DATE WS-REV-STATUS
               WS-REV-MODERATOR WS-REV-MODDATE WS-REV-TEXT
           .

      *> Publish or reject the review whose number was typed in
      *> place of the username; REVIEW-SET tells the reviewer.
       REVIEW-MODERATE.
           MOVE 0 TO WS-REV-NUM
           IF WS-ADM-USER(1:1) >= "0" AND WS-ADM-USER(1:1) <= "9"
               COMPUTE WS-REV-NUM = FUNCTION NUMVAL(WS-ADM-USER)
           END-IF
           MOVE WS-REV-NUM TO WS-REV-NO

           MOVE "N" TO WS-REV-UPD
           IF WS-REV-NUM > 0
               CALL "REVIEW-SET" USING WS-REV-NO WS-REV-NEWSTATUS
                   WS-CURRENT-USER WS-REV-UPD
           END-IF

           IF WS-REV-UPD NOT = "Y"
               MOVE "No pending review with that number." TO WS-MSG
               MOVE "MSG0310" TO WS-MSG-ID
           ELSE
               IF WS-REV-NEWSTATUS = "PUBLISHED"
                   MOVE "Review published." TO WS-MSG
                   MOVE "MSG0311" TO WS-MSG-ID
               ELSE
                   MOVE "Review rejected." TO WS-MSG
                   MOVE "MSG0312" TO WS-MSG-ID
               END-IF
           END-IF
           PERFORM PRINTLN
           .

      *> Files a case against WS-RPT-TARGET. The caller sets the
      *> kind (PROFILE, MESSAGE or POSTING) and the reference - the
      *> requisition number of a posting, or the stamp of the last
      *> message received in a conversation. Case numbers run on
      *> from the highest already in the file.
       REPORT-ABUSE-FILE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RPT-TARGET)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE "You cannot report yourself." TO WS-MSG
               MOVE "MSG0284" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Reason: 1=harassment, 2=spam, 3=fake or scam,
      -    " 4=offensive, 5=other:" TO WS-MSG
           MOVE "MSG0282" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           MOVE SPACES TO WS-RPT-REASON
           EVALUATE FUNCTION TRIM(WS-LINE)
               WHEN "1"
                   MOVE "HARASSMENT" TO WS-RPT-REASON
               WHEN "2"
                   MOVE "SPAM" TO WS-RPT-REASON
               WHEN "3"
                   MOVE "FAKE" TO WS-RPT-REASON
               WHEN "4"
                   MOVE "OFFENSIVE" TO WS-RPT-REASON
               WHEN "5"
                   MOVE "OTHER" TO WS-RPT-REASON
           END-EVALUATE

           IF WS-RPT-REASON = SPACES
               MOVE "That is not one of the listed reasons - nothing
      -    " was reported." TO WS-MSG
               MOVE "MSG0283" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RPT-LAST
           OPEN INPUT AbuseReports
           IF WS-RPT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AbuseReports
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-RPT-ROW-CASE
               UNSTRING Rpt-Rec DELIMITED BY "|"
                   INTO WS-RPT-ROW-CASE
               IF WS-RPT-ROW-CASE IS NUMERIC
                   AND WS-RPT-ROW-CASE > WS-RPT-LAST
                   MOVE WS-RPT-ROW-CASE TO WS-RPT-LAST
               END-IF
           END-PERFORM
           CLOSE AbuseReports
           END-IF
           ADD 1 TO WS-RPT-LAST
           MOVE WS-RPT-LAST TO WS-RPT-CASE

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND AbuseReports
           IF WS-RPT-STAT NOT = "00"
               OPEN OUTPUT AbuseReports
               CLOSE AbuseReports
               OPEN EXTEND AbuseReports
           END-IF

           MOVE SPACES TO WS-RPT-OUT
           STRING WS-RPT-CASE
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-RPT-KIND)
                  "|"
                  FUNCTION TRIM(WS-RPT-TARGET)
                  "|"
                  FUNCTION TRIM(WS-RPT-REF)
                  "|"
                  FUNCTION TRIM(WS-RPT-REASON)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  "OPEN"
                  "|"
                  "|"
               DELIMITED BY SIZE INTO WS-RPT-OUT
           MOVE WS-RPT-OUT TO Rpt-Rec
           WRITE Rpt-Rec
           CLOSE AbuseReports

           MOVE SPACES TO WS-MSG
           STRING "Thank you. Your report is case "
                  WS-RPT-CASE
                  " and an administrator will review it."
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           .

      *> Contact Support opens a help-desk ticket for the signed-in
      *> user, numbered on from the highest already in the file.
      *> Staff work it from Admin Maintenance and answer through
      *> the user's notifications.
       CONTACT-SUPPORT-FLOW.
           MOVE "Category: 1=login or lockout, 2=account or profile,"
             TO WS-MSG
           MOVE "MSG0374" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE "3=job application, 4=job posting, 5=other:" TO WS-MSG
           MOVE "MSG0375" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           MOVE SPACES TO WS-TKT-CATEGORY
           EVALUATE FUNCTION TRIM(WS-LINE)
               WHEN "1"
                   MOVE "LOGIN" TO WS-TKT-CATEGORY
               WHEN "2"
                   MOVE "ACCOUNT" TO WS-TKT-CATEGORY
               WHEN "3"
                   MOVE "APPLICATION" TO WS-TKT-CATEGORY
               WHEN "4"
                   MOVE "POSTING" TO WS-TKT-CATEGORY
               WHEN "5"
                   MOVE "OTHER" TO WS-TKT-CATEGORY
           END-EVALUATE

           IF WS-TKT-CATEGORY = SPACES
               MOVE "That is not a listed category - no ticket opened."
                 TO WS-MSG
               MOVE "MSG0376" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Describe the problem (up to 150 characters):"
             TO WS-MSG
           MOVE "MSG0377" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-TKT-TEXT
           IF WS-TKT-TEXT = SPACES
               MOVE "No description given - no ticket was opened."
                 TO WS-MSG
               MOVE "MSG0378" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TKT-TEXT REPLACING ALL "|" BY "/"

           MOVE 0 TO WS-TKT-LAST
           OPEN INPUT Tickets
           IF WS-TKT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Tickets
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-TKT-ROW-NO
               UNSTRING Tkt-Rec DELIMITED BY "|"
                   INTO WS-TKT-ROW-NO
               IF WS-TKT-ROW-NO IS NUMERIC
                   AND WS-TKT-ROW-NO > WS-TKT-LAST
                   MOVE WS-TKT-ROW-NO TO WS-TKT-LAST
               END-IF
           END-PERFORM
           CLOSE Tickets
           END-IF
           ADD 1 TO WS-TKT-LAST
           MOVE WS-TKT-LAST TO WS-TKT-NO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND Tickets
           IF WS-TKT-STAT NOT = "00"
               OPEN OUTPUT Tickets
               CLOSE Tickets
               OPEN EXTEND Tickets
           END-IF

           MOVE SPACES TO WS-TKT-OUT
           STRING WS-TKT-NO
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-TKT-CATEGORY)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  "OPEN"
                  "|"
                  "|"
                  "|"
                  FUNCTION TRIM(WS-TKT-TEXT)
               DELIMITED BY SIZE INTO WS-TKT-OUT
           MOVE WS-TKT-OUT TO Tkt-Rec
           WRITE Tkt-Rec
           CLOSE Tickets

           MOVE SPACES TO WS-MSG
           STRING "Thank you. Your support ticket is number "
                  WS-TKT-NO
                  " and our staff will reply in your notifications."
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           .

       DEACTIVATE-ACCOUNT-FLOW.
           MOVE "Are you sure you want to deactivate your account? "
             TO WS-MSG
           MOVE "MSG0057" TO WS-MSG-ID
           PERFORM PRINT
           MOVE "Only an administrator can restore it later. (Y/N)"
             TO WS-MSG
           MOVE "MSG0058" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-DEACT-ANSWER

           IF WS-DEACT-ANSWER NOT = "Y" AND WS-DEACT-ANSWER NOT = "y"
               MOVE "Deactivation cancelled." TO WS-MSG
               MOVE "MSG0059" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DEACT-STATUS
           CALL "USERS-DEACTIVATE" USING WS-CURRENT-USER
               WS-DEACT-STATUS

           IF WS-DEACT-STATUS = "Y"
               CALL "USERS-INDEX-REBUILD"
               ADD 1 TO WS-ACCOUNTS-DEACT
               MOVE "Your account has been deactivated." TO WS-MSG
               MOVE "MSG0060" TO WS-MSG-ID
               PERFORM PRINTLN
               PERFORM LOGOUT-FLOW
           ELSE
               MOVE "Unable to deactivate account. Please try again."
                 TO WS-MSG
               MOVE "MSG0061" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

       LOGIN-FLOW.
           MOVE SPACES TO WS-USERNAME WS-PASSWORD WS-STORED-HASH
           MOVE SPACES TO WS-STORED-SALT
           MOVE "N" TO WS-FOUND WS-AUTH-OK

           MOVE "Enter username:" TO WS-MSG
           MOVE "MSG0062" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-USERNAME

           MOVE "Enter password:" TO WS-MSG
           MOVE "MSG0063" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-PASSWORD

           CALL "USERS-LOOKUP" USING WS-USERNAME WS-FOUND WS-STORED-HASH
               WS-STORED-SALT

           IF WS-FOUND NOT = "Y"
               MOVE "Invalid credentials. Please try again." TO WS-MSG
               MOVE "MSG0064" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               PERFORM AUDIT-LOG-WRITE
               ADD 1 TO WS-LOGIN-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LOCKED-OUT
           CALL "LOCKOUT-CHECK" USING WS-USERNAME WS-LOCKED-OUT

           IF WS-LOCKED-OUT = "Y"
               MOVE "This account is temporarily locked due to
      -    "repeated failed logins. Try again later." TO WS-MSG
               MOVE "MSG0065" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               PERFORM AUDIT-LOG-WRITE
               ADD 1 TO WS-LOGIN-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           CALL "AUTH-VERIFY" USING WS-PASSWORD WS-STORED-HASH
               WS-AUTH-OK WS-STORED-SALT

           IF WS-AUTH-OK = "Y"
               MOVE "You have successfully logged in." TO WS-MSG
               MOVE "MSG0066" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "Y" TO WS-LOGGED-IN
               MOVE WS-USERNAME TO WS-CURRENT-USER
               CALL "ROLE-LOOKUP" USING WS-CURRENT-USER
                   WS-CURRENT-ROLE
               PERFORM LANG-FETCH-CURRENT
               CALL "LOCKOUT-UPDATE" USING WS-USERNAME WS-LOCK-MODE-S
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
               PERFORM AUDIT-LOG-WRITE
               ADD 1 TO WS-LOGIN-SUCCESS-COUNT
               MOVE "Logged in successfully" TO WS-NOTIFY-MSG
               PERFORM NOTIFICATION-LOG-WRITE

               MOVE "N" TO WS-FORCED-RESET
               CALL "FORCED-RESET-CHECK" USING WS-USERNAME
                   WS-FORCED-RESET
               IF WS-FORCED-RESET = "Y"
                   MOVE "An administrator has required you to set a
      -    "new password before continuing." TO WS-MSG
                   MOVE "MSG0067" TO WS-MSG-ID
                   PERFORM PRINTLN
                   MOVE "N" TO WS-STATUS
                   PERFORM CHANGE-PASSWORD-FLOW
                   IF WS-STATUS = "Y"
                       CALL "FORCED-RESET-CLEAR" USING WS-USERNAME
                   ELSE
                       MOVE "Your password was not changed - you will
      -                "be asked again at your next login." TO WS-MSG
                       MOVE "MSG0068" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
               END-IF

      *> Campus policy: credentials expire after PWEXPIRYDAYS days.
      *> A reset forced just above refreshes the last-changed date,
      *> so this check naturally stays quiet in that case.
               MOVE "N" TO WS-PW-EXPIRED
               CALL "PW-AGE-CHECK" USING WS-USERNAME WS-PW-EXPIRED
               IF WS-PW-EXPIRED = "Y"
                   MOVE "Your password has expired and must be
      -    "changed before continuing." TO WS-MSG
                   MOVE "MSG0069" TO WS-MSG-ID
                   PERFORM PRINTLN
                   MOVE "N" TO WS-STATUS
                   PERFORM CHANGE-PASSWORD-FLOW
                   IF WS-STATUS NOT = "Y"
                       MOVE "Your password was not changed - you will
      -                "be asked again at your next login." TO WS-MSG
                       MOVE "MSG0070" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
               END-IF
           ELSE
               MOVE "Invalid credentials. Please try again." TO WS-MSG
               MOVE "MSG0071" TO WS-MSG-ID
               PERFORM PRINTLN
               CALL "LOCKOUT-UPDATE" USING WS-USERNAME WS-LOCK-MODE-F
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               PERFORM AUDIT-LOG-WRITE
               ADD 1 TO WS-LOGIN-FAIL-COUNT
           END-IF
           .

       CREATE-ACCOUNT-FLOW.
           PERFORM COUNT-USERS

           IF WS-USER-COUNT >= WS-MAX-ACCOUNTS
               MOVE "All permitted accounts have been created, please
      -    "come back later" TO WS-MSG
               MOVE "MSG0072" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

      *> Continue normal account creation below
           MOVE SPACES TO WS-USERNAME WS-PASSWORD
           MOVE "N" TO WS-VALID-PW
           MOVE "N" TO WS-STATUS

           MOVE "Enter username:" TO WS-MSG
           MOVE "MSG0073" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-USERNAME

           MOVE "Enter password:" TO WS-MSG
           MOVE "MSG0074" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-PASSWORD

           CALL "PW-VALIDATE" USING WS-PASSWORD WS-VALID-PW

           IF WS-VALID-PW NOT = "Y"
               MOVE "Password must be 8-12 chars, include 1 uppercase,
      -    "1 lowercase, 1 digit, and 1 special character." TO WS-MSG
               MOVE "MSG0075" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           CALL "USERS-LOOKUP" USING WS-USERNAME WS-FOUND WS-STORED-HASH
               WS-STORED-SALT

           IF WS-FOUND = "Y"
               MOVE "That username is already taken. Please choose
      -    "another." TO WS-MSG
               MOVE "MSG0076" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Set up a security question (used to recover your
      -    "password):" TO WS-MSG
           MOVE "MSG0077" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SEC-QUESTION

           MOVE "Enter the answer:" TO WS-MSG
           MOVE "MSG0078" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SEC-ANSWER

           MOVE "Account type - (S)tudent, (E)mployer, or
      -    "(A)dministrator:" TO WS-MSG
           MOVE "MSG0079" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-ROLE-ANSWER

           EVALUATE FUNCTION UPPER-CASE(WS-ROLE-ANSWER)
               WHEN "E"
                   MOVE "EMPLOYER" TO WS-NEW-ROLE
               WHEN "A"
                   MOVE "ADMIN" TO WS-NEW-ROLE
               WHEN OTHER
                   MOVE "STUDENT" TO WS-NEW-ROLE
           END-EVALUATE

           MOVE "Preferred language - (E)nglish or (S)panish:"
             TO WS-MSG
           MOVE "MSG0080" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-LANG-ANSWER

           IF FUNCTION UPPER-CASE(WS-LANG-ANSWER) = "S"
               MOVE "ES" TO WS-NEW-LANG
           ELSE
               MOVE "EN" TO WS-NEW-LANG
           END-IF

           MOVE "Do you accept the Terms of Service? (Y/N)" TO WS-MSG
           MOVE "MSG0081" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-TOS-ANSWER
           PERFORM ACCEPTANCE-LOG-WRITE

           IF WS-TOS-ANSWER NOT = "Y" AND WS-TOS-ANSWER NOT = "y"
               MOVE "You must accept the Terms of Service to create
      -    "an account." TO WS-MSG
               MOVE "MSG0082" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           CALL "USERS-APPEND-HASH" USING WS-USERNAME WS-PASSWORD
               WS-STATUS

           IF WS-STATUS = "Y"
               CALL "SEC-ANSWER-SAVE" USING WS-USERNAME
                   WS-SEC-QUESTION WS-SEC-ANSWER WS-STATUS
               CALL "ROLE-SAVE" USING WS-USERNAME WS-NEW-ROLE
               CALL "USERS-INDEX-REBUILD"
               ADD 1 TO WS-ACCOUNTS-CREATED
               MOVE "Account created successfully." TO WS-MSG
               MOVE "MSG0083" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE "Account created" TO WS-NOTIFY-MSG
               PERFORM NOTIFICATION-LOG-WRITE

      *> The language choice rides on the profile row, so a stub
      *> row is written at creation - PROFILE-EDIT-FLOW fills the
      *> real fields in later and keeps the language.
               MOVE SPACES TO WS-UNIVERSITY WS-MAJOR WS-BIO
               MOVE "PUBLIC" TO WS-VISIBILITY
               MOVE "N" TO WS-STATUS
               CALL "PROFILE-SAVE" USING WS-USERNAME WS-UNIVERSITY
                   WS-MAJOR WS-BIO WS-VISIBILITY WS-NEW-LANG
                   WS-STATUS

      *> A fake posting got through once - new employer accounts
      *> wait in a pending state until staff approve them through
      *> the Admin Maintenance queue or ADMIN-BATCH.
               IF WS-NEW-ROLE = "EMPLOYER"
                   PERFORM EMP-APPROVAL-FILE-PENDING
                   MOVE "Employer accounts need administrator
      -    "approval before posting jobs - you will be notified."
                     TO WS-MSG
                   MOVE "MSG0084" TO WS-MSG-ID
                   PERFORM PRINTLN
               END-IF
           ELSE
               MOVE "Registration failed due to system error." TO WS-MSG
               MOVE "MSG0085" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .
       CONFIG-LOAD.
           MOVE 5 TO WS-MAX-ACCOUNTS
           MOVE "YES" TO WS-RESUME-MODE
           MOVE SPACES TO WS-SCRIPT-DIR
           OPEN INPUT ConfigFile
           IF WS-CFG-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ ConfigFile
                       AT END
                           EXIT PERFORM
                   END-READ

                   MOVE SPACES TO WS-CFG-KEY WS-CFG-VAL
                   UNSTRING Config-Rec DELIMITED BY "="
                       INTO WS-CFG-KEY WS-CFG-VAL

                   IF FUNCTION TRIM(WS-CFG-KEY) = "MAXACCOUNTS"
                       MOVE FUNCTION TRIM(WS-CFG-VAL) TO WS-MAX-ACCOUNTS
                   END-IF

      *> Days that read notification entries are retained before the
      *> startup housekeeping pass in NOTIFY-PURGE drops them.
                   IF FUNCTION TRIM(WS-CFG-KEY) = "NOTIFYRETAIN"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-NOTIFY-RETAIN
                   END-IF

      *> Operator-set startup option: a checkpoint from a prior
      *> interrupted run is only honored when RESUME=YES; set
      *> RESUME=NO in config.txt to replay InputFile from line one.
                   IF FUNCTION TRIM(WS-CFG-KEY) = "RESUME"
                       MOVE FUNCTION TRIM(WS-CFG-VAL) TO WS-RESUME-MODE
                   END-IF

      *> Directory of session scripts to process one by one; blank
      *> or absent keeps the classic single-script run.
                   IF FUNCTION TRIM(WS-CFG-KEY) = "SCRIPTDIR"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-SCRIPT-DIR
                   END-IF

      *> Free-tier monthly posting allowance for employers without
      *> a quotas.csv agreement of their own.
                   IF FUNCTION TRIM(WS-CFG-KEY) = "MAXPOSTMONTH"
                       MOVE FUNCTION TRIM(WS-CFG-VAL)
                         TO WS-QUOTA-DEFAULT
                   END-IF
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           .
       COUNT-USERS.
           MOVE 0 TO WS-USER-COUNT
           OPEN INPUT UserLogin
           PERFORM UNTIL 1 = 2
           READ UserLogin
               AT END
           EXIT PERFORM
           END-READ
           ADD 1 TO WS-USER-COUNT
           END-PERFORM
           CLOSE UserLogin
           .

      *> The fourth field names the script that was in flight, so an
      *> interrupted multi-script run resumes at the right file and
      *> line; single-script checkpoints carry it blank.
       CHECKPOINT-LOAD.
           MOVE 0 TO WS-RESUME-LINE
           MOVE "N" TO WS-RESUME-LOGGED-IN
           MOVE SPACES TO WS-RESUME-USER WS-RESUME-SCRIPT
           OPEN INPUT Checkpoint
           IF WS-CKPT-STAT = "00"
               READ Checkpoint INTO Checkpoint-Rec
                   AT END
                       CONTINUE
               END-READ
               IF WS-CKPT-STAT = "00"
                   UNSTRING Checkpoint-Rec DELIMITED BY "|"
                       INTO WS-RESUME-LINE WS-RESUME-LOGGED-IN
                            WS-RESUME-USER WS-RESUME-SCRIPT
               END-IF
               CLOSE Checkpoint
           END-IF
           .

      *> A completed menu action is also the journal's commit point:
      *> whatever the action changed is journaled (JOURNAL-SYNC)
      *> before the checkpoint moves past it.
       CHECKPOINT-SAVE.
           MOVE "S" TO WS-JOURNAL-MODE
           CALL "JOURNAL-SYNC" USING WS-JOURNAL-MODE
           OPEN OUTPUT Checkpoint
           MOVE SPACES TO Checkpoint-Rec
           STRING WS-LINE-NUMBER "|"
                  WS-LOGGED-IN "|"
                  FUNCTION TRIM(WS-CURRENT-USER) "|"
                  FUNCTION TRIM(WS-SCRIPT-NAME)
               DELIMITED BY SIZE INTO Checkpoint-Rec
           WRITE Checkpoint-Rec
           CLOSE Checkpoint
           .

       CHECKPOINT-CLEAR.
           OPEN OUTPUT Checkpoint
           MOVE SPACES TO Checkpoint-Rec
           STRING "000000" "|" "N" "|" "|"
               DELIMITED BY SIZE INTO Checkpoint-Rec
           WRITE Checkpoint-Rec
           CLOSE Checkpoint
           .

      *> Every row is chained to the one before it: the row's own
      *> user|stamp|result is hashed, then the previous row's link
      *> and that digest are hashed together into this row's link,
      *> and both the previous link and the new one are written on
      *> the row. Altering, dropping or reordering any row breaks
      *> every link after it (see AUDIT-VERIFY). The newest link is
      *> kept in audit.tail, since AUDIT-ROTATE can leave audit.log
      *> itself empty at the turn of a month.
       AUDIT-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           MOVE "0000000000" TO WS-AUDIT-PREV
           OPEN INPUT AuditTail
           IF WS-ATAIL-STAT = "00"
               READ AuditTail
                   NOT AT END
                       IF Atail-Rec(1:10) IS NUMERIC
                           MOVE Atail-Rec(1:10) TO WS-AUDIT-PREV
                       END-IF
               END-READ
               CLOSE AuditTail
           END-IF

           MOVE SPACES TO WS-AUDIT-BODY
           STRING FUNCTION TRIM(WS-USERNAME)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  WS-AUDIT-RESULT
               DELIMITED BY SIZE INTO WS-AUDIT-BODY
           CALL "PW-HASH" USING WS-AUDIT-BODY WS-AUDIT-DIGEST
           MOVE SPACES TO WS-AUDIT-HASH-IN
           STRING FUNCTION TRIM(WS-AUDIT-PREV)
                  "|"
                  FUNCTION TRIM(WS-AUDIT-DIGEST)
               DELIMITED BY SIZE INTO WS-AUDIT-HASH-IN
           CALL "PW-HASH" USING WS-AUDIT-HASH-IN WS-AUDIT-LINK

           OPEN EXTEND AuditLog
           IF WS-AUDIT-STAT NOT = "00"
               OPEN OUTPUT AuditLog
               CLOSE AuditLog
               OPEN EXTEND AuditLog
           END-IF

           MOVE SPACES TO WS-AUDIT-OUT
           STRING FUNCTION TRIM(WS-AUDIT-BODY)
                  "|"
                  FUNCTION TRIM(WS-AUDIT-PREV)
                  "|"
                  FUNCTION TRIM(WS-AUDIT-LINK)
               DELIMITED BY SIZE INTO WS-AUDIT-OUT
           MOVE WS-AUDIT-OUT TO Audit-Rec
           WRITE Audit-Rec
           CLOSE AuditLog

           OPEN OUTPUT AuditTail
           MOVE SPACES TO Atail-Rec
           MOVE WS-AUDIT-LINK TO Atail-Rec
           WRITE Atail-Rec
           CLOSE AuditTail
           .

       ACCEPTANCE-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Acceptances
           IF WS-ACCEPT-STAT NOT = "00"
               OPEN OUTPUT Acceptances
               CLOSE Acceptances
               OPEN EXTEND Acceptances
           END-IF

           MOVE SPACES TO WS-ACCEPT-OUT
           STRING FUNCTION TRIM(WS-USERNAME)
                  "|"
                  WS-TOS-ANSWER
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-ACCEPT-OUT
           MOVE WS-ACCEPT-OUT TO Accept-Rec
           WRITE Accept-Rec
           CLOSE Acceptances
           .

      *> Durable per-user record of key events, keyed off
      *> WS-USERNAME and WS-NOTIFY-MSG set by the caller, so a future
      *> "what's new" screen has something to read besides the
      *> transcript. Uses the same append-with-fallback-to-OUTPUT
      *> pattern as AUDIT-LOG-WRITE / ACCEPTANCE-LOG-WRITE.
       NOTIFICATION-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               OPEN OUTPUT Notifications
               CLOSE Notifications
               OPEN EXTEND Notifications
           END-IF

           MOVE SPACES TO WS-NOTIFY-OUT
           STRING FUNCTION TRIM(WS-USERNAME)
                  "|"
                  FUNCTION TRIM(WS-NOTIFY-MSG)
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
               DELIMITED BY SIZE INTO WS-NOTIFY-OUT
           MOVE WS-NOTIFY-OUT TO Notify-Rec
           WRITE Notify-Rec
           CLOSE Notifications
           .


       PROFILE-EDIT-FLOW.
           IF WS-LOGGED-IN NOT = "Y"
               MOVE "You must log in before editing your profile."
                 TO WS-MSG
               MOVE "MSG0086" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-UNIVERSITY WS-MAJOR WS-BIO

           MOVE "Enter your university:" TO WS-MSG
           MOVE "MSG0087" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-UNIVERSITY
           MOVE "U" TO WS-REF-KIND
           MOVE WS-UNIVERSITY TO WS-REF-VALUE
           PERFORM REF-CHECK-ENTRY
           MOVE WS-REF-VALUE TO WS-UNIVERSITY

           MOVE "Enter your major:" TO WS-MSG
           MOVE "MSG0088" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MAJOR
           MOVE "M" TO WS-REF-KIND
           MOVE WS-MAJOR TO WS-REF-VALUE
           PERFORM REF-CHECK-ENTRY
           MOVE WS-REF-VALUE TO WS-MAJOR

           MOVE "Enter a short bio:" TO WS-MSG
           MOVE "MSG0089" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BIO

           MOVE "Who may see your profile - (P)ublic,
      -    "(C)onnections only, or (H)idden:" TO WS-MSG
           MOVE "MSG0090" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-VIS-ANSWER

           EVALUATE FUNCTION UPPER-CASE(WS-VIS-ANSWER)
               WHEN "C"
                   MOVE "CONNECTIONS" TO WS-VISIBILITY
               WHEN "H"
                   MOVE "HIDDEN" TO WS-VISIBILITY
               WHEN OTHER
                   MOVE "PUBLIC" TO WS-VISIBILITY
           END-EVALUATE

           MOVE "N" TO WS-STATUS
           CALL "PROFILE-SAVE" USING WS-CURRENT-USER WS-UNIVERSITY
               WS-MAJOR WS-BIO WS-VISIBILITY WS-USER-LANG WS-STATUS

           IF WS-STATUS = "Y"
               MOVE "Profile saved." TO WS-MSG
               MOVE "MSG0091" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               MOVE "Profile update failed due to system error."
                 TO WS-MSG
               MOVE "MSG0092" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

      *> History entries accumulate across edits - rerunning the
      *> flow adds degrees and positions, it does not replace them.
           PERFORM EDU-ENTRY-LOOP
           PERFORM WORK-ENTRY-LOOP
           PERFORM SKILL-ENTRY-LOOP
           .

       EDU-ENTRY-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Add an education entry? (Y/N)" TO WS-MSG
               MOVE "MSG0093" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the school:" TO WS-MSG
               MOVE "MSG0094" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EDU-SCHOOL
               MOVE "U" TO WS-REF-KIND
               MOVE WS-EDU-SCHOOL TO WS-REF-VALUE
               PERFORM REF-CHECK-ENTRY
               MOVE WS-REF-VALUE TO WS-EDU-SCHOOL

               MOVE "Enter the degree:" TO WS-MSG
               MOVE "MSG0095" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EDU-DEGREE

               MOVE "Enter the years attended:" TO WS-MSG
               MOVE "MSG0096" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EDU-YEARS

               PERFORM EDU-ENTRY-APPEND
               MOVE "Education entry added." TO WS-MSG
               MOVE "MSG0097" TO WS-MSG-ID
               PERFORM PRINTLN
           END-PERFORM
           .

      *> Holds a typed university, major or school against the
      *> reference tables. An official name or known alternate is
      *> recorded as the official name; a near miss is offered as
      *> "did you mean" and only taken on Y. Anything else is kept
      *> as typed and left for the nightly exceptions list.
       REF-CHECK-ENTRY.
           IF WS-REF-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "REF-MATCH" USING WS-REF-KIND WS-REF-VALUE
               WS-REF-CODE WS-REF-CANON WS-REF-RESULT

           EVALUATE WS-REF-RESULT
               WHEN "E"
                   IF FUNCTION TRIM(WS-REF-VALUE) NOT =
                       FUNCTION TRIM(WS-REF-CANON)
                       MOVE WS-REF-CANON TO WS-REF-VALUE
                       MOVE SPACES TO WS-MSG
                       STRING "Recorded as "
                              FUNCTION TRIM(WS-REF-CANON)
                              "."
                           DELIMITED BY SIZE INTO WS-MSG
                       PERFORM PRINTLN
                   END-IF
               WHEN "C"
                   MOVE SPACES TO WS-MSG
                   STRING "Did you mean "
                          FUNCTION TRIM(WS-REF-CANON)
                          "? (Y/N)"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINT
                   PERFORM READ-USER-LINE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-REF-ANSWER
                   IF FUNCTION UPPER-CASE(WS-REF-ANSWER) = "Y"
                       MOVE WS-REF-CANON TO WS-REF-VALUE
                   END-IF
           END-EVALUATE
           .

       EDU-ENTRY-APPEND.
           OPEN EXTEND EduHistory
           IF WS-EDU-STAT NOT = "00"
               OPEN OUTPUT EduHistory
               CLOSE EduHistory
               OPEN EXTEND EduHistory
           END-IF

           MOVE SPACES TO WS-HIST-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-EDU-SCHOOL)
                  "|"
                  FUNCTION TRIM(WS-EDU-DEGREE)
                  "|"
                  FUNCTION TRIM(WS-EDU-YEARS)
               DELIMITED BY SIZE INTO WS-HIST-OUT
           MOVE WS-HIST-OUT TO Edu-Rec
           WRITE Edu-Rec
           CLOSE EduHistory
           .

       WORK-ENTRY-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Add a work experience entry? (Y/N)" TO WS-MSG
               MOVE "MSG0098" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the employer:" TO WS-MSG
               MOVE "MSG0099" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-WORK-EMPLOYER

               MOVE "Enter the job title:" TO WS-MSG
               MOVE "MSG0100" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-WORK-TITLE

               MOVE "Enter the dates held:" TO WS-MSG
               MOVE "MSG0101" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-WORK-DATES

               PERFORM WORK-ENTRY-APPEND
               MOVE "Work experience entry added." TO WS-MSG
               MOVE "MSG0102" TO WS-MSG-ID
               PERFORM PRINTLN
           END-PERFORM
           .

       WORK-ENTRY-APPEND.
           OPEN EXTEND WorkHistory
           IF WS-WORK-STAT NOT = "00"
               OPEN OUTPUT WorkHistory
               CLOSE WorkHistory
               OPEN EXTEND WorkHistory
           END-IF

           MOVE SPACES TO WS-HIST-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-WORK-EMPLOYER)
                  "|"
                  FUNCTION TRIM(WS-WORK-TITLE)
                  "|"
                  FUNCTION TRIM(WS-WORK-DATES)
               DELIMITED BY SIZE INTO WS-HIST-OUT
           MOVE WS-HIST-OUT TO Work-Rec
           WRITE Work-Rec
           CLOSE WorkHistory
           .

       SKILL-ENTRY-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Add a skill? (Y/N)" TO WS-MSG
               MOVE "MSG0103" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the skill:" TO WS-MSG
               MOVE "MSG0104" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-SKILL-PICKED

               IF WS-SKILL-PICKED = SPACES
                   MOVE "A skill cannot be blank." TO WS-MSG
                   MOVE "MSG0105" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
      *> A second row for the same skill would split its
      *> endorsement count, so re-listing is refused rather
      *> than appended the way education entries are.
                   MOVE WS-CURRENT-USER TO WS-SKILL-USER
                   PERFORM SKILL-CHECK-EXISTS
                   IF WS-SKILL-FOUND = "Y"
                       MOVE "That skill is already on your profile."
                         TO WS-MSG
                       MOVE "MSG0106" TO WS-MSG-ID
                       PERFORM PRINTLN
                   ELSE
                       PERFORM SKILL-ENTRY-APPEND
                       MOVE "Skill added." TO WS-MSG
                       MOVE "MSG0107" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
               END-IF
           END-PERFORM
           .

       SKILL-ENTRY-APPEND.
           OPEN EXTEND Skills
           IF WS-SKILL-STAT NOT = "00"
               OPEN OUTPUT Skills
               CLOSE Skills
               OPEN EXTEND Skills
           END-IF

           MOVE SPACES TO WS-HIST-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-SKILL-PICKED)
               DELIMITED BY SIZE INTO WS-HIST-OUT
           MOVE WS-HIST-OUT TO Skill-Rec
           WRITE Skill-Rec
           CLOSE Skills
           .

      *> Does WS-SKILL-USER already list WS-SKILL-PICKED? Both sides
      *> compared without regard to case, like every other match in
      *> this program.
       SKILL-CHECK-EXISTS.
           MOVE "N" TO WS-SKILL-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-USER))
               TO WS-SKILL-OWNER-UC
           OPEN INPUT Skills
           IF WS-SKILL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Skills
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SKILL-USER WS-SKILL-NAME
               UNSTRING Skill-Rec DELIMITED BY "|"
                   INTO WS-SKILL-USER WS-SKILL-NAME

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-USER)) =
                       WS-SKILL-OWNER-UC
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SKILL-NAME)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SKILL-PICKED))
                   MOVE "Y" TO WS-SKILL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Skills
           END-IF
           .

       CHANGE-PASSWORD-FLOW.
           IF WS-LOGGED-IN NOT = "Y"
               MOVE "You must log in before changing your password."
                 TO WS-MSG
               MOVE "MSG0108" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PASSWORD
           MOVE "N" TO WS-VALID-PW

           MOVE "Enter your new password:" TO WS-MSG
           MOVE "MSG0109" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-PASSWORD

           CALL "PW-VALIDATE" USING WS-PASSWORD WS-VALID-PW

           IF WS-VALID-PW NOT = "Y"
               MOVE "Password must be 8-12 chars, include 1 uppercase,
      -    "1 lowercase, 1 digit, and 1 special character." TO WS-MSG
               MOVE "MSG0110" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PW-REUSED
           CALL "PW-HISTORY-CHECK" USING WS-CURRENT-USER WS-PASSWORD
               WS-PW-REUSED

           IF WS-PW-REUSED = "Y"
               MOVE "Your new password must not match any of your
      -    "last three passwords." TO WS-MSG
               MOVE "MSG0111" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STATUS
           CALL "USERS-UPDATE-HASH" USING WS-CURRENT-USER WS-PASSWORD
               WS-STATUS

           IF WS-STATUS = "Y"
               CALL "USERS-INDEX-REBUILD"
               MOVE "Password changed successfully." TO WS-MSG
               MOVE "MSG0112" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               MOVE "Password change failed due to system error."
                 TO WS-MSG
               MOVE "MSG0113" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

       FORGOT-PASSWORD-FLOW.
           MOVE SPACES TO WS-USERNAME
           MOVE "N" TO WS-FOUND

           MOVE "Enter your username:" TO WS-MSG
           MOVE "MSG0114" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-USERNAME

           CALL "SEC-ANSWER-LOOKUP" USING WS-USERNAME WS-FOUND
               WS-SEC-QUESTION WS-SEC-ANSWER-HASH

           IF WS-FOUND NOT = "Y"
               MOVE "No security question is on file for that
      -    "username." TO WS-MSG
               MOVE "MSG0115" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-SEC-QUESTION) TO WS-MSG
           PERFORM PRINTLN

           MOVE SPACES TO WS-SEC-ANSWER
           MOVE "N" TO WS-AUTH-OK

           MOVE "Enter your answer:" TO WS-MSG
           MOVE "MSG0116" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SEC-ANSWER

           CALL "AUTH-VERIFY" USING WS-SEC-ANSWER WS-SEC-ANSWER-HASH
               WS-AUTH-OK WS-NO-SALT

           IF WS-AUTH-OK NOT = "Y"
               MOVE "That answer does not match our records."
                 TO WS-MSG
               MOVE "MSG0117" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PASSWORD
           MOVE "N" TO WS-VALID-PW

           MOVE "Enter your new password:" TO WS-MSG
           MOVE "MSG0118" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-PASSWORD

           CALL "PW-VALIDATE" USING WS-PASSWORD WS-VALID-PW

           IF WS-VALID-PW NOT = "Y"
               MOVE "Password must be 8-12 chars, include 1 uppercase,
      -    "1 lowercase, 1 digit, and 1 special character." TO WS-MSG
               MOVE "MSG0119" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PW-REUSED
           CALL "PW-HISTORY-CHECK" USING WS-USERNAME WS-PASSWORD
               WS-PW-REUSED

           IF WS-PW-REUSED = "Y"
               MOVE "Your new password must not match any of your
      -    "last three passwords." TO WS-MSG
               MOVE "MSG0120" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STATUS
           CALL "USERS-UPDATE-HASH" USING WS-USERNAME WS-PASSWORD
               WS-STATUS

           IF WS-STATUS = "Y"
               CALL "USERS-INDEX-REBUILD"
               MOVE "Password reset successfully." TO WS-MSG
               MOVE "MSG0121" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               MOVE "Password reset failed due to system error."
                 TO WS-MSG
               MOVE "MSG0122" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

      *> Owner's visibility choice against the viewing user: PUBLIC
      *> (or the blank of a row written before the field existed)
      *> is open to everyone, HIDDEN to no one, CONNECTIONS to
      *> established connections only - judged the same way
      *> DM-CHECK-CONNECTED already judges messages. Owners always
      *> see themselves; ADMIN accounts see everything.
       VIS-EVAL.
           MOVE "Y" TO WS-VIS-OK

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIS-TARGET)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-ROLE = "ADMIN"
               EXIT PARAGRAPH
           END-IF

      *> A blocked pair see nothing of each other anywhere a
      *> profile is displayed, whatever the visibility setting says.
           MOVE WS-VIS-TARGET TO WS-BLK-TARGET
           PERFORM BLOCK-CHECK
           IF WS-BLK-HIT = "Y"
               MOVE "N" TO WS-VIS-OK
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIS-VALUE))
               WHEN "HIDDEN"
                   MOVE "N" TO WS-VIS-OK
               WHEN "CONNECTIONS"
                   MOVE WS-VIS-TARGET TO WS-DM-RECIPIENT
                   PERFORM DM-CHECK-CONNECTED
                   MOVE WS-DM-ALLOWED TO WS-VIS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> Does a block stand between the current user and
      *> WS-BLK-TARGET, in either direction?
       BLOCK-CHECK.
           MOVE "N" TO WS-BLK-HIT
           OPEN INPUT Blocks
           IF WS-BLK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Blocks
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-BLK-BLOCKER WS-BLK-BLOCKED
               UNSTRING Block-Rec DELIMITED BY "|"
                   INTO WS-BLK-BLOCKER WS-BLK-BLOCKED

               IF (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKED)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-TARGET)))
                   OR (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-TARGET))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKED)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER)))
                   MOVE "Y" TO WS-BLK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Blocks
           END-IF
           .

      *> Campus conduct cases drove this screen: a block stops
      *> connection requests and messages in both directions and
      *> removes the pair from each other's search results and
      *> suggestions.
       BLOCKED-USERS-FLOW.
           MOVE 0 TO WS-BLK-COUNT

           OPEN INPUT Blocks
           IF WS-BLK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Blocks
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-BLK-BLOCKER WS-BLK-BLOCKED
               UNSTRING Block-Rec DELIMITED BY "|"
                   INTO WS-BLK-BLOCKER WS-BLK-BLOCKED

               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   ADD 1 TO WS-BLK-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "Blocked: "
                          FUNCTION TRIM(WS-BLK-BLOCKED)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Blocks
           END-IF

           IF WS-BLK-COUNT = 0
               MOVE "You have not blocked anyone." TO WS-MSG
               MOVE "MSG0123" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           PERFORM BLOCK-ADD-LOOP

           MOVE "Enter a username to unblock, or press Enter:"
             TO WS-MSG
           MOVE "MSG0124" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BLK-TARGET

           IF WS-BLK-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BLK-UPD
           CALL "BLOCK-REMOVE" USING WS-CURRENT-USER WS-BLK-TARGET
               WS-BLK-UPD

           IF WS-BLK-UPD = "Y"
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-BLK-TARGET)
                      " has been unblocked."
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           ELSE
               MOVE "You have not blocked that user." TO WS-MSG
               MOVE "MSG0125" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

       BLOCK-ADD-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Block a user? (Y/N)" TO WS-MSG
               MOVE "MSG0126" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the username to block:" TO WS-MSG
               MOVE "MSG0127" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-BLK-TARGET

               IF WS-BLK-TARGET = SPACES
                   MOVE "A username cannot be blank." TO WS-MSG
                   MOVE "MSG0128" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-BLK-TARGET)) =
                       FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                       MOVE "You cannot block yourself." TO WS-MSG
                       MOVE "MSG0129" TO WS-MSG-ID
                       PERFORM PRINTLN
                   ELSE
                       PERFORM BLOCK-ADD-ONE
                   END-IF
               END-IF
           END-PERFORM
           .

       BLOCK-ADD-ONE.
           PERFORM BLOCK-CHECK-MINE
           IF WS-BLK-HIT = "Y"
               MOVE "You have already blocked that user." TO WS-MSG
               MOVE "MSG0130" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND Blocks
           IF WS-BLK-STAT NOT = "00"
               OPEN OUTPUT Blocks
               CLOSE Blocks
               OPEN EXTEND Blocks
           END-IF

           MOVE SPACES TO WS-BLK-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-BLK-TARGET)
               DELIMITED BY SIZE INTO WS-BLK-OUT
           MOVE WS-BLK-OUT TO Block-Rec
           WRITE Block-Rec
           CLOSE Blocks

           MOVE SPACES TO WS-MSG
           STRING FUNCTION TRIM(WS-BLK-TARGET)
                  " has been blocked."
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           .

      *> Only rows the current user placed - the screen must not
      *> reveal who has blocked them.
       BLOCK-CHECK-MINE.
           MOVE "N" TO WS-BLK-HIT
           OPEN INPUT Blocks
           IF WS-BLK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Blocks
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-BLK-BLOCKER WS-BLK-BLOCKED
               UNSTRING Block-Rec DELIMITED BY "|"
                   INTO WS-BLK-BLOCKER WS-BLK-BLOCKED

               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLK-BLOCKED)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BLK-TARGET))
                   MOVE "Y" TO WS-BLK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Blocks
           END-IF
           .

      *> Same verdict when only the username is at hand: fetch the
      *> visibility field first. Callers must not be holding
      *> UserProfiles open.
       PROFILE-VIS-ALLOWED.
           MOVE SPACES TO WS-VIS-VALUE
           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIS-TARGET))
                   MOVE WS-PROF-VIS TO WS-VIS-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           PERFORM VIS-EVAL
           .

       SEARCH-PROFILES-FLOW.
           MOVE "Search by name or university:" TO WS-MSG
           MOVE "MSG0131" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SEARCH-TERM

           MOVE 0 TO WS-MATCH-COUNT

           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               IF FUNCTION TRIM(WS-PROF-U) =
                       FUNCTION TRIM(WS-SEARCH-TERM)
                   OR FUNCTION TRIM(WS-PROF-UNIV) =
                       FUNCTION TRIM(WS-SEARCH-TERM)
                   MOVE WS-PROF-VIS TO WS-VIS-VALUE
                   MOVE WS-PROF-U TO WS-VIS-TARGET
                   PERFORM VIS-EVAL
                   IF WS-VIS-OK = "Y"
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE SPACES TO WS-MSG
                       STRING FUNCTION TRIM(WS-PROF-U)
                              " - "
                              FUNCTION TRIM(WS-PROF-UNIV)
                              " - "
                              FUNCTION TRIM(WS-PROF-MAJOR)
                           DELIMITED BY SIZE INTO WS-MSG
                       PERFORM PRINTLN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           IF WS-MATCH-COUNT = 0
               MOVE "No matching profiles were found." TO WS-MSG
               MOVE "MSG0132" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           MOVE "Enter a username to view the full profile, or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0133" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-VIEW-USER

           IF WS-VIEW-USER NOT = SPACES
               PERFORM VIEW-FULL-PROFILE
           END-IF
           .

      *> Recruiting search for employer accounts: one keyword scanned
      *> against profile majors, education degrees, and work-history
      *> titles with the same case-blind substring scan Browse Jobs
      *> uses. Only STUDENT accounts are listed - an employer hunting
      *> candidates has no use for other employers or staff.
       CANDIDATE-SEARCH-FLOW.
           MOVE 0 TO WS-CS-CNT

           MOVE "Search candidates by major, degree, or job title
      -    "keyword:" TO WS-MSG
           MOVE "MSG0134" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CS-TERM

           MOVE 0 TO WS-JOB-KEY-LEN
           IF WS-CS-TERM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CS-TERM) TO WS-JOB-KEY-UC
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CS-TERM))
                 TO WS-JOB-KEY-LEN
               PERFORM CS-SCAN-PROFILES
               PERFORM CS-SCAN-EDU
               PERFORM CS-SCAN-WORK
           END-IF

           IF WS-CS-CNT = 0
               MOVE "No matching candidates were found." TO WS-MSG
               MOVE "MSG0135" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                 UNTIL WS-CS-IDX > WS-CS-CNT
                   PERFORM CS-PRINT-ONE
               END-PERFORM
           END-IF

           MOVE "Enter a username to view the full profile, or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0136" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-VIEW-USER

           IF WS-VIEW-USER NOT = SPACES
               PERFORM VIEW-FULL-PROFILE
           END-IF
           .

       CS-SCAN-PROFILES.
           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE FUNCTION UPPER-CASE(WS-PROF-MAJOR)
                 TO WS-JOB-HAY-UC
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "Y"
                   MOVE WS-PROF-VIS TO WS-VIS-VALUE
                   MOVE WS-PROF-U TO WS-VIS-TARGET
                   PERFORM VIS-EVAL
                   IF WS-VIS-OK = "Y"
                       MOVE WS-PROF-U TO WS-CS-USER
                       MOVE "major" TO WS-CS-WHY-NOW
                       PERFORM CS-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF
           .

       CS-SCAN-EDU.
           OPEN INPUT EduHistory
           IF WS-EDU-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ EduHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EDU-USER WS-EDU-SCHOOL
                   WS-EDU-DEGREE WS-EDU-YEARS
               UNSTRING Edu-Rec DELIMITED BY "|"
                   INTO WS-EDU-USER WS-EDU-SCHOOL WS-EDU-DEGREE
                   WS-EDU-YEARS

               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE SPACES TO WS-JOB-HAY-UC
               MOVE FUNCTION UPPER-CASE(WS-EDU-DEGREE)
                 TO WS-JOB-HAY-UC(1:40)
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "Y"
                   MOVE WS-EDU-USER TO WS-VIS-TARGET
                   PERFORM PROFILE-VIS-ALLOWED
                   IF WS-VIS-OK = "Y"
                       MOVE WS-EDU-USER TO WS-CS-USER
                       MOVE "degree" TO WS-CS-WHY-NOW
                       PERFORM CS-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EduHistory
           END-IF
           .

       CS-SCAN-WORK.
           OPEN INPUT WorkHistory
           IF WS-WORK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ WorkHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-WORK-USER WS-WORK-EMPLOYER
                   WS-WORK-TITLE WS-WORK-DATES
               UNSTRING Work-Rec DELIMITED BY "|"
                   INTO WS-WORK-USER WS-WORK-EMPLOYER WS-WORK-TITLE
                   WS-WORK-DATES

               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE SPACES TO WS-JOB-HAY-UC
               MOVE FUNCTION UPPER-CASE(WS-WORK-TITLE)
                 TO WS-JOB-HAY-UC(1:40)
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "Y"
                   MOVE WS-WORK-USER TO WS-VIS-TARGET
                   PERFORM PROFILE-VIS-ALLOWED
                   IF WS-VIS-OK = "Y"
                       MOVE WS-WORK-USER TO WS-CS-USER
                       MOVE "title" TO WS-CS-WHY-NOW
                       PERFORM CS-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WorkHistory
           END-IF
           .

      *> Each student lists once, credited to whichever source
      *> matched first - and never the searching employer's own
      *> account, whatever role it carries.
       CS-ADD-CANDIDATE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CS-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CS-FOUND
           PERFORM VARYING WS-CS-JDX FROM 1 BY 1
             UNTIL WS-CS-JDX > WS-CS-CNT
               OR WS-CS-FOUND = "Y"
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CS-NAME(WS-CS-JDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CS-USER))
                   MOVE "Y" TO WS-CS-FOUND
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "STUDENT" TO WS-CS-ROLE
           CALL "ROLE-LOOKUP" USING WS-CS-USER WS-CS-ROLE
           IF WS-CS-ROLE NOT = "STUDENT"
               EXIT PARAGRAPH
           END-IF

           IF WS-CS-CNT < 100
               ADD 1 TO WS-CS-CNT
               MOVE WS-CS-USER TO WS-CS-NAME(WS-CS-CNT)
               MOVE WS-CS-WHY-NOW TO WS-CS-WHY(WS-CS-CNT)
           END-IF
           .

       CS-PRINT-ONE.
           MOVE SPACES TO WS-PROF-UNIV WS-PROF-MAJOR
           MOVE WS-CS-NAME(WS-CS-IDX) TO WS-CS-USER
           PERFORM CS-FETCH-PROFILE

           MOVE SPACES TO WS-MSG
           IF WS-PROF-UNIV = SPACES AND WS-PROF-MAJOR = SPACES
               STRING FUNCTION TRIM(WS-CS-NAME(WS-CS-IDX))
                      " - matched on "
                      FUNCTION TRIM(WS-CS-WHY(WS-CS-IDX))
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING FUNCTION TRIM(WS-CS-NAME(WS-CS-IDX))
                      " - "
                      FUNCTION TRIM(WS-PROF-UNIV)
                      " - "
                      FUNCTION TRIM(WS-PROF-MAJOR)
                      " - matched on "
                      FUNCTION TRIM(WS-CS-WHY(WS-CS-IDX))
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF
           PERFORM PRINTLN
           .

       CS-FETCH-PROFILE.
           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CS-USER))
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-PROF-UNIV WS-PROF-MAJOR
           END-PERFORM
           CLOSE UserProfiles
           END-IF
           .

       VIEW-FULL-PROFILE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIEW-USER))
               TO WS-VIEW-USER-UC
           MOVE "N" TO WS-VIEW-FOUND

           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                       WS-VIEW-USER-UC
                   MOVE "Y" TO WS-VIEW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           IF WS-VIEW-FOUND = "N"
               MOVE "No profile is on file for that username."
                 TO WS-MSG
               MOVE "MSG0137" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

      *> The owner's visibility choice is honored before a single
      *> field is shown, history and skills included.
           MOVE WS-PROF-VIS TO WS-VIS-VALUE
           MOVE WS-PROF-U TO WS-VIS-TARGET
           PERFORM VIS-EVAL
           IF WS-VIS-OK NOT = "Y"
               MOVE "That profile is not visible to you." TO WS-MSG
               MOVE "MSG0138" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MSG
           STRING "Profile for "
                  FUNCTION TRIM(WS-PROF-U)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "  University: "
                  FUNCTION TRIM(WS-PROF-UNIV)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "  Major: "
                  FUNCTION TRIM(WS-PROF-MAJOR)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "  Bio: "
                  FUNCTION TRIM(WS-PROF-BIO)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN

           PERFORM VIEW-EDU-HISTORY
           PERFORM VIEW-WORK-HISTORY
           PERFORM VIEW-SKILLS
           PERFORM SKILL-ENDORSE-PROMPT
           .

       VIEW-EDU-HISTORY.
           MOVE 0 TO WS-VIEW-COUNT
           OPEN INPUT EduHistory
           IF WS-EDU-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ EduHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EDU-USER WS-EDU-SCHOOL
                   WS-EDU-DEGREE WS-EDU-YEARS
               UNSTRING Edu-Rec DELIMITED BY "|"
                   INTO WS-EDU-USER WS-EDU-SCHOOL WS-EDU-DEGREE
                   WS-EDU-YEARS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EDU-USER)) =
                       WS-VIEW-USER-UC
                   IF WS-VIEW-COUNT = 0
                       MOVE "  Education:" TO WS-MSG
                       MOVE "MSG0139" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
                   ADD 1 TO WS-VIEW-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "    "
                          FUNCTION TRIM(WS-EDU-SCHOOL)
                          " - "
                          FUNCTION TRIM(WS-EDU-DEGREE)
                          " ("
                          FUNCTION TRIM(WS-EDU-YEARS)
                          ")"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE EduHistory
           END-IF
           .

       VIEW-WORK-HISTORY.
           MOVE 0 TO WS-VIEW-COUNT
           OPEN INPUT WorkHistory
           IF WS-WORK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ WorkHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-WORK-USER WS-WORK-EMPLOYER
                   WS-WORK-TITLE WS-WORK-DATES
               UNSTRING Work-Rec DELIMITED BY "|"
                   INTO WS-WORK-USER WS-WORK-EMPLOYER WS-WORK-TITLE
                   WS-WORK-DATES

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WORK-USER)) =
                       WS-VIEW-USER-UC
                   IF WS-VIEW-COUNT = 0
                       MOVE "  Experience:" TO WS-MSG
                       MOVE "MSG0140" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
                   ADD 1 TO WS-VIEW-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "    "
                          FUNCTION TRIM(WS-WORK-TITLE)
                          " at "
                          FUNCTION TRIM(WS-WORK-EMPLOYER)
                          " ("
                          FUNCTION TRIM(WS-WORK-DATES)
                          ")"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE WorkHistory
           END-IF
           .

       VIEW-SKILLS.
           MOVE 0 TO WS-VIEW-COUNT
           OPEN INPUT Skills
           IF WS-SKILL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Skills
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SKILL-USER WS-SKILL-NAME
               UNSTRING Skill-Rec DELIMITED BY "|"
                   INTO WS-SKILL-USER WS-SKILL-NAME

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-USER)) =
                       WS-VIEW-USER-UC
                   IF WS-VIEW-COUNT = 0
                       MOVE "  Skills:" TO WS-MSG
                       MOVE "MSG0141" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
                   ADD 1 TO WS-VIEW-COUNT
                   PERFORM COUNT-ENDORSEMENTS
                   MOVE SPACES TO WS-MSG
                   STRING "    "
                          FUNCTION TRIM(WS-SKILL-NAME)
                          " - "
                          WS-ENDO-COUNT
                          " endorsements"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Skills
           END-IF
           .

      *> One endorsement row per endorser, so the count shown is the
      *> number of distinct connections who vouched for the skill.
       COUNT-ENDORSEMENTS.
           MOVE 0 TO WS-ENDO-COUNT
           OPEN INPUT SkillEndorse
           IF WS-ENDO-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ SkillEndorse
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-ENDO-OWNER WS-ENDO-SKILL WS-ENDO-BY
               UNSTRING Endorse-Rec DELIMITED BY "|"
                   INTO WS-ENDO-OWNER WS-ENDO-SKILL WS-ENDO-BY

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENDO-OWNER)) =
                       WS-VIEW-USER-UC
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-ENDO-SKILL)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SKILL-NAME))
                   ADD 1 TO WS-ENDO-COUNT
               END-IF
           END-PERFORM
           CLOSE SkillEndorse
           END-IF
           .

      *> The prompt is always issued after a full profile view so a
      *> prepared script consumes a fixed number of lines, matching
      *> the response prompt in VIEW-REQUESTS-FLOW. Endorsements are
      *> limited to established connections so the counts carry
      *> weight with employers.
       SKILL-ENDORSE-PROMPT.
           MOVE "Enter a skill to endorse, REPORT to report this
      -    " profile, or press Enter:" TO WS-MSG
           MOVE "MSG0411" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SKILL-PICKED

           IF WS-SKILL-PICKED = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-SKILL-PICKED) = "REPORT"
               MOVE "PROFILE" TO WS-RPT-KIND
               MOVE WS-PROF-U TO WS-RPT-TARGET
               MOVE SPACES TO WS-RPT-REF
               PERFORM REPORT-ABUSE-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-VIEW-USER-UC =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE "You cannot endorse your own skills." TO WS-MSG
               MOVE "MSG0143" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VIEW-USER TO WS-DM-RECIPIENT
           PERFORM DM-CHECK-CONNECTED
           IF WS-DM-ALLOWED NOT = "Y"
               MOVE "You can only endorse skills of users in your
      -    "network." TO WS-MSG
               MOVE "MSG0144" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VIEW-USER TO WS-SKILL-USER
           PERFORM SKILL-CHECK-EXISTS
           IF WS-SKILL-FOUND NOT = "Y"
               MOVE "That skill is not on this profile." TO WS-MSG
               MOVE "MSG0145" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM ENDORSE-CHECK-ALREADY
           IF WS-ENDO-DUP = "Y"
               MOVE "You have already endorsed that skill." TO WS-MSG
               MOVE "MSG0146" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SkillEndorse
           IF WS-ENDO-STAT NOT = "00"
               OPEN OUTPUT SkillEndorse
               CLOSE SkillEndorse
               OPEN EXTEND SkillEndorse
           END-IF

           MOVE SPACES TO WS-HIST-OUT
           STRING FUNCTION TRIM(WS-VIEW-USER)
                  "|"
                  FUNCTION TRIM(WS-SKILL-PICKED)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
               DELIMITED BY SIZE INTO WS-HIST-OUT
           MOVE WS-HIST-OUT TO Endorse-Rec
           WRITE Endorse-Rec
           CLOSE SkillEndorse

           MOVE "Endorsement recorded." TO WS-MSG
           MOVE "MSG0147" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-VIEW-USER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  " endorsed your "
                  FUNCTION TRIM(WS-SKILL-PICKED)
                  " skill"
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

       ENDORSE-CHECK-ALREADY.
           MOVE "N" TO WS-ENDO-DUP
           OPEN INPUT SkillEndorse
           IF WS-ENDO-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ SkillEndorse
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-ENDO-OWNER WS-ENDO-SKILL WS-ENDO-BY
               UNSTRING Endorse-Rec DELIMITED BY "|"
                   INTO WS-ENDO-OWNER WS-ENDO-SKILL WS-ENDO-BY

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENDO-OWNER)) =
                       WS-VIEW-USER-UC
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-ENDO-SKILL)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SKILL-PICKED))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-ENDO-BY)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE "Y" TO WS-ENDO-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE SkillEndorse
           END-IF
           .

       CONNECT-SEND-FLOW.
           MOVE "Enter the username to connect with:" TO WS-MSG
           MOVE "MSG0148" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CONN-TARGET
           PERFORM CONNECT-SEND-CORE
           .

      *> The request itself, target already in WS-CONN-TARGET - also
      *> driven from the People You May Know list.
       CONNECT-SEND-CORE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONN-TARGET))
               TO WS-CONN-TARGET-UC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               TO WS-CONN-USER-UC

           IF WS-CONN-TARGET-UC = WS-CONN-USER-UC
               MOVE "You cannot send a connection request to
      -    "yourself." TO WS-MSG
               MOVE "MSG0149" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

      *> A block in either direction stops the request cold -
      *> declining every morning was not a remedy.
           MOVE WS-CONN-TARGET TO WS-BLK-TARGET
           PERFORM BLOCK-CHECK
           IF WS-BLK-HIT = "Y"
               MOVE "Unable to send a connection request to that
      -    "user." TO WS-MSG
               MOVE "MSG0150" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONN-ALREADY
           OPEN INPUT Connections
           IF WS-CONN-STAT = "00"
               PERFORM UNTIL 1 = 2
                   READ Connections
                       AT END
                           EXIT PERFORM
                   END-READ

                   MOVE SPACES TO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                       WS-CONN-STATUS
                   UNSTRING Conn-Rec DELIMITED BY "|"
                       INTO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                       WS-CONN-STATUS
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CONN-REQUESTER))
                       TO WS-CONN-REQ-UC
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CONN-RECIPIENT))
                       TO WS-CONN-RECIP-UC

      *> Only a live row blocks a fresh request: a DECLINED record
      *> is history, not a standing relationship - People You May
      *> Know deliberately re-suggests declined users into this
      *> paragraph.
                   IF WS-CONN-REQ-UC = WS-CONN-USER-UC
                       AND WS-CONN-RECIP-UC = WS-CONN-TARGET-UC
                       AND FUNCTION TRIM(WS-CONN-STATUS)
                           NOT = "DECLINED"
                       MOVE "Y" TO WS-CONN-ALREADY
                       MOVE FUNCTION TRIM(WS-CONN-STATUS)
                         TO WS-CONN-NEWSTAT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE Connections
           END-IF

           IF WS-CONN-ALREADY = "Y"
               IF WS-CONN-NEWSTAT = "ESTABLISHED"
                   MOVE "You are already connected with that user."
                     TO WS-MSG
                   MOVE "MSG0151" TO WS-MSG-ID
               ELSE
                   MOVE "You already have a pending request to that
      -    "user." TO WS-MSG
                   MOVE "MSG0152" TO WS-MSG-ID
               END-IF
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-USER TO WS-CONN-REQUESTER
           MOVE WS-CONN-TARGET TO WS-CONN-RECIPIENT

           OPEN EXTEND Connections
           IF WS-CONN-STAT NOT = "00"
               OPEN OUTPUT Connections
               CLOSE Connections
               OPEN EXTEND Connections
           END-IF

           MOVE SPACES TO WS-CONN-OUT
           STRING FUNCTION TRIM(WS-CONN-REQUESTER)
                  "|"
                  FUNCTION TRIM(WS-CONN-RECIPIENT)
                  "|"
                  "PENDING"
               DELIMITED BY SIZE INTO WS-CONN-OUT
           MOVE WS-CONN-OUT TO Conn-Rec
           WRITE Conn-Rec
           CLOSE Connections

           MOVE "Connection request sent." TO WS-MSG
           MOVE "MSG0153" TO WS-MSG-ID
           PERFORM PRINTLN
           .

       VIEW-REQUESTS-FLOW.
           MOVE 0 TO WS-CONN-MATCH-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               TO WS-CONN-USER-UC

           OPEN INPUT Connections
           IF WS-CONN-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Connections
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               UNSTRING Conn-Rec DELIMITED BY "|"
                   INTO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-RECIPIENT))
                   TO WS-CONN-RECIP-UC

               IF WS-CONN-RECIP-UC = WS-CONN-USER-UC
                   AND FUNCTION TRIM(WS-CONN-STATUS) = "PENDING"
                   ADD 1 TO WS-CONN-MATCH-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "Pending request from "
                          FUNCTION TRIM(WS-CONN-REQUESTER)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Connections
           END-IF

           IF WS-CONN-MATCH-COUNT = 0
               MOVE "You have no pending connection requests." TO WS-MSG
               MOVE "MSG0154" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

      *> The response prompt is always issued, even with nothing
      *> pending, so a prepared input script always consumes the
      *> same number of lines through this flow.
           MOVE "Enter A or D and the username (e.g. A jsmith), or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0155" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONN-ACT WS-CONN-TARGET
           UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
               INTO WS-CONN-ACT WS-CONN-TARGET

           EVALUATE FUNCTION UPPER-CASE(WS-CONN-ACT)
               WHEN "A"
                   MOVE "ESTABLISHED" TO WS-CONN-NEWSTAT
               WHEN "D"
                   MOVE "DECLINED" TO WS-CONN-NEWSTAT
               WHEN OTHER
                   MOVE "Please start your response with A or D."
                     TO WS-MSG
                   MOVE "MSG0156" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "N" TO WS-CONN-UPD
           CALL "CONN-STATUS-UPDATE" USING WS-CONN-TARGET
               WS-CURRENT-USER WS-CONN-NEWSTAT WS-CONN-UPD

           IF WS-CONN-UPD NOT = "Y"
               MOVE "There is no pending request from that user."
                 TO WS-MSG
               MOVE "MSG0157" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-CONN-NEWSTAT = "ESTABLISHED"
               MOVE SPACES TO WS-MSG
               STRING "You are now connected with "
                      FUNCTION TRIM(WS-CONN-TARGET)
                      "."
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
               MOVE WS-CONN-TARGET TO WS-USERNAME
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING FUNCTION TRIM(WS-CURRENT-USER)
                      " accepted your connection request"
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               PERFORM NOTIFICATION-LOG-WRITE
               MOVE WS-CURRENT-USER TO WS-USERNAME
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "Request from "
                      FUNCTION TRIM(WS-CONN-TARGET)
                      " declined."
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-IF
           .

       MY-NETWORK-FLOW.
           MOVE 0 TO WS-CONN-MATCH-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               TO WS-CONN-USER-UC

           OPEN INPUT Connections
           IF WS-CONN-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Connections
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               UNSTRING Conn-Rec DELIMITED BY "|"
                   INTO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-REQUESTER))
                   TO WS-CONN-REQ-UC
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-RECIPIENT))
                   TO WS-CONN-RECIP-UC

               IF FUNCTION TRIM(WS-CONN-STATUS) = "ESTABLISHED"
                   IF WS-CONN-REQ-UC = WS-CONN-USER-UC
                       ADD 1 TO WS-CONN-MATCH-COUNT
                       MOVE SPACES TO WS-MSG
                       STRING "Connected with "
                              FUNCTION TRIM(WS-CONN-RECIPIENT)
                           DELIMITED BY SIZE INTO WS-MSG
                       PERFORM PRINTLN
                   ELSE
                       IF WS-CONN-RECIP-UC = WS-CONN-USER-UC
                           ADD 1 TO WS-CONN-MATCH-COUNT
                           MOVE SPACES TO WS-MSG
                           STRING "Connected with "
                                  FUNCTION TRIM(WS-CONN-REQUESTER)
                               DELIMITED BY SIZE INTO WS-MSG
                           PERFORM PRINTLN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Connections
           END-IF

           IF WS-CONN-MATCH-COUNT = 0
               MOVE "You have no established connections yet."
                 TO WS-MSG
               MOVE "MSG0158" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           MOVE "Enter a username to remove from your network, or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0159" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CONN-TARGET

           IF WS-CONN-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONN-UPD
           CALL "CONN-REMOVE" USING WS-CURRENT-USER WS-CONN-TARGET
               WS-CONN-UPD

           IF WS-CONN-UPD = "Y"
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-CONN-TARGET)
                      " has been removed from your network."
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           ELSE
               MOVE "You are not connected with that user." TO WS-MSG
               MOVE "MSG0160" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

      *> Both prompts are read before the connection check so the
      *> flow always consumes two script lines, whatever the check
      *> decides.
       SEND-MESSAGE-FLOW.
           MOVE "Send a message to which user?" TO WS-MSG
           MOVE "MSG0161" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-DM-RECIPIENT

           MOVE "Enter your message:" TO WS-MSG
           MOVE "MSG0162" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-DM-TEXT

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-RECIPIENT)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE "You cannot send a message to yourself." TO WS-MSG
               MOVE "MSG0163" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM DM-SEND-CORE
           .

      *> Delivery itself, recipient and text already in WS-DM-* -
      *> also driven by the reply prompt inside an inbox thread.
       DM-SEND-CORE.
           MOVE WS-DM-RECIPIENT TO WS-BLK-TARGET
           PERFORM BLOCK-CHECK
           IF WS-BLK-HIT = "Y"
               MOVE "Unable to deliver your message to that user."
                 TO WS-MSG
               MOVE "MSG0164" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM DM-CHECK-CONNECTED
           IF WS-DM-ALLOWED NOT = "Y"
               MOVE "You can only message users in your network."
                 TO WS-MSG
               MOVE "MSG0165" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Messages
           IF WS-DM-STAT NOT = "00"
               OPEN OUTPUT Messages
               CLOSE Messages
               OPEN EXTEND Messages
           END-IF

           MOVE SPACES TO WS-DM-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-DM-RECIPIENT)
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
                  FUNCTION TRIM(WS-DM-TEXT)
               DELIMITED BY SIZE INTO WS-DM-OUT
           MOVE WS-DM-OUT TO Message-Rec
           WRITE Message-Rec
           CLOSE Messages

           MOVE "Message sent." TO WS-MSG
           MOVE "MSG0166" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-DM-RECIPIENT TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "New message from "
                  FUNCTION TRIM(WS-CURRENT-USER)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

       DM-CHECK-CONNECTED.
           MOVE "N" TO WS-DM-ALLOWED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               TO WS-CONN-USER-UC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-RECIPIENT))
               TO WS-CONN-TARGET-UC

           OPEN INPUT Connections
           IF WS-CONN-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Connections
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               UNSTRING Conn-Rec DELIMITED BY "|"
                   INTO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-REQUESTER))
                   TO WS-CONN-REQ-UC
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-RECIPIENT))
                   TO WS-CONN-RECIP-UC

               IF FUNCTION TRIM(WS-CONN-STATUS) = "ESTABLISHED"
                   AND ((WS-CONN-REQ-UC = WS-CONN-USER-UC
                         AND WS-CONN-RECIP-UC = WS-CONN-TARGET-UC)
                     OR (WS-CONN-REQ-UC = WS-CONN-TARGET-UC
                         AND WS-CONN-RECIP-UC = WS-CONN-USER-UC))
                   MOVE "Y" TO WS-DM-ALLOWED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Connections
           END-IF
           .

      *> One line per correspondent with an unread count, instead of
      *> every messages.csv row in file order. Archiving hides a
      *> conversation for this user only; a fresh unread message
      *> from that correspondent surfaces it again.
       INBOX-FLOW.
           PERFORM INBOX-LOAD-CONVERSATIONS

           IF WS-CV-CNT = 0
               MOVE "Your inbox is empty." TO WS-MSG
               MOVE "MSG0167" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
             UNTIL WS-CV-IDX > WS-CV-CNT
               MOVE SPACES TO WS-MSG
               STRING WS-CV-IDX
                      ". "
                      FUNCTION TRIM(WS-CV-NAME(WS-CV-IDX))
                      " - "
                      WS-CV-UNREAD(WS-CV-IDX)
                      " unread"
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-PERFORM

           MOVE "Enter a conversation number to open, or 0:"
             TO WS-MSG
           MOVE "MSG0168" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

           IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CV-PICK
           IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
               COMPUTE WS-CV-PICK = FUNCTION NUMVAL(WS-CHOICE)
           END-IF

           IF WS-CV-PICK < 1 OR WS-CV-PICK > WS-CV-CNT
               MOVE "That is not one of the listed conversations."
                 TO WS-MSG
               MOVE "MSG0169" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM INBOX-THREAD-VIEW
           .

      *> One pass over messages.csv builds the correspondent table:
      *> either direction adds the other party, arrivals still
      *> flagged N bump the unread count. Conversations this user
      *> archived are then dropped unless something unread came in
      *> after the archive.
       INBOX-LOAD-CONVERSATIONS.
           MOVE 0 TO WS-CV-CNT
           PERFORM INBOX-LOAD-ARCHIVE

           OPEN INPUT Messages
           IF WS-DM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Messages
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-DM-SENDER WS-DM-RECIPIENT
                   WS-DM-STAMP WS-DM-READFLAG WS-DM-TEXT
               UNSTRING Message-Rec DELIMITED BY "|"
                   INTO WS-DM-SENDER WS-DM-RECIPIENT WS-DM-STAMP
                   WS-DM-READFLAG WS-DM-TEXT

               MOVE SPACES TO WS-CV-OTHER
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-RECIPIENT))
                   = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE WS-DM-SENDER TO WS-CV-OTHER
               ELSE
                   IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-DM-SENDER))
                       = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                       MOVE WS-DM-RECIPIENT TO WS-CV-OTHER
                   END-IF
               END-IF

               IF WS-CV-OTHER NOT = SPACES
                   PERFORM INBOX-TALLY-ONE
               END-IF
           END-PERFORM
           CLOSE Messages
           END-IF

           MOVE 0 TO WS-CV-KEEP
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
             UNTIL WS-CV-IDX > WS-CV-CNT
               IF WS-CV-ARC(WS-CV-IDX) = "Y"
                   AND WS-CV-UNREAD(WS-CV-IDX) = 0
                   CONTINUE
               ELSE
                   ADD 1 TO WS-CV-KEEP
                   MOVE WS-CV-ENTRY(WS-CV-IDX)
                     TO WS-CV-ENTRY(WS-CV-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-CV-KEEP TO WS-CV-CNT
           .

       INBOX-TALLY-ONE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-OTHER))
               TO WS-CV-OTHER-UC

           MOVE "N" TO WS-CV-FOUND
           PERFORM VARYING WS-CV-JDX FROM 1 BY 1
             UNTIL WS-CV-JDX > WS-CV-CNT
               OR WS-CV-FOUND = "Y"
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CV-NAME(WS-CV-JDX))) =
                   WS-CV-OTHER-UC
                   MOVE "Y" TO WS-CV-FOUND
               END-IF
           END-PERFORM

           IF WS-CV-FOUND = "N"
               IF WS-CV-CNT < 100
                   ADD 1 TO WS-CV-CNT
                   MOVE WS-CV-CNT TO WS-CV-JDX
                   MOVE WS-CV-OTHER TO WS-CV-NAME(WS-CV-JDX)
                   MOVE 0 TO WS-CV-UNREAD(WS-CV-JDX)
                   MOVE "N" TO WS-CV-ARC(WS-CV-JDX)
                   PERFORM INBOX-MARK-IF-ARCHIVED
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-CV-JDX
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-RECIPIENT))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               AND WS-DM-READFLAG NOT = "Y"
               ADD 1 TO WS-CV-UNREAD(WS-CV-JDX)
           END-IF
           .

       INBOX-MARK-IF-ARCHIVED.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX > WS-ARC-CNT
               IF WS-ARC-NAME(WS-ARC-IDX) = WS-CV-OTHER-UC
                   MOVE "Y" TO WS-CV-ARC(WS-CV-JDX)
               END-IF
           END-PERFORM
           .

       INBOX-LOAD-ARCHIVE.
           MOVE 0 TO WS-ARC-CNT
           OPEN INPUT MsgArchive
           IF WS-ARC-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ MsgArchive
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-ARC-OWNER WS-ARC-OTHER
               UNSTRING Archive-Rec DELIMITED BY "|"
                   INTO WS-ARC-OWNER WS-ARC-OTHER

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARC-OWNER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND WS-ARC-CNT < 100
                   ADD 1 TO WS-ARC-CNT
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-ARC-OTHER))
                       TO WS-ARC-NAME(WS-ARC-CNT)
               END-IF
           END-PERFORM
           CLOSE MsgArchive
           END-IF
           .

      *> Both directions of one exchange in time order - the file
      *> is append-only, so file order is time order. The closing
      *> prompt carries the thread actions: free text replies,
      *> A archives, Enter returns.
       INBOX-THREAD-VIEW.
           MOVE WS-CV-NAME(WS-CV-PICK) TO WS-CV-OTHER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-OTHER))
               TO WS-CV-OTHER-UC

           MOVE SPACES TO WS-MSG
           STRING "Conversation with "
                  FUNCTION TRIM(WS-CV-OTHER)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           MOVE SPACES TO WS-RPT-REF

           OPEN INPUT Messages
           IF WS-DM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Messages
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-DM-SENDER WS-DM-RECIPIENT
                   WS-DM-STAMP WS-DM-READFLAG WS-DM-TEXT
               UNSTRING Message-Rec DELIMITED BY "|"
                   INTO WS-DM-SENDER WS-DM-RECIPIENT WS-DM-STAMP
                   WS-DM-READFLAG WS-DM-TEXT

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-SENDER)) =
                       FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-DM-RECIPIENT)) =
                       WS-CV-OTHER-UC
                   MOVE SPACES TO WS-MSG
                   STRING "  You on "
                          FUNCTION TRIM(WS-DM-STAMP)
                          ": "
                          FUNCTION TRIM(WS-DM-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DM-SENDER)) =
                       WS-CV-OTHER-UC
                   AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-DM-RECIPIENT)) =
                       FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE WS-DM-STAMP TO WS-RPT-REF
                   MOVE SPACES TO WS-MSG
                   IF WS-DM-READFLAG = "Y"
                       STRING "  "
                              FUNCTION TRIM(WS-DM-SENDER)
                              " on "
                              FUNCTION TRIM(WS-DM-STAMP)
                              ": "
                              FUNCTION TRIM(WS-DM-TEXT)
                           DELIMITED BY SIZE INTO WS-MSG
                   ELSE
                       STRING "  [NEW] "
                              FUNCTION TRIM(WS-DM-SENDER)
                              " on "
                              FUNCTION TRIM(WS-DM-STAMP)
                              ": "
                              FUNCTION TRIM(WS-DM-TEXT)
                           DELIMITED BY SIZE INTO WS-MSG
                   END-IF
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Messages
           END-IF

      *> Only this correspondent's arrivals flip to read - other
      *> conversations keep their unread counts for next visit.
           IF WS-CV-UNREAD(WS-CV-PICK) > 0
               MOVE "N" TO WS-DM-MARKED
               CALL "MSG-MARK-READ" USING WS-CURRENT-USER
                   WS-CV-OTHER WS-DM-MARKED
           END-IF

           MOVE "Type a reply, enter A to archive this conversation,
      -    "REPORT to report it, or press Enter:" TO WS-MSG
           MOVE "MSG0412" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE)) = "A"
               PERFORM INBOX-ARCHIVE-ONE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE)) = "REPORT"
               MOVE "MESSAGE" TO WS-RPT-KIND
               MOVE WS-CV-OTHER TO WS-RPT-TARGET
               PERFORM REPORT-ABUSE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CV-OTHER TO WS-DM-RECIPIENT
           MOVE FUNCTION TRIM(WS-LINE) TO WS-DM-TEXT
           PERFORM DM-SEND-CORE
           .

      *> The archive row is this user's only - the other party's
      *> copy of the conversation is untouched.
       INBOX-ARCHIVE-ONE.
           MOVE "N" TO WS-ARC-FOUND
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX > WS-ARC-CNT
               OR WS-ARC-FOUND = "Y"
               IF WS-ARC-NAME(WS-ARC-IDX) = WS-CV-OTHER-UC
                   MOVE "Y" TO WS-ARC-FOUND
               END-IF
           END-PERFORM

           IF WS-ARC-FOUND = "N"
               OPEN EXTEND MsgArchive
               IF WS-ARC-STAT NOT = "00"
                   OPEN OUTPUT MsgArchive
                   CLOSE MsgArchive
                   OPEN EXTEND MsgArchive
               END-IF

               MOVE SPACES TO WS-ARC-OUT
               STRING FUNCTION TRIM(WS-CURRENT-USER)
                      "|"
                      FUNCTION TRIM(WS-CV-OTHER)
                   DELIMITED BY SIZE INTO WS-ARC-OUT
               MOVE WS-ARC-OUT TO Archive-Rec
               WRITE Archive-Rec
               CLOSE MsgArchive
           END-IF

           MOVE "Conversation archived." TO WS-MSG
           MOVE "MSG0171" TO WS-MSG-ID
           PERFORM PRINTLN
           .

      *> Only entries not yet seen are shown, newest first; rows
      *> written before the read flag existed count as unseen. The
      *> screen pages backward through the file ten entries at a
      *> time - the first pass counts, then each Show-more answer
      *> re-reads the file for the next-older slice, so no unread
      *> entry is ever out of reach however many are waiting. The
      *> entries are then flagged so the next visit is quiet until
      *> something new arrives.
       WHATS-NEW-FLOW.
           MOVE 0 TO WS-NOTE-TOTAL

           OPEN INPUT Notifications
           IF WS-NOTIFY-STAT NOT = "00"
               MOVE "Nothing new since your last visit." TO WS-MSG
               MOVE "MSG0172" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Notifications
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM WHATS-NEW-PARSE-ROW
               IF WS-NOTE-MINE = "Y"
                   ADD 1 TO WS-NOTE-TOTAL
               END-IF
           END-PERFORM

           CLOSE Notifications

           IF WS-NOTE-TOTAL = 0
               MOVE "Nothing new since your last visit." TO WS-MSG
               MOVE "MSG0173" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NOTE-PAGE
           MOVE "N" TO WS-NOTE-DONE
           PERFORM UNTIL WS-NOTE-DONE = "Y" OR WS-EOF = "Y"
               PERFORM WHATS-NEW-SHOW-PAGE
               IF WS-NOTE-LO <= 1
                   MOVE "Y" TO WS-NOTE-DONE
               ELSE
                   MOVE "Show more? (Y/N)" TO WS-MSG
                   MOVE "MSG0174" TO WS-MSG-ID
                   PERFORM PRINT
                   PERFORM READ-USER-LINE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                   IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                       MOVE "Y" TO WS-NOTE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-PAGE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-NOTE-MARKED
           CALL "NOTIFY-MARK-READ" USING WS-CURRENT-USER
               WS-NOTE-MARKED
           .

      *> One slice of ten: unseen entry ordinals LO through HI,
      *> where HI walks back ten per page from the newest at the
      *> end of the file. Collected in file order, printed in
      *> reverse, so the screen still reads newest first.
       WHATS-NEW-SHOW-PAGE.
           COMPUTE WS-NOTE-HI =
               WS-NOTE-TOTAL - (10 * WS-NOTE-PAGE)
           IF WS-NOTE-HI < 10
               MOVE 1 TO WS-NOTE-LO
           ELSE
               COMPUTE WS-NOTE-LO = WS-NOTE-HI - 9
           END-IF

           MOVE 0 TO WS-NOTE-COUNT WS-NOTE-ORD
           OPEN INPUT Notifications
           IF WS-NOTIFY-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Notifications
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM WHATS-NEW-PARSE-ROW
               IF WS-NOTE-MINE = "Y"
                   ADD 1 TO WS-NOTE-ORD
                   IF WS-NOTE-ORD >= WS-NOTE-LO
                       AND WS-NOTE-ORD <= WS-NOTE-HI
                       ADD 1 TO WS-NOTE-COUNT
                       MOVE WS-NOTE-MSG
                         TO WS-NT-MSG(WS-NOTE-COUNT)
                       MOVE WS-NOTE-STAMP
                         TO WS-NT-STAMP(WS-NOTE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Notifications
           END-IF

           PERFORM VARYING WS-NOTE-IDX FROM WS-NOTE-COUNT BY -1
             UNTIL WS-NOTE-IDX < 1
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-NT-STAMP(WS-NOTE-IDX))
                      " - "
                      FUNCTION TRIM(WS-NT-MSG(WS-NOTE-IDX))
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-PERFORM
           .

       WHATS-NEW-PARSE-ROW.
           MOVE SPACES TO WS-NOTE-USER WS-NOTE-MSG WS-NOTE-STAMP
               WS-NOTE-READ
           UNSTRING Notify-Rec DELIMITED BY "|"
               INTO WS-NOTE-USER WS-NOTE-MSG WS-NOTE-STAMP
               WS-NOTE-READ

           MOVE "N" TO WS-NOTE-MINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOTE-USER)) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               AND WS-NOTE-READ NOT = "Y"
               MOVE "Y" TO WS-NOTE-MINE
           END-IF
           .

      *> Suggests users who share an established connection or the
      *> same university, excluding anyone already pending or
      *> connected with the current user. Always ends with one
      *> send-a-request prompt so scripts consume a fixed line.
       PEOPLE-YOU-MAY-KNOW-FLOW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               TO WS-CONN-USER-UC
           MOVE 0 TO WS-SG-PAIR-CNT WS-SG-REL-CNT WS-SG-MYC-CNT
               WS-SG-CAND-CNT

           PERFORM SG-LOAD-CONNECTIONS
           PERFORM SG-COLLECT-MUTUALS
           PERFORM SG-COLLECT-SAME-UNIV

           IF WS-SG-CAND-CNT = 0
               MOVE "No suggestions right now - try connecting with
      -    "a classmate first." TO WS-MSG
               MOVE "MSG0175" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                 UNTIL WS-SG-IDX > WS-SG-CAND-CNT
                   PERFORM SG-PRINT-ONE-CANDIDATE
               END-PERFORM
           END-IF

           MOVE "Enter a username to send a request, or press
      -    "Enter:" TO WS-MSG
           MOVE "MSG0176" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CONN-TARGET

           IF WS-CONN-TARGET NOT = SPACES
               PERFORM CONNECT-SEND-CORE
           END-IF
           .

      *> One pass over connections.csv fills three tables: every
      *> ESTABLISHED pair, the current user's own partners, and the
      *> users excluded from suggestions (pending or established
      *> either way with the current user).
       SG-LOAD-CONNECTIONS.
           OPEN INPUT Connections
           IF WS-CONN-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Connections
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               UNSTRING Conn-Rec DELIMITED BY "|"
                   INTO WS-CONN-REQUESTER WS-CONN-RECIPIENT
                   WS-CONN-STATUS
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-REQUESTER))
                   TO WS-CONN-REQ-UC
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CONN-RECIPIENT))
                   TO WS-CONN-RECIP-UC

               IF FUNCTION TRIM(WS-CONN-STATUS) = "ESTABLISHED"
                   AND WS-SG-PAIR-CNT < 200
                   ADD 1 TO WS-SG-PAIR-CNT
                   MOVE WS-CONN-REQ-UC
                     TO WS-SG-A(WS-SG-PAIR-CNT)
                   MOVE WS-CONN-RECIP-UC
                     TO WS-SG-B(WS-SG-PAIR-CNT)
               END-IF

               IF WS-CONN-REQ-UC = WS-CONN-USER-UC
                   OR WS-CONN-RECIP-UC = WS-CONN-USER-UC
                   IF WS-CONN-REQ-UC = WS-CONN-USER-UC
                       MOVE WS-CONN-RECIP-UC TO WS-SG-OTHER
                   ELSE
                       MOVE WS-CONN-REQ-UC TO WS-SG-OTHER
                   END-IF
                   IF FUNCTION TRIM(WS-CONN-STATUS) = "ESTABLISHED"
                       AND WS-SG-MYC-CNT < 100
                       ADD 1 TO WS-SG-MYC-CNT
                       MOVE WS-SG-OTHER TO WS-SG-MYC(WS-SG-MYC-CNT)
                   END-IF
                   IF (FUNCTION TRIM(WS-CONN-STATUS) = "ESTABLISHED"
                       OR FUNCTION TRIM(WS-CONN-STATUS) = "PENDING")
                       AND WS-SG-REL-CNT < 200
                       ADD 1 TO WS-SG-REL-CNT
                       MOVE WS-SG-OTHER TO WS-SG-REL(WS-SG-REL-CNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Connections
           END-IF
           .

      *> Hidden and connections-only profiles never surface as
      *> suggestions - a candidate here is by definition not yet
      *> connected to the current user.
       SG-COLLECT-MUTUALS.
           MOVE "M" TO WS-SG-MODE
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
             UNTIL WS-SG-IDX > WS-SG-PAIR-CNT
               MOVE WS-SG-A(WS-SG-IDX) TO WS-SG-CHECK-UC
               PERFORM SG-CHECK-IN-MYC
               IF WS-SG-FOUND = "Y"
                   MOVE WS-SG-B(WS-SG-IDX) TO WS-VIS-TARGET
                   PERFORM PROFILE-VIS-ALLOWED
                   IF WS-VIS-OK = "Y"
                       MOVE WS-SG-B(WS-SG-IDX) TO WS-SG-CHECK-UC
                       PERFORM SG-ADD-CANDIDATE
                   END-IF
               END-IF

               MOVE WS-SG-B(WS-SG-IDX) TO WS-SG-CHECK-UC
               PERFORM SG-CHECK-IN-MYC
               IF WS-SG-FOUND = "Y"
                   MOVE WS-SG-A(WS-SG-IDX) TO WS-VIS-TARGET
                   PERFORM PROFILE-VIS-ALLOWED
                   IF WS-VIS-OK = "Y"
                       MOVE WS-SG-A(WS-SG-IDX) TO WS-SG-CHECK-UC
                       PERFORM SG-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           .

       SG-COLLECT-SAME-UNIV.
           MOVE SPACES TO WS-SG-MY-UNIV
           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                       WS-CONN-USER-UC
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PROF-UNIV))
                       TO WS-SG-MY-UNIV
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           IF WS-SG-MY-UNIV = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "U" TO WS-SG-MODE
           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-UNIV)) =
                       WS-SG-MY-UNIV
                   MOVE WS-PROF-VIS TO WS-VIS-VALUE
                   MOVE WS-PROF-U TO WS-VIS-TARGET
                   PERFORM VIS-EVAL
                   IF WS-VIS-OK = "Y"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PROF-U))
                           TO WS-SG-CHECK-UC
                       PERFORM SG-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           END-IF
           .

       SG-CHECK-IN-MYC.
           MOVE "N" TO WS-SG-FOUND
           PERFORM VARYING WS-SG-JDX FROM 1 BY 1
             UNTIL WS-SG-JDX > WS-SG-MYC-CNT
               OR WS-SG-FOUND = "Y"
               IF WS-SG-MYC(WS-SG-JDX) = WS-SG-CHECK-UC
                   MOVE "Y" TO WS-SG-FOUND
               END-IF
           END-PERFORM
           .

      *> Adds or updates the candidate in WS-SG-CHECK-UC: mode M
      *> bumps the mutual count, mode U marks the shared-university
      *> reason. Self and already-related users never make the list.
       SG-ADD-CANDIDATE.
           IF WS-SG-CHECK-UC = WS-CONN-USER-UC
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SG-FOUND
           PERFORM VARYING WS-SG-JDX FROM 1 BY 1
             UNTIL WS-SG-JDX > WS-SG-REL-CNT
               OR WS-SG-FOUND = "Y"
               IF WS-SG-REL(WS-SG-JDX) = WS-SG-CHECK-UC
                   MOVE "Y" TO WS-SG-FOUND
               END-IF
           END-PERFORM
           IF WS-SG-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SG-FOUND
           PERFORM VARYING WS-SG-JDX FROM 1 BY 1
             UNTIL WS-SG-JDX > WS-SG-CAND-CNT
               OR WS-SG-FOUND = "Y"
               IF WS-SG-NAME(WS-SG-JDX) = WS-SG-CHECK-UC
                   MOVE "Y" TO WS-SG-FOUND
                   PERFORM SG-MARK-CANDIDATE
               END-IF
           END-PERFORM

           IF WS-SG-FOUND = "N" AND WS-SG-CAND-CNT < 100
               ADD 1 TO WS-SG-CAND-CNT
               MOVE WS-SG-CAND-CNT TO WS-SG-JDX
               MOVE WS-SG-CHECK-UC TO WS-SG-NAME(WS-SG-JDX)
               MOVE 0 TO WS-SG-MUTUALS(WS-SG-JDX)
               MOVE "N" TO WS-SG-SAMEUNIV(WS-SG-JDX)
               PERFORM SG-MARK-CANDIDATE
           END-IF
           .

       SG-MARK-CANDIDATE.
           IF WS-SG-MODE = "M"
               ADD 1 TO WS-SG-MUTUALS(WS-SG-JDX)
           ELSE
               MOVE "Y" TO WS-SG-SAMEUNIV(WS-SG-JDX)
           END-IF
           .

       SG-PRINT-ONE-CANDIDATE.
           MOVE SPACES TO WS-MSG
           IF WS-SG-MUTUALS(WS-SG-IDX) > 0
               AND WS-SG-SAMEUNIV(WS-SG-IDX) = "Y"
               STRING FUNCTION TRIM(WS-SG-NAME(WS-SG-IDX))
                      " - "
                      WS-SG-MUTUALS(WS-SG-IDX)
                      " mutual connections, same university"
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               IF WS-SG-MUTUALS(WS-SG-IDX) > 0
                   STRING FUNCTION TRIM(WS-SG-NAME(WS-SG-IDX))
                          " - "
                          WS-SG-MUTUALS(WS-SG-IDX)
                          " mutual connections"
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   STRING FUNCTION TRIM(WS-SG-NAME(WS-SG-IDX))
                          " - same university"
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
           END-IF
           PERFORM PRINTLN
           .

       POST-JOB-FLOW.
      *> New employer accounts post nothing until staff approve
      *> them; accounts that predate the approval queue have no
      *> row on file and are grandfathered in.
           IF WS-CURRENT-ROLE = "EMPLOYER"
               PERFORM EMP-APPROVAL-CHECK
               IF WS-EMP-STANDING = "PENDING"
                   MOVE "Your employer account is awaiting
      -    "administrator approval - posting is not available
      -    "yet." TO WS-MSG
                   MOVE "MSG0178" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
               IF WS-EMP-STANDING = "REJECTED"
                   MOVE "Your employer account was not approved for
      -    "posting. Contact the career office." TO WS-MSG
                   MOVE "MSG0179" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> The career office sells tiered posting packages - the free
      *> monthly allowance comes from config.txt and quotas.csv
      *> carries the per-employer agreements. ADMIN accounts post
      *> on the office's behalf and are not metered.
           IF WS-CURRENT-ROLE = "EMPLOYER"
               PERFORM QUOTA-CHECK
               IF WS-QUOTA-OK NOT = "Y"
                   MOVE SPACES TO WS-MSG
                   STRING "You have used your "
                          WS-QUOTA-LIMIT
                          " postings for this month. Contact the
      -    "career office to raise your quota."
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Enter job title:" TO WS-MSG
           MOVE "MSG0180" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-TITLE

           MOVE "Enter company name:" TO WS-MSG
           MOVE "MSG0181" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-COMPANY

      *> Postings carry the directory's canonical spelling so one
      *> employer cannot appear as three differently-cased
      *> companies across the job list.
           MOVE WS-JOB-COMPANY TO WS-CO-QUERY
           PERFORM COMPANY-LOOKUP
           IF WS-CO-FOUND NOT = "Y"
               MOVE "That company is not in the directory. Register
      -    "it from the Company Directory screen first." TO WS-MSG
               MOVE "MSG0182" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           PERFORM TEAM-COMPANY-CHECK
           IF WS-TM-GATE NOT = "Y"
               MOVE SPACES TO WS-MSG
               STRING "That company has a recruiting team - ask its"
                      " administrator to add you."
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0409" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-CANON TO WS-JOB-COMPANY

           MOVE "Enter a short description:" TO WS-MSG
           MOVE "MSG0183" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-DESC

      *> Location, work mode, pay and type are asked until they
      *> check out; a script that runs dry mid-way posts nothing.
           MOVE SPACES TO WS-JA-KEEP
           MOVE "L" TO WS-JA-FIELD
           MOVE "Enter the job location (city and state, or
      -    "Anywhere):" TO WS-JA-PROMPT
           MOVE "MSG0290" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-JOB-LOCATION

           MOVE "M" TO WS-JA-FIELD
           MOVE "Work mode - (O)n-site, (R)emote or (H)ybrid:"
             TO WS-JA-PROMPT
           MOVE "MSG0291" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-JOB-MODE

           MOVE "P" TO WS-JA-FIELD
           MOVE "Pay range, e.g. 18-22/HR or 45000-55000/YR, or
      -    "UNPAID:" TO WS-JA-PROMPT
           MOVE "MSG0292" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-JOB-PAY

           MOVE "T" TO WS-JA-FIELD
           MOVE "Employment type - (I)nternship, (P)art-time or
      -    "(F)ull-time:" TO WS-JA-PROMPT
           MOVE "MSG0293" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-JOB-TYPE

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-JOB-DATE
           MOVE WS-CURRENT-USER TO WS-JOB-POSTER

      *> The requisition number is the posting's permanent key:
      *> applications, interviews and screening rows all carry it,
      *> so the title and company can later be edited freely.
           CALL "REQNO-NEXT" USING WS-JOB-NEWREQ
           MOVE WS-JOB-NEWREQ TO WS-JOB-REQNO

           OPEN EXTEND Jobs
           IF WS-JOB-STAT NOT = "00"
               OPEN OUTPUT Jobs
               CLOSE Jobs
               OPEN EXTEND Jobs
           END-IF

           MOVE SPACES TO WS-JOB-OUT
           STRING FUNCTION TRIM(WS-JOB-TITLE)
                  "|"
                  FUNCTION TRIM(WS-JOB-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-JOB-DESC)
                  "|"
                  FUNCTION TRIM(WS-JOB-POSTER)
                  "|"
                  WS-JOB-DATE
                  "|"
                  WS-JOB-REQNO
                  "|"
                  FUNCTION TRIM(WS-JOB-LOCATION)
                  "|"
                  FUNCTION TRIM(WS-JOB-MODE)
                  "|"
                  FUNCTION TRIM(WS-JOB-PAY)
                  "|"
                  FUNCTION TRIM(WS-JOB-TYPE)
               DELIMITED BY SIZE INTO WS-JOB-OUT
           MOVE WS-JOB-OUT TO Job-Rec
           WRITE Job-Rec
           CLOSE Jobs

           MOVE "Job posting created." TO WS-MSG
           MOVE "MSG0184" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "Requisition number: "
                  WS-JOB-REQNO
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN

           PERFORM ALERT-NOTIFY-SUBSCRIBERS
           PERFORM SCREENQ-ENTRY-LOOP
           .

      *> Puts WS-JA-PROMPT until JOB-ATTR-CHECK accepts the answer
      *> for WS-JA-FIELD, leaving the stored form in WS-JA-VALUE.
      *> Enter keeps WS-JA-KEEP when there is one to keep. Status N
      *> means the input ran out before a good answer came.
       JOB-ATTR-ASK.
           MOVE "N" TO WS-JA-STATUS
           PERFORM UNTIL WS-EOF = "Y"
               MOVE WS-JA-PROMPT TO WS-MSG
               MOVE WS-JA-PROMPT-ID TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               IF WS-EOF = "Y"
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-LINE) TO WS-JA-VALUE

               IF WS-JA-VALUE = SPACES AND WS-JA-KEEP NOT = SPACES
                   MOVE WS-JA-KEEP TO WS-JA-VALUE
                   MOVE "Y" TO WS-JA-STATUS
                   EXIT PERFORM
               END-IF

               CALL "JOB-ATTR-CHECK" USING WS-JA-FIELD WS-JA-VALUE
                   WS-JA-STATUS
               IF WS-JA-STATUS = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "That entry is not valid - please try again."
                 TO WS-MSG
               MOVE "MSG0294" TO WS-MSG-ID
               PERFORM PRINTLN
           END-PERFORM
           .

      *> Up to five screening questions ride with a posting and are
      *> put to every applicant before the application row is
      *> written, so Review Applicants can show the answers beside
      *> each name instead of the employer asking by phone.
       SCREENQ-ENTRY-LOOP.
           MOVE 0 TO WS-SQ-COUNT
           PERFORM UNTIL WS-EOF = "Y" OR WS-SQ-COUNT >= 5
               MOVE "Add a screening question? (Y/N)" TO WS-MSG
               MOVE "MSG0185" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the question:" TO WS-MSG
               MOVE "MSG0186" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-SQ-TEXT

               IF WS-SQ-TEXT = SPACES
                   MOVE "A question cannot be blank." TO WS-MSG
                   MOVE "MSG0187" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   ADD 1 TO WS-SQ-COUNT
                   PERFORM SCREENQ-APPEND
                   MOVE "Screening question added." TO WS-MSG
                   MOVE "MSG0188" TO WS-MSG-ID
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           .

       SCREENQ-APPEND.
           OPEN EXTEND ScreenQuestions
           IF WS-SQ-STAT NOT = "00"
               OPEN OUTPUT ScreenQuestions
               CLOSE ScreenQuestions
               OPEN EXTEND ScreenQuestions
           END-IF

           MOVE SPACES TO WS-SQ-OUT
           STRING FUNCTION TRIM(WS-JOB-TITLE)
                  "|"
                  FUNCTION TRIM(WS-JOB-COMPANY)
                  "|"
                  WS-SQ-COUNT
                  "|"
                  FUNCTION TRIM(WS-SQ-TEXT)
                  "|"
                  WS-JOB-REQNO
               DELIMITED BY SIZE INTO WS-SQ-OUT
           MOVE WS-SQ-OUT TO SQ-Rec
           WRITE SQ-Rec
           CLOSE ScreenQuestions
           .

       EMP-APPROVAL-FILE-PENDING.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND EmpApproval
           IF WS-EMP-STAT NOT = "00"
               OPEN OUTPUT EmpApproval
               CLOSE EmpApproval
               OPEN EXTEND EmpApproval
           END-IF

           MOVE SPACES TO WS-EMP-OUT
           STRING FUNCTION TRIM(WS-USERNAME)
                  "|"
                  "PENDING"
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-EMP-OUT
           MOVE WS-EMP-OUT TO Emp-Rec
           WRITE Emp-Rec
           CLOSE EmpApproval
           .

      *> APPROVED, PENDING, or REJECTED - or spaces for accounts
      *> that predate the queue.
       EMP-APPROVAL-CHECK.
           MOVE SPACES TO WS-EMP-STANDING
           OPEN INPUT EmpApproval
           IF WS-EMP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ EmpApproval
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EMP-USER WS-EMP-STATUS WS-EMP-STAMP
               UNSTRING Emp-Rec DELIMITED BY "|"
                   INTO WS-EMP-USER WS-EMP-STATUS WS-EMP-STAMP

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE FUNCTION TRIM(WS-EMP-STATUS)
                     TO WS-EMP-STANDING
               END-IF
           END-PERFORM
           CLOSE EmpApproval
           END-IF
           .

      *> Postings created this calendar month, live or already
      *> retired to jobs_history.csv, against the employer's limit.
      *> A recruiting team shares one allowance: the company
      *> administrator's quota row, spent by every member's posts
      *> for the team's company. What a member posts for another
      *> company is left out whoever is posting, as QUOTA-STATEMENT
      *> leaves it off the team's totals.
       QUOTA-CHECK.
           MOVE "Y" TO WS-QUOTA-OK
           MOVE WS-QUOTA-DEFAULT TO WS-QUOTA-LIMIT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:6) TO WS-CUR-MONTH
           PERFORM TEAM-LOAD
           MOVE WS-CURRENT-USER TO WS-TM-QUOTA-USER
           IF WS-TM-ADMIN NOT = SPACES
               MOVE WS-TM-ADMIN TO WS-TM-QUOTA-USER
           END-IF

           OPEN INPUT Quotas
           IF WS-QUOTA-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Quotas
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-QUOTA-USER WS-QUOTA-LIMIT-X
               UNSTRING Quota-Rec DELIMITED BY "|"
                   INTO WS-QUOTA-USER WS-QUOTA-LIMIT-X

               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-QUOTA-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-QUOTA-USER))
                   IF FUNCTION TRIM(WS-QUOTA-LIMIT-X) NOT = SPACES
                       COMPUTE WS-QUOTA-LIMIT =
                           FUNCTION NUMVAL(WS-QUOTA-LIMIT-X)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Quotas
           END-IF

           MOVE 0 TO WS-QUOTA-USED

           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               MOVE WS-JOB-POSTER TO WS-TM-WHO
               MOVE WS-JOB-COMPANY TO WS-TM-WHO-CO
               PERFORM TEAM-MATCH
               IF WS-TM-CO NOT = SPACES
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-JOB-COMPANY)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-CO))
                   MOVE "N" TO WS-TM-HIT
               END-IF
               IF WS-TM-HIT = "Y"
                   AND WS-JOB-DATE(1:6) = WS-CUR-MONTH
                   ADD 1 TO WS-QUOTA-USED
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF

           OPEN INPUT JobsHistory
           IF WS-JHIST-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ JobsHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE
               UNSTRING JHist-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE

               MOVE WS-JOB-POSTER TO WS-TM-WHO
               MOVE WS-JOB-COMPANY TO WS-TM-WHO-CO
               PERFORM TEAM-MATCH
               IF WS-TM-CO NOT = SPACES
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-JOB-COMPANY)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-CO))
                   MOVE "N" TO WS-TM-HIT
               END-IF
               IF WS-TM-HIT = "Y"
                   AND WS-JOB-DATE(1:6) = WS-CUR-MONTH
                   ADD 1 TO WS-QUOTA-USED
               END-IF
           END-PERFORM
           CLOSE JobsHistory
           END-IF

           IF WS-QUOTA-USED >= WS-QUOTA-LIMIT
               MOVE "N" TO WS-QUOTA-OK
           END-IF
           .

      *> One row per employer in companies.csv is the master the
      *> posting flows validate against - the key that keeps "Acme
      *> Corp" and "ACME" from looking like two employers.
       COMPANY-LOOKUP.
           MOVE "N" TO WS-CO-FOUND
           MOVE SPACES TO WS-CO-CANON WS-CO-DESC
           OPEN INPUT Companies
           IF WS-CO-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Companies
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CO-NAME WS-CO-DESC WS-CO-BY
               UNSTRING Company-Rec DELIMITED BY "|"
                   INTO WS-CO-NAME WS-CO-DESC WS-CO-BY

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-QUERY))
                   MOVE "Y" TO WS-CO-FOUND
                   MOVE FUNCTION TRIM(WS-CO-NAME) TO WS-CO-CANON
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Companies
           END-IF
           .

       COMPANY-DIRECTORY-FLOW.
           MOVE 0 TO WS-CO-COUNT

           OPEN INPUT Companies
           IF WS-CO-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Companies
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-CO-NAME WS-CO-DESC WS-CO-BY
               UNSTRING Company-Rec DELIMITED BY "|"
                   INTO WS-CO-NAME WS-CO-DESC WS-CO-BY

               IF FUNCTION TRIM(WS-CO-NAME) NOT = SPACES
                   ADD 1 TO WS-CO-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING FUNCTION TRIM(WS-CO-NAME)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Companies
           END-IF

           IF WS-CO-COUNT = 0
               MOVE "No companies are registered yet." TO WS-MSG
               MOVE "MSG0189" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           IF WS-CURRENT-ROLE = "EMPLOYER" OR
               WS-CURRENT-ROLE = "ADMIN"
               PERFORM COMPANY-REGISTER-LOOP
           END-IF

           MOVE "Enter a company name to view its page, or press
      -    "Enter:" TO WS-MSG
           MOVE "MSG0190" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CO-QUERY

           IF WS-CO-QUERY NOT = SPACES
               PERFORM COMPANY-PAGE-VIEW
           END-IF
           .

       COMPANY-REGISTER-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Register a new company? (Y/N)" TO WS-MSG
               MOVE "MSG0191" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Enter the company name:" TO WS-MSG
               MOVE "MSG0192" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CO-QUERY

               MOVE "Enter a short company description:" TO WS-MSG
               MOVE "MSG0193" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CO-DESC

               IF WS-CO-QUERY = SPACES
                   MOVE "A company name cannot be blank." TO WS-MSG
                   MOVE "MSG0194" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   MOVE WS-CO-DESC TO WS-CO-DESC-SAVE
                   PERFORM COMPANY-LOOKUP
                   MOVE WS-CO-DESC-SAVE TO WS-CO-DESC
                   IF WS-CO-FOUND = "Y"
                       MOVE "That company is already registered."
                         TO WS-MSG
                       MOVE "MSG0195" TO WS-MSG-ID
                       PERFORM PRINTLN
                   ELSE
                       PERFORM COMPANY-REGISTER-APPEND
                       MOVE "Company registered." TO WS-MSG
                       MOVE "MSG0196" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
               END-IF
           END-PERFORM
           .

       COMPANY-REGISTER-APPEND.
           OPEN EXTEND Companies
           IF WS-CO-STAT NOT = "00"
               OPEN OUTPUT Companies
               CLOSE Companies
               OPEN EXTEND Companies
           END-IF

           MOVE SPACES TO WS-CO-OUT
           STRING FUNCTION TRIM(WS-CO-QUERY)
                  "|"
                  FUNCTION TRIM(WS-CO-DESC)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
               DELIMITED BY SIZE INTO WS-CO-OUT
           MOVE WS-CO-OUT TO Company-Rec
           WRITE Company-Rec
           CLOSE Companies
           .

      *> The company page: directory description first, then every
      *> active posting carrying the canonical name. jobs.csv only
      *> holds live rows - JOB-EXPIRE retires the rest - so no
      *> status filter is needed.
       COMPANY-PAGE-VIEW.
           PERFORM COMPANY-LOOKUP
           IF WS-CO-FOUND NOT = "Y"
               MOVE "That company is not in the directory." TO WS-MSG
               MOVE "MSG0197" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MSG
           STRING "Company page for "
                  FUNCTION TRIM(WS-CO-CANON)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "  About: "
                  FUNCTION TRIM(WS-CO-DESC)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           PERFORM COMPANY-REVIEWS-SHOW

           MOVE 0 TO WS-VIEW-COUNT
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-COMPANY))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANON))
                   IF WS-VIEW-COUNT = 0
                       MOVE "  Active postings:" TO WS-MSG
                       MOVE "MSG0198" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
                   ADD 1 TO WS-VIEW-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "    "
                          FUNCTION TRIM(WS-JOB-TITLE)
                          " - "
                          FUNCTION TRIM(WS-JOB-DESC)
                          " (posted "
                          WS-JOB-DATE
                          ")"
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
                   PERFORM JOB-ATTR-LINE
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF

           IF WS-VIEW-COUNT = 0
               MOVE "  No active postings." TO WS-MSG
               MOVE "MSG0199" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           PERFORM COMPANY-REVIEW-OFFER
           .

      *> Published reviews only: the average rating, then the three
      *> newest, newest first. Reviewers are not named on the page;
      *> the row in reviews.csv keeps who wrote it and who approved.
       COMPANY-REVIEWS-SHOW.
           MOVE 0 TO WS-REV-COUNT WS-REV-SUM
           MOVE SPACES TO WS-REV-RECENT
           OPEN INPUT Reviews
           IF WS-REV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Reviews
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM REVIEW-ROW-SPLIT
               IF FUNCTION TRIM(WS-REV-STATUS) = "PUBLISHED"
                   AND WS-REV-RATING IS NUMERIC
                   AND FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-REV-COMPANY))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANON))
                   ADD 1 TO WS-REV-COUNT
                   ADD FUNCTION NUMVAL(WS-REV-RATING) TO WS-REV-SUM
                   MOVE WS-REV-RECENT-ENTRY(2) TO WS-REV-RECENT-ENTRY(1)
                   MOVE WS-REV-RECENT-ENTRY(3) TO WS-REV-RECENT-ENTRY(2)
                   MOVE WS-REV-RATING TO WS-RR-RATING(3)
                   MOVE WS-REV-DATE TO WS-RR-DATE(3)
                   MOVE WS-REV-TEXT TO WS-RR-TEXT(3)
               END-IF
           END-PERFORM
           CLOSE Reviews
           END-IF

           IF WS-REV-COUNT = 0
               MOVE "  No reviews yet." TO WS-MSG
               MOVE "MSG0303" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REV-AVG ROUNDED = WS-REV-SUM / WS-REV-COUNT
           MOVE WS-REV-AVG TO WS-REV-AVG-D
           MOVE WS-REV-COUNT TO WS-REV-COUNT-D
           MOVE SPACES TO WS-MSG
           STRING "  Hiring process rating: "
                  WS-REV-AVG-D
                  " out of 5 from "
                  FUNCTION TRIM(WS-REV-COUNT-D)
                  " review(s)"
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN

           PERFORM VARYING WS-REV-IDX FROM 3 BY -1
             UNTIL WS-REV-IDX < 1
               IF WS-RR-RATING(WS-REV-IDX) NOT = SPACE
                   MOVE SPACES TO WS-MSG
                   STRING "    "
                          WS-RR-RATING(WS-REV-IDX)
                          "/5 ("
                          WS-RR-DATE(WS-REV-IDX)
                          ") "
                          FUNCTION TRIM(WS-RR-TEXT(WS-REV-IDX))
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           .

      *> Only a student who accepted an interview with this company
      *> may review it, and only once; anyone else sees no prompt,
      *> so the page reads the same as before for them.
       COMPANY-REVIEW-OFFER.
           MOVE "N" TO WS-REV-ELIGIBLE
           OPEN INPUT Interviews
           IF WS-INTV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Interviews
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-INTV-TITLE WS-INTV-COMPANY
                   WS-INTV-USER WS-INTV-DATE WS-INTV-TIME
                   WS-INTV-STATUS
               UNSTRING Intv-Rec DELIMITED BY "|"
                   INTO WS-INTV-TITLE WS-INTV-COMPANY WS-INTV-USER
                   WS-INTV-DATE WS-INTV-TIME WS-INTV-STATUS

               IF FUNCTION TRIM(WS-INTV-STATUS) = "ACCEPTED"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTV-USER))
                     = FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-INTV-COMPANY))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANON))
                   MOVE "Y" TO WS-REV-ELIGIBLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Interviews
           END-IF

           IF WS-REV-ELIGIBLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *> A rejected review does not use up the student's one review.
           MOVE "N" TO WS-REV-HAVE
           MOVE 0 TO WS-REV-LAST
           OPEN INPUT Reviews
           IF WS-REV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Reviews
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM REVIEW-ROW-SPLIT
               IF WS-REV-NO IS NUMERIC
                   AND WS-REV-NO > WS-REV-LAST
                   MOVE WS-REV-NO TO WS-REV-LAST
               END-IF
               IF FUNCTION TRIM(WS-REV-STATUS) NOT = "REJECTED"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REV-USER))
                     = FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-REV-COMPANY))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANON))
                   MOVE "Y" TO WS-REV-HAVE
               END-IF
           END-PERFORM
           CLOSE Reviews
           END-IF

           IF WS-REV-HAVE = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "You interviewed here - review the hiring process?
      -    " (Y/N)" TO WS-MSG
           MOVE "MSG0304" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE)) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Rating from 1 (poor) to 5 (excellent):" TO WS-MSG
           MOVE "MSG0305" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-REV-RATING
           IF WS-REV-RATING < "1" OR WS-REV-RATING > "5"
               OR FUNCTION TRIM(WS-LINE) NOT = WS-REV-RATING
               MOVE "The rating must be a number from 1 to 5 - no
      -    " review saved." TO WS-MSG
               MOVE "MSG0306" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "A short review of the hiring process:" TO WS-MSG
           MOVE "MSG0307" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-REV-TEXT
           MOVE 0 TO WS-REV-PIPES
           INSPECT WS-REV-TEXT TALLYING WS-REV-PIPES FOR ALL "|"
           IF WS-REV-TEXT = SPACES OR WS-REV-PIPES > 0
               MOVE "A review cannot be blank or contain the |
      -    " character - no review saved." TO WS-MSG
               MOVE "MSG0308" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REV-LAST
           MOVE WS-REV-LAST TO WS-REV-NO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND Reviews
           IF WS-REV-STAT NOT = "00"
               OPEN OUTPUT Reviews
               CLOSE Reviews
               OPEN EXTEND Reviews
           END-IF

           MOVE SPACES TO WS-REV-OUT
           STRING WS-REV-NO
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-CO-CANON)
                  "|"
                  WS-REV-RATING
                  "|"
                  WS-TIMESTAMP(1:8)
                  "|"
                  "PENDING"
                  "|"
                  "|"
                  "|"
                  FUNCTION TRIM(WS-REV-TEXT)
               DELIMITED BY SIZE INTO WS-REV-OUT
           MOVE WS-REV-OUT TO Rev-Rec
           WRITE Rev-Rec
           CLOSE Reviews

           MOVE "Thank you. Your review will appear once an
      -    " administrator approves it." TO WS-MSG
           MOVE "MSG0309" TO WS-MSG-ID
           PERFORM PRINTLN
           .

      *> Students save alert criteria once; every new posting is
      *> checked against them here and in the overnight feed load,
      *> and matches land on the subscriber's What's New screen.
       JOB-ALERTS-FLOW.
           MOVE 0 TO WS-SUB-COUNT

           OPEN INPUT Subscriptions
           IF WS-SUB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Subscriptions
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SUB-USER WS-SUB-KEY WS-SUB-COMPANY
               UNSTRING Sub-Rec DELIMITED BY "|"
                   INTO WS-SUB-USER WS-SUB-KEY WS-SUB-COMPANY

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   ADD 1 TO WS-SUB-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING "Alert - keyword: "
                          FUNCTION TRIM(WS-SUB-KEY)
                          "  company: "
                          FUNCTION TRIM(WS-SUB-COMPANY)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE Subscriptions
           END-IF

           IF WS-SUB-COUNT = 0
               MOVE "You have no saved job alerts." TO WS-MSG
               MOVE "MSG0200" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Save a new job alert? (Y/N)" TO WS-MSG
               MOVE "MSG0201" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Keyword to watch for, or press Enter:" TO WS-MSG
               MOVE "MSG0202" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-SUB-KEY

               MOVE "Company to watch for, or press Enter:" TO WS-MSG
               MOVE "MSG0203" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-SUB-COMPANY

               IF WS-SUB-KEY = SPACES AND WS-SUB-COMPANY = SPACES
                   MOVE "An alert needs a keyword or a company."
                     TO WS-MSG
                   MOVE "MSG0204" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   PERFORM ALERT-SAVE-ONE
                   MOVE "Job alert saved." TO WS-MSG
                   MOVE "MSG0205" TO WS-MSG-ID
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           .

       ALERT-SAVE-ONE.
           OPEN EXTEND Subscriptions
           IF WS-SUB-STAT NOT = "00"
               OPEN OUTPUT Subscriptions
               CLOSE Subscriptions
               OPEN EXTEND Subscriptions
           END-IF

           MOVE SPACES TO WS-SUB-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-SUB-KEY)
                  "|"
                  FUNCTION TRIM(WS-SUB-COMPANY)
               DELIMITED BY SIZE INTO WS-SUB-OUT
           MOVE WS-SUB-OUT TO Sub-Rec
           WRITE Sub-Rec
           CLOSE Subscriptions
           .

      *> Fires the saved alerts against the posting left in
      *> WS-JOB-TITLE / WS-JOB-COMPANY by POST-JOB-FLOW. Criteria a
      *> subscriber left blank do not constrain the match; criteria
      *> given must all hold, the way the browse filters combine.
       ALERT-NOTIFY-SUBSCRIBERS.
           OPEN INPUT Subscriptions
           IF WS-SUB-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Subscriptions
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SUB-USER WS-SUB-KEY WS-SUB-COMPANY
               UNSTRING Sub-Rec DELIMITED BY "|"
                   INTO WS-SUB-USER WS-SUB-KEY WS-SUB-COMPANY

               PERFORM ALERT-CHECK-ONE
               IF WS-SUB-HIT = "Y"
                   MOVE WS-SUB-USER TO WS-USERNAME
                   MOVE SPACES TO WS-NOTIFY-MSG
                   STRING "New job posting: "
                          FUNCTION TRIM(WS-JOB-TITLE)
                          " at "
                          FUNCTION TRIM(WS-JOB-COMPANY)
                       DELIMITED BY SIZE INTO WS-NOTIFY-MSG
                   PERFORM NOTIFICATION-LOG-WRITE
               END-IF
           END-PERFORM

           CLOSE Subscriptions
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

       ALERT-CHECK-ONE.
           MOVE "N" TO WS-SUB-HIT

           IF FUNCTION TRIM(WS-SUB-USER) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-USER)) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-POSTER))
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-SUB-HIT

           IF WS-SUB-KEY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SUB-KEY) TO WS-JOB-KEY-UC
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-KEY))
                 TO WS-JOB-KEY-LEN
               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE FUNCTION UPPER-CASE(WS-JOB-TITLE)
                 TO WS-JOB-HAY-UC
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "N"
                   MOVE FUNCTION UPPER-CASE(WS-JOB-COMPANY)
                     TO WS-JOB-HAY-UC
                   PERFORM JOB-KEYWORD-SCAN
               END-IF
               IF WS-JOB-KEY-FOUND = "N"
                   MOVE "N" TO WS-SUB-HIT
               END-IF
           END-IF

           IF WS-SUB-HIT = "Y" AND WS-SUB-COMPANY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SUB-COMPANY)
                 TO WS-JOB-KEY-UC
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-COMPANY))
                 TO WS-JOB-KEY-LEN
               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE FUNCTION UPPER-CASE(WS-JOB-COMPANY)
                 TO WS-JOB-HAY-UC
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "N"
                   MOVE "N" TO WS-SUB-HIT
               END-IF
           END-IF
           .

      *> An employer's own postings, matched by the poster field the
      *> way Review Applicants matches applicants, with in-place
      *> edits and early closure - the two things that used to need
      *> a call to the career office. A recruiting team member sees
      *> and manages every posting the team has made.
       MANAGE-POSTINGS-FLOW.
      *> Pages the employer's own postings straight from jobs.csv
      *> ten at a time, like Browse Jobs - a feed-heavy poster with
      *> more than a hundred rows can still reach and manage every
      *> one of them. A picked number is re-read from the file by
      *> ordinal before anything acts on it.
           MOVE 0 TO WS-JOB-LISTED WS-JOB-SHOWN
           PERFORM TEAM-LOAD

           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               MOVE WS-JOB-POSTER TO WS-TM-WHO
               MOVE WS-JOB-COMPANY TO WS-TM-WHO-CO
               PERFORM TEAM-MATCH
               IF WS-TM-HIT = "Y"
                   ADD 1 TO WS-JOB-LISTED
                   MOVE SPACES TO WS-MSG
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-POSTER))
                       = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                       STRING WS-JOB-LISTED
                              ". "
                              FUNCTION TRIM(WS-JOB-TITLE)
                              " at "
                              FUNCTION TRIM(WS-JOB-COMPANY)
                              " (req "
                              WS-JOB-REQNO
                              ", posted "
                              WS-JOB-DATE
                              ")"
                           DELIMITED BY SIZE INTO WS-MSG
                   ELSE
                       STRING WS-JOB-LISTED
                              ". "
                              FUNCTION TRIM(WS-JOB-TITLE)
                              " at "
                              FUNCTION TRIM(WS-JOB-COMPANY)
                              " (req "
                              WS-JOB-REQNO
                              ", posted "
                              WS-JOB-DATE
                              " by "
                              FUNCTION TRIM(WS-JOB-POSTER)
                              ")"
                           DELIMITED BY SIZE INTO WS-MSG
                   END-IF
                   PERFORM PRINTLN
                   ADD 1 TO WS-JOB-SHOWN
                   IF WS-JOB-SHOWN = 10
                       MOVE "Show more? (Y/N)" TO WS-MSG
                       MOVE "MSG0281" TO WS-MSG-ID
                       PERFORM PRINT
                       PERFORM READ-USER-LINE
                       MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                       IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                           EXIT PERFORM
                       END-IF
                       MOVE 0 TO WS-JOB-SHOWN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF

           IF WS-JOB-LISTED = 0
               MOVE "You have no active postings." TO WS-MSG
               MOVE "MSG0206" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a posting number to manage, or 0:" TO WS-MSG
           MOVE "MSG0207" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

           IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JOB-PICK
           IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
               COMPUTE WS-JOB-PICK = FUNCTION NUMVAL(WS-CHOICE)
           END-IF

           IF WS-JOB-PICK < 1 OR WS-JOB-PICK > WS-JOB-LISTED
               MOVE "That is not one of your postings." TO WS-MSG
               MOVE "MSG0208" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM MANAGE-FETCH-NTH
           IF WS-JOB-FETCHED NOT = "Y"
               MOVE "That is not one of your postings." TO WS-MSG
               MOVE "MSG0208" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "(E)dit or (C)lose this posting:" TO WS-MSG
           MOVE "MSG0209" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MP-ACT

           EVALUATE FUNCTION UPPER-CASE(WS-MP-ACT)
               WHEN "E"
                   PERFORM POSTING-EDIT-ONE
               WHEN "C"
                   PERFORM POSTING-CLOSE-ONE
               WHEN OTHER
                   MOVE "No change made to that posting." TO WS-MSG
                   MOVE "MSG0210" TO WS-MSG-ID
                   PERFORM PRINTLN
           END-EVALUATE
           .

      *> Re-reads jobs.csv and stops on the WS-JOB-PICKth row this
      *> employer (or their team) posted, leaving it in the WS-PICK
      *> fields.
       MANAGE-FETCH-NTH.
           MOVE "N" TO WS-JOB-FETCHED
           MOVE 0 TO WS-JOB-SEEK
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               MOVE WS-JOB-POSTER TO WS-TM-WHO
               MOVE WS-JOB-COMPANY TO WS-TM-WHO-CO
               PERFORM TEAM-MATCH
               IF WS-TM-HIT = "Y"
                   ADD 1 TO WS-JOB-SEEK
                   IF WS-JOB-SEEK = WS-JOB-PICK
                       MOVE WS-JOB-TITLE TO WS-PICK-TITLE
                       MOVE WS-JOB-COMPANY TO WS-PICK-COMPANY
                       MOVE WS-JOB-DESC TO WS-PICK-DESC
                       MOVE WS-JOB-POSTER TO WS-PICK-POSTER
                       MOVE WS-JOB-REQNO TO WS-PICK-REQNO
                       MOVE WS-JOB-LOCATION TO WS-PICK-LOCATION
                       MOVE WS-JOB-MODE TO WS-PICK-MODE
                       MOVE WS-JOB-PAY TO WS-PICK-PAY
                       MOVE WS-JOB-TYPE TO WS-PICK-TYPE
                       MOVE "Y" TO WS-JOB-FETCHED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF
           .

       POSTING-EDIT-ONE.
           MOVE "New title, or press Enter to keep it:" TO WS-MSG
           MOVE "MSG0211" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MP-NEW-TITLE
           IF WS-MP-NEW-TITLE = SPACES
               MOVE WS-PICK-TITLE TO WS-MP-NEW-TITLE
           END-IF

           MOVE "New company, or press Enter to keep it:" TO WS-MSG
           MOVE "MSG0212" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MP-NEW-COMPANY
           IF WS-MP-NEW-COMPANY = SPACES
               MOVE WS-PICK-COMPANY TO WS-MP-NEW-COMPANY
           ELSE
      *> A corrected company still has to name a directory entry,
      *> and takes its canonical spelling like a fresh posting.
               MOVE WS-MP-NEW-COMPANY TO WS-CO-QUERY
               PERFORM COMPANY-LOOKUP
               IF WS-CO-FOUND NOT = "Y"
                   MOVE "That company is not in the directory - no
      -    "change made." TO WS-MSG
                   MOVE "MSG0213" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
               PERFORM TEAM-COMPANY-CHECK
               IF WS-TM-GATE NOT = "Y"
                   MOVE SPACES TO WS-MSG
                   STRING "That company has a recruiting team - ask its"
                          " administrator to add you."
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE "MSG0409" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CO-CANON TO WS-MP-NEW-COMPANY
           END-IF

           MOVE "New description, or press Enter to keep it:"
             TO WS-MSG
           MOVE "MSG0214" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MP-NEW-DESC
           IF WS-MP-NEW-DESC = SPACES
               MOVE WS-PICK-DESC TO WS-MP-NEW-DESC
           END-IF

      *> A posting from before the structured fields has nothing to
      *> keep, so the first edit has to supply all four.
           MOVE WS-PICK-LOCATION TO WS-JA-KEEP
           MOVE "L" TO WS-JA-FIELD
           MOVE "New location, or press Enter to keep it:"
             TO WS-JA-PROMPT
           MOVE "MSG0295" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-MP-NEW-LOCATION

           MOVE WS-PICK-MODE TO WS-JA-KEEP
           MOVE "M" TO WS-JA-FIELD
           MOVE "New work mode (O/R/H), or press Enter to keep it:"
             TO WS-JA-PROMPT
           MOVE "MSG0296" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-MP-NEW-MODE

           MOVE WS-PICK-PAY TO WS-JA-KEEP
           MOVE "P" TO WS-JA-FIELD
           MOVE "New pay range, or press Enter to keep it:"
             TO WS-JA-PROMPT
           MOVE "MSG0297" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-MP-NEW-PAY

           MOVE WS-PICK-TYPE TO WS-JA-KEEP
           MOVE "T" TO WS-JA-FIELD
           MOVE "New type (I/P/F), or press Enter to keep it:"
             TO WS-JA-PROMPT
           MOVE "MSG0298" TO WS-JA-PROMPT-ID
           PERFORM JOB-ATTR-ASK
           IF WS-JA-STATUS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-VALUE TO WS-MP-NEW-TYPE

           MOVE "N" TO WS-MP-UPD
           CALL "JOB-POSTING-UPDATE" USING WS-PICK-REQNO
               WS-PICK-POSTER WS-MP-NEW-TITLE
               WS-MP-NEW-COMPANY WS-MP-NEW-DESC WS-MP-NEW-LOCATION
               WS-MP-NEW-MODE WS-MP-NEW-PAY WS-MP-NEW-TYPE WS-MP-UPD

           IF WS-MP-UPD = "Y"
               MOVE "Posting updated." TO WS-MSG
               MOVE "MSG0215" TO WS-MSG-ID
           ELSE
               MOVE "Unable to update that posting." TO WS-MSG
               MOVE "MSG0216" TO WS-MSG-ID
           END-IF
           PERFORM PRINTLN
           .

       POSTING-CLOSE-ONE.
           MOVE WS-PICK-TITLE TO WS-JOB-TITLE
           MOVE WS-PICK-COMPANY TO WS-JOB-COMPANY
           MOVE "N" TO WS-MP-UPD
           CALL "JOB-POSTING-CLOSE" USING WS-PICK-REQNO
               WS-PICK-POSTER WS-MP-UPD

           IF WS-MP-UPD NOT = "Y"
               MOVE "Unable to close that posting." TO WS-MSG
               MOVE "MSG0217" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Posting closed." TO WS-MSG
           MOVE "MSG0218" TO WS-MSG-ID
           PERFORM PRINTLN

      *> Applicants still waiting on an answer hear that the job is
      *> gone; settled applications are left in peace.
           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO WS-APPL-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO WS-APPL-REFERRER

               IF WS-APPL-REQNO = WS-PICK-REQNO
                   AND (FUNCTION TRIM(WS-APPL-STATUS) = "APPLIED"
                     OR FUNCTION TRIM(WS-APPL-STATUS) = "REVIEWED")
                   MOVE WS-APPL-USER TO WS-USERNAME
                   MOVE SPACES TO WS-NOTIFY-MSG
                   STRING "The posting "
                          FUNCTION TRIM(WS-JOB-TITLE)
                          " has been closed"
                       DELIMITED BY SIZE INTO WS-NOTIFY-MSG
                   PERFORM NOTIFICATION-LOG-WRITE
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> Filters are read first (always four lines), then matching
      *> postings page out ten at a time, then the apply loop runs
      *> until the user enters 0 - so a script always supplies four
      *> filter lines, any Show-more answers, and a closing 0.
       BROWSE-JOBS-FLOW.
           MOVE "Search by keyword, or press Enter for all jobs:"
             TO WS-MSG
           MOVE "MSG0219" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-KEY

           MOVE "Only show postings on or after (YYYYMMDD), or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0220" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-FROM

           MOVE "Filter letters - work mode O/R/H, type I/P/F, D for
      -    "paid only (e.g. RI), or press Enter:" TO WS-MSG
           MOVE "MSG0299" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
             TO WS-JF-LETTERS

           MOVE "Location contains, or press Enter:" TO WS-MSG
           MOVE "MSG0300" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
             TO WS-JF-LOC-UC
           MOVE 0 TO WS-JF-LOC-LEN
           IF WS-JF-LOC-UC NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JF-LOC-UC))
                 TO WS-JF-LOC-LEN
           END-IF

      *> Letters within a group widen the choice (R and H means
      *> remote or hybrid); the groups narrow it together.
           MOVE SPACES TO WS-JF-MODES WS-JF-TYPES
           MOVE "N" TO WS-JF-PAID
           PERFORM VARYING WS-JF-IDX FROM 1 BY 1
             UNTIL WS-JF-IDX > 10
               EVALUATE WS-JF-LETTERS(WS-JF-IDX:1)
                   WHEN "O"
                       MOVE "O" TO WS-JF-MODES(1:1)
                   WHEN "R"
                       MOVE "R" TO WS-JF-MODES(2:1)
                   WHEN "H"
                       MOVE "H" TO WS-JF-MODES(3:1)
                   WHEN "I"
                       MOVE "I" TO WS-JF-TYPES(1:1)
                   WHEN "P"
                       MOVE "P" TO WS-JF-TYPES(2:1)
                   WHEN "F"
                       MOVE "F" TO WS-JF-TYPES(3:1)
                   WHEN "D"
                       MOVE "Y" TO WS-JF-PAID
               END-EVALUATE
           END-PERFORM

           MOVE 0 TO WS-JOB-KEY-LEN
           IF WS-JOB-KEY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-JOB-KEY) TO WS-JOB-KEY-UC
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-KEY))
                 TO WS-JOB-KEY-LEN
           END-IF

           IF WS-JOB-FROM NOT = SPACES
               AND WS-JOB-FROM IS NOT NUMERIC
               MOVE "Ignoring the date filter - it must be YYYYMMDD."
                 TO WS-MSG
               MOVE "MSG0221" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE SPACES TO WS-JOB-FROM
           END-IF

      *> Matching rows page straight out of the file, ten at a
      *> time - no table, no hundredth-row ceiling. The apply loop
      *> re-reads a picked row by its ordinal, so every posting the
      *> user paged past is reachable.
           MOVE 0 TO WS-JOB-LISTED WS-JOB-SHOWN
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               PERFORM JOB-FILTER-CHECK
               IF WS-JOB-WANTED = "Y"
                   ADD 1 TO WS-JOB-LISTED
                   MOVE SPACES TO WS-MSG
                   STRING WS-JOB-LISTED
                          ". "
                          FUNCTION TRIM(WS-JOB-TITLE)
                          " at "
                          FUNCTION TRIM(WS-JOB-COMPANY)
                          " - "
                          FUNCTION TRIM(WS-JOB-DESC)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
                   PERFORM JOB-ATTR-LINE
                   ADD 1 TO WS-JOB-SHOWN
                   IF WS-JOB-SHOWN = 10
                       MOVE "Show more? (Y/N)" TO WS-MSG
                       MOVE "MSG0222" TO WS-MSG-ID
                       PERFORM PRINT
                       PERFORM READ-USER-LINE
                       MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                       IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                           EXIT PERFORM
                       END-IF
                       MOVE 0 TO WS-JOB-SHOWN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF

           IF WS-JOB-LISTED = 0
               MOVE "No postings matched your search." TO WS-MSG
               MOVE "MSG0223" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF

           PERFORM JOB-APPLY-PROMPT-LOOP
           .

       JOB-FILTER-CHECK.
           MOVE "Y" TO WS-JOB-WANTED

           IF WS-JOB-FROM NOT = SPACES
               IF WS-JOB-DATE IS NOT NUMERIC
                   OR WS-JOB-DATE < WS-JOB-FROM
                   MOVE "N" TO WS-JOB-WANTED
               END-IF
           END-IF

           IF WS-JOB-WANTED = "Y" AND WS-JOB-KEY-LEN > 0
               MOVE "N" TO WS-JOB-KEY-FOUND
               MOVE FUNCTION UPPER-CASE(WS-JOB-TITLE)
                 TO WS-JOB-HAY-UC
               PERFORM JOB-KEYWORD-SCAN
               IF WS-JOB-KEY-FOUND = "N"
                   MOVE FUNCTION UPPER-CASE(WS-JOB-COMPANY)
                     TO WS-JOB-HAY-UC
                   PERFORM JOB-KEYWORD-SCAN
               END-IF
               IF WS-JOB-KEY-FOUND = "N"
                   MOVE "N" TO WS-JOB-WANTED
               END-IF
           END-IF

      *> A posting that has not stated a field never passes a
      *> filter on that field.
           IF WS-JOB-WANTED = "Y" AND WS-JF-MODES NOT = SPACES
               EVALUATE WS-JOB-MODE
                   WHEN "ONSITE"
                       IF WS-JF-MODES(1:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN "REMOTE"
                       IF WS-JF-MODES(2:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN "HYBRID"
                       IF WS-JF-MODES(3:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-JOB-WANTED
               END-EVALUATE
           END-IF

           IF WS-JOB-WANTED = "Y" AND WS-JF-TYPES NOT = SPACES
               EVALUATE WS-JOB-TYPE
                   WHEN "INTERNSHIP"
                       IF WS-JF-TYPES(1:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN "PART-TIME"
                       IF WS-JF-TYPES(2:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN "FULL-TIME"
                       IF WS-JF-TYPES(3:1) = SPACE
                           MOVE "N" TO WS-JOB-WANTED
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-JOB-WANTED
               END-EVALUATE
           END-IF

           IF WS-JOB-WANTED = "Y" AND WS-JF-PAID = "Y"
               IF WS-JOB-PAY = SPACES OR WS-JOB-PAY = "UNPAID"
                   MOVE "N" TO WS-JOB-WANTED
               END-IF
           END-IF

           IF WS-JOB-WANTED = "Y" AND WS-JF-LOC-LEN > 0
               MOVE FUNCTION UPPER-CASE(WS-JOB-LOCATION)
                 TO WS-JF-LOC-HAY
               MOVE 0 TO WS-JF-HITS
               INSPECT WS-JF-LOC-HAY TALLYING WS-JF-HITS
                   FOR ALL WS-JF-LOC-UC(1:WS-JF-LOC-LEN)
               IF WS-JF-HITS = 0
                   MOVE "N" TO WS-JOB-WANTED
               END-IF
           END-IF
           .

      *> The structured fields under a listed posting; a field an
      *> older posting never stated reads "Not stated".
       JOB-ATTR-LINE.
           MOVE WS-JOB-LOCATION TO WS-JD-LOCATION
           MOVE WS-JOB-MODE TO WS-JD-MODE
           MOVE WS-JOB-TYPE TO WS-JD-TYPE
           MOVE WS-JOB-PAY TO WS-JD-PAY
           IF WS-JD-LOCATION = SPACES
               MOVE "Not stated" TO WS-JD-LOCATION
           END-IF
           IF WS-JD-MODE = SPACES
               MOVE "Not stated" TO WS-JD-MODE
           END-IF
           IF WS-JD-TYPE = SPACES
               MOVE "Not stated" TO WS-JD-TYPE
           END-IF
           IF WS-JD-PAY = SPACES
               MOVE "Not stated" TO WS-JD-PAY
           END-IF
           MOVE SPACES TO WS-MSG
           STRING "   Location: "
                  FUNCTION TRIM(WS-JD-LOCATION)
                  " | Work mode: "
                  FUNCTION TRIM(WS-JD-MODE)
                  " | Type: "
                  FUNCTION TRIM(WS-JD-TYPE)
                  " | Pay: "
                  FUNCTION TRIM(WS-JD-PAY)
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           .

      *> Case-blind substring scan of WS-JOB-HAY-UC for the first
      *> WS-JOB-KEY-LEN characters of WS-JOB-KEY-UC.
       JOB-KEYWORD-SCAN.
           COMPUTE WS-JOB-KEY-END = 60 - WS-JOB-KEY-LEN + 1
           PERFORM VARYING WS-JOB-KEY-POS FROM 1 BY 1
             UNTIL WS-JOB-KEY-POS > WS-JOB-KEY-END
               OR WS-JOB-KEY-FOUND = "Y"
               IF WS-JOB-HAY-UC(WS-JOB-KEY-POS:WS-JOB-KEY-LEN) =
                       WS-JOB-KEY-UC(1:WS-JOB-KEY-LEN)
                   MOVE "Y" TO WS-JOB-KEY-FOUND
               END-IF
           END-PERFORM
           .

      *> Re-reads jobs.csv with the same filters and stops on the
      *> WS-JOB-PICKth match, leaving it in the WS-PICK fields.
       JOB-FETCH-NTH.
           MOVE "N" TO WS-JOB-FETCHED
           MOVE 0 TO WS-JOB-SEEK
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               PERFORM JOB-FILTER-CHECK
               IF WS-JOB-WANTED = "Y"
                   ADD 1 TO WS-JOB-SEEK
                   IF WS-JOB-SEEK = WS-JOB-PICK
                       MOVE WS-JOB-TITLE TO WS-PICK-TITLE
                       MOVE WS-JOB-COMPANY TO WS-PICK-COMPANY
                       MOVE WS-JOB-DESC TO WS-PICK-DESC
                       MOVE WS-JOB-POSTER TO WS-PICK-POSTER
                       MOVE WS-JOB-REQNO TO WS-PICK-REQNO
                       MOVE WS-JOB-LOCATION TO WS-PICK-LOCATION
                       MOVE WS-JOB-MODE TO WS-PICK-MODE
                       MOVE WS-JOB-PAY TO WS-PICK-PAY
                       MOVE WS-JOB-TYPE TO WS-PICK-TYPE
                       MOVE "Y" TO WS-JOB-FETCHED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF
           .

      *> The selection loop always runs until the user enters 0 (or
      *> the script runs dry), so a browse consumes a predictable
      *> slice of InputFile regardless of how many jobs matched.
       JOB-APPLY-PROMPT-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO WS-MSG
               STRING "Enter a job number to apply to, REPORT, REFER "
                      "or SAVE and a number to report it, refer a "
                      "connection or save it, or 0 to return:"
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0413" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

               IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
                   EXIT PERFORM
               END-IF

               MOVE "N" TO WS-RPT-JOB
               IF FUNCTION UPPER-CASE(WS-CHOICE(1:6)) = "REPORT"
                   MOVE "Y" TO WS-RPT-JOB
                   MOVE FUNCTION TRIM(WS-CHOICE(7:4)) TO WS-RPT-CHOICE
                   MOVE WS-RPT-CHOICE TO WS-CHOICE
               END-IF
               IF FUNCTION UPPER-CASE(WS-CHOICE(1:5)) = "REFER"
                   MOVE "R" TO WS-RPT-JOB
                   MOVE FUNCTION TRIM(WS-CHOICE(6:4)) TO WS-RPT-CHOICE
                   MOVE WS-RPT-CHOICE TO WS-CHOICE
               END-IF
               IF FUNCTION UPPER-CASE(WS-CHOICE(1:4)) = "SAVE"
                   MOVE "S" TO WS-RPT-JOB
                   MOVE FUNCTION TRIM(WS-CHOICE(5:4)) TO WS-RPT-CHOICE
                   MOVE WS-RPT-CHOICE TO WS-CHOICE
               END-IF

               MOVE 0 TO WS-JOB-PICK
               IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
                   COMPUTE WS-JOB-PICK =
                       FUNCTION NUMVAL(WS-CHOICE)
               END-IF

               IF WS-JOB-PICK < 1 OR WS-JOB-PICK > WS-JOB-LISTED
                   MOVE "That is not one of the listed jobs."
                     TO WS-MSG
                   MOVE "MSG0225" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   PERFORM JOB-FETCH-NTH
                   IF WS-JOB-FETCHED = "Y"
                       EVALUATE WS-RPT-JOB
                           WHEN "Y"
                               MOVE "POSTING" TO WS-RPT-KIND
                               MOVE WS-PICK-POSTER TO WS-RPT-TARGET
                               MOVE WS-PICK-REQNO TO WS-RPT-REF
                               PERFORM REPORT-ABUSE-FILE
                           WHEN "R"
                               PERFORM JOB-REFER-ONE
                           WHEN "S"
                               PERFORM JOB-SAVE-ONE
                           WHEN OTHER
                               PERFORM JOB-APPLY-ONE
                       END-EVALUATE
                   ELSE
                       MOVE "That is not one of the listed jobs."
                         TO WS-MSG
                       MOVE "MSG0226" TO WS-MSG-ID
                       PERFORM PRINTLN
                   END-IF
               END-IF
           END-PERFORM
           .

       JOB-APPLY-ONE.
           IF WS-CURRENT-ROLE = "EMPLOYER"
               MOVE "Employer accounts cannot apply to postings."
                 TO WS-MSG
               MOVE "MSG0227" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PICK-POSTER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE "You cannot apply to your own posting." TO WS-MSG
               MOVE "MSG0228" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM APPL-CHECK-ALREADY
           IF WS-APPL-ALREADY = "Y"
               MOVE "You have already applied to that job." TO WS-MSG
               MOVE "MSG0229" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

      *> The posting's screening questions are answered up front;
      *> the answers are saved right after the application row.
           PERFORM SCREENQ-LOAD-FOR-JOB
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
             UNTIL WS-SQ-IDX > WS-SQ-COUNT
               MOVE SPACES TO WS-MSG
               STRING "Screening question "
                      WS-SQ-IDX
                      ": "
                      FUNCTION TRIM(WS-SQT-TEXT(WS-SQ-IDX))
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE)
                 TO WS-SQT-ANSWER(WS-SQ-IDX)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-APPL-DATE

           MOVE WS-CURRENT-USER TO WS-REF-TARGET
           PERFORM REFERRAL-FIND
           MOVE SPACES TO WS-APPL-REFERRER
           IF WS-REF-FOUND = "Y"
               MOVE WS-REF-WHO TO WS-APPL-REFERRER
           END-IF

           OPEN EXTEND Applications
           IF WS-APPL-STAT NOT = "00"
               OPEN OUTPUT Applications
               CLOSE Applications
               OPEN EXTEND Applications
           END-IF

           MOVE SPACES TO WS-APPL-OUT
           STRING FUNCTION TRIM(WS-PICK-TITLE)
                  "|"
                  FUNCTION TRIM(WS-PICK-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  WS-APPL-DATE
                  "|"
                  "APPLIED"
                  "|"
                  FUNCTION TRIM(WS-PICK-POSTER)
                  "|"
                  WS-PICK-REQNO
               DELIMITED BY SIZE INTO WS-APPL-OUT
           IF WS-APPL-REFERRER NOT = SPACES
               MOVE SPACES TO WS-REF-OUT
               STRING FUNCTION TRIM(WS-APPL-OUT)
                      "|"
                      FUNCTION TRIM(WS-APPL-REFERRER)
                   DELIMITED BY SIZE INTO WS-REF-OUT
               MOVE WS-REF-OUT TO WS-APPL-OUT
           END-IF
           MOVE WS-APPL-OUT TO Appl-Rec
           WRITE Appl-Rec
           CLOSE Applications

      *> The APPLIED entry opens the application's history trail;
      *> every later change is appended by APPL-STATUS-UPDATE.
           PERFORM APPL-HISTORY-APPEND
           PERFORM SCREENANS-SAVE
           PERFORM SNAPSHOT-SAVE

           MOVE "Application submitted." TO WS-MSG
           MOVE "MSG0230" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-PICK-POSTER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "New applicant for "
                  FUNCTION TRIM(WS-PICK-TITLE)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> Keeps a posting on the student's Saved Jobs list to come
      *> back to; the requisition number is the key, so the entry
      *> follows the posting through any edit by its poster.
       JOB-SAVE-ONE.
           IF WS-CURRENT-ROLE = "EMPLOYER"
               MOVE "Employer accounts cannot save postings." TO WS-MSG
               MOVE "MSG0387" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-PICK-REQNO = SPACES
               MOVE "That posting cannot be saved." TO WS-MSG
               MOVE "MSG0388" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SV-ALREADY
           OPEN INPUT SavedJobs
           IF WS-SV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ SavedJobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SV-USER WS-SV-REQNO
               UNSTRING Sv-Rec DELIMITED BY "|"
                   INTO WS-SV-USER WS-SV-REQNO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND WS-SV-REQNO = WS-PICK-REQNO
                   MOVE "Y" TO WS-SV-ALREADY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE SavedJobs
           END-IF

           IF WS-SV-ALREADY = "Y"
               MOVE "That job is already on your Saved Jobs list."
                 TO WS-MSG
               MOVE "MSG0389" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND SavedJobs
           IF WS-SV-STAT NOT = "00"
               OPEN OUTPUT SavedJobs
               CLOSE SavedJobs
               OPEN EXTEND SavedJobs
           END-IF

           MOVE SPACES TO WS-SV-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  WS-PICK-REQNO
                  "|"
                  FUNCTION TRIM(WS-PICK-TITLE)
                  "|"
                  FUNCTION TRIM(WS-PICK-COMPANY)
                  "|"
                  WS-TIMESTAMP(1:8)
                  "|"
                  "N"
               DELIMITED BY SIZE INTO WS-SV-OUT
           MOVE WS-SV-OUT TO Sv-Rec
           WRITE Sv-Rec
           CLOSE SavedJobs

           MOVE "Job saved - find it under Saved Jobs." TO WS-MSG
           MOVE "MSG0390" TO WS-MSG-ID
           PERFORM PRINTLN
           .

      *> Lists the student's saved postings, marking any that have
      *> closed since (the nightly check drops those), and applies
      *> to a picked one through the same JOB-APPLY-ONE as Browse
      *> Jobs once the live row has been re-read from jobs.csv.
       SAVED-JOBS-FLOW.
           MOVE 0 TO WS-SV-COUNT
           OPEN INPUT SavedJobs
           IF WS-SV-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ SavedJobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SV-USER WS-SV-REQNO WS-SV-TITLE
                   WS-SV-COMPANY WS-SV-SAVED
               UNSTRING Sv-Rec DELIMITED BY "|"
                   INTO WS-SV-USER WS-SV-REQNO WS-SV-TITLE
                   WS-SV-COMPANY WS-SV-SAVED
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND WS-SV-COUNT < 100
                   ADD 1 TO WS-SV-COUNT
                   MOVE WS-SV-REQNO TO WS-SVT-REQNO(WS-SV-COUNT)
                   MOVE WS-SV-TITLE TO WS-SVT-TITLE(WS-SV-COUNT)
                   MOVE WS-SV-COMPANY TO WS-SVT-COMPANY(WS-SV-COUNT)
                   MOVE WS-SV-SAVED TO WS-SVT-SAVED(WS-SV-COUNT)
                   MOVE "N" TO WS-SVT-LIVE(WS-SV-COUNT)
               END-IF
           END-PERFORM
           CLOSE SavedJobs
           END-IF

           IF WS-SV-COUNT = 0
               MOVE "You have no saved jobs. Use SAVE in Browse Jobs."
                 TO WS-MSG
               MOVE "MSG0391" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                 UNTIL WS-SV-IDX > WS-SV-COUNT
                   IF WS-JOB-REQNO NOT = SPACES
                       AND WS-SVT-REQNO(WS-SV-IDX) = WS-JOB-REQNO
                       MOVE "Y" TO WS-SVT-LIVE(WS-SV-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Jobs
           END-IF

           MOVE "--- Saved Jobs ---" TO WS-MSG
           MOVE "MSG0392" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
             UNTIL WS-SV-IDX > WS-SV-COUNT
               MOVE SPACES TO WS-MSG
               IF WS-SVT-LIVE(WS-SV-IDX) = "Y"
                   STRING WS-SV-IDX
                          ". "
                          FUNCTION TRIM(WS-SVT-TITLE(WS-SV-IDX))
                          " at "
                          FUNCTION TRIM(WS-SVT-COMPANY(WS-SV-IDX))
                          " (saved "
                          WS-SVT-SAVED(WS-SV-IDX)
                          ")"
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   STRING WS-SV-IDX
                          ". "
                          FUNCTION TRIM(WS-SVT-TITLE(WS-SV-IDX))
                          " at "
                          FUNCTION TRIM(WS-SVT-COMPANY(WS-SV-IDX))
                          " - no longer open"
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
               PERFORM PRINTLN
           END-PERFORM

           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Enter a saved job to apply to, or 0 to return:"
                 TO WS-MSG
               MOVE "MSG0393" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

               IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
                   EXIT PERFORM
               END-IF

               MOVE 0 TO WS-SV-PICK
               IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
                   COMPUTE WS-SV-PICK = FUNCTION NUMVAL(WS-CHOICE)
               END-IF

               EVALUATE TRUE
                   WHEN WS-SV-PICK < 1 OR WS-SV-PICK > WS-SV-COUNT
                       MOVE "That is not one of the listed jobs."
                         TO WS-MSG
                       MOVE "MSG0225" TO WS-MSG-ID
                       PERFORM PRINTLN
                   WHEN WS-SVT-LIVE(WS-SV-PICK) NOT = "Y"
                       MOVE "That posting is no longer open." TO WS-MSG
                       MOVE "MSG0394" TO WS-MSG-ID
                       PERFORM PRINTLN
                   WHEN OTHER
                       PERFORM SAVED-JOB-FETCH
                       IF WS-JOB-FETCHED = "Y"
                           PERFORM JOB-APPLY-ONE
                       ELSE
                           MOVE "That posting is no longer open."
                             TO WS-MSG
                           MOVE "MSG0394" TO WS-MSG-ID
                           PERFORM PRINTLN
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

      *> Re-reads the live posting for the picked saved entry by
      *> requisition number, leaving it in the WS-PICK fields.
       SAVED-JOB-FETCH.
           MOVE "N" TO WS-JOB-FETCHED
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Jobs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               IF WS-JOB-REQNO = WS-SVT-REQNO(WS-SV-PICK)
                   MOVE WS-JOB-TITLE TO WS-PICK-TITLE
                   MOVE WS-JOB-COMPANY TO WS-PICK-COMPANY
                   MOVE WS-JOB-DESC TO WS-PICK-DESC
                   MOVE WS-JOB-POSTER TO WS-PICK-POSTER
                   MOVE WS-JOB-REQNO TO WS-PICK-REQNO
                   MOVE WS-JOB-LOCATION TO WS-PICK-LOCATION
                   MOVE WS-JOB-MODE TO WS-PICK-MODE
                   MOVE WS-JOB-PAY TO WS-PICK-PAY
                   MOVE WS-JOB-TYPE TO WS-PICK-TYPE
                   MOVE "Y" TO WS-JOB-FETCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Jobs
           END-IF
           .

      *> Company Team, for employers. Someone not yet on a team can
      *> set one up for a company they registered in the directory
      *> and becomes its administrator; the administrator then adds
      *> and removes recruiters. Everyone on the team sees the list.
       COMPANY-TEAM-FLOW.
           PERFORM TEAM-LOAD
           IF WS-TM-CO = SPACES
               PERFORM TEAM-SETUP
               IF WS-TM-CO = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               PERFORM TEAM-LIST
               IF FUNCTION TRIM(WS-TM-ROLE) NOT = "ADMIN"
                   MOVE SPACES TO WS-MSG
                   STRING "Only the company administrator can change"
                          " the team."
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE "MSG0401" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-MSG
               STRING "Enter ADD or REMOVE and a username, or 0 to"
                      " return:"
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0402" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               IF FUNCTION TRIM(WS-LINE) = SPACES
                   OR FUNCTION TRIM(WS-LINE) = "0"
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-TM-ACT WS-TM-TARGET
               UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
                   INTO WS-TM-ACT WS-TM-TARGET
               MOVE FUNCTION UPPER-CASE(WS-TM-ACT) TO WS-TM-ACT

               EVALUATE TRUE
                   WHEN WS-TM-TARGET = SPACES
                       MOVE SPACES TO WS-MSG
                       STRING "Enter ADD or REMOVE followed by the"
                              " username."
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE "MSG0408" TO WS-MSG-ID
                       PERFORM PRINTLN
                   WHEN WS-TM-ACT = "ADD"
                       PERFORM TEAM-ADD-ONE
                   WHEN WS-TM-ACT = "REMOVE"
                       PERFORM TEAM-REMOVE-ONE
                   WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING "Enter ADD or REMOVE followed by the"
                              " username."
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE "MSG0408" TO WS-MSG-ID
                       PERFORM PRINTLN
               END-EVALUATE
               PERFORM TEAM-LOAD
           END-PERFORM
           .

      *> Only the employer who registered the company in the
      *> directory may set up its team - the same row COMPANY-LOOKUP
      *> already reads carries who that was.
       TEAM-SETUP.
           MOVE "You are not on a company recruiting team." TO WS-MSG
           MOVE "MSG0396" TO WS-MSG-ID
           PERFORM PRINTLN
           MOVE SPACES TO WS-MSG
           STRING "Enter a company you registered to set up its team,"
                  " or press Enter:"
               DELIMITED BY SIZE INTO WS-MSG
           MOVE "MSG0397" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-LINE) TO WS-CO-QUERY
           PERFORM COMPANY-LOOKUP
           IF WS-CO-FOUND NOT = "Y"
               MOVE "That company is not in the directory." TO WS-MSG
               MOVE "MSG0197" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-BY)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE SPACES TO WS-MSG
               STRING "Only the employer who registered that company"
                      " can set up its team."
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0398" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "ADMIN" TO WS-TM-NEWROLE
           MOVE "N" TO WS-TM-UPD
           CALL "COMPANY-MEMBER-SET" USING WS-CO-CANON
               WS-CURRENT-USER WS-TM-NEWROLE WS-TM-UPD
           IF WS-TM-UPD NOT = "Y"
               MOVE "That company already has a recruiting team."
                 TO WS-MSG
               MOVE "MSG0399" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Team set up - you are its administrator." TO WS-MSG
           MOVE "MSG0400" TO WS-MSG-ID
           PERFORM PRINTLN
           PERFORM TEAM-LOAD
           .

       TEAM-LIST.
           MOVE SPACES TO WS-MSG
           STRING "--- "
                  FUNCTION TRIM(WS-TM-CO)
                  " recruiting team ---"
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-CNT
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-TMT-USER(WS-TM-IDX))
                      " - "
                      FUNCTION TRIM(WS-TMT-ROLE(WS-TM-IDX))
                      " since "
                      WS-TMT-DATE(WS-TM-IDX)
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-PERFORM
           .

       TEAM-ADD-ONE.
           MOVE SPACES TO WS-TM-TROLE
           CALL "ROLE-LOOKUP" USING WS-TM-TARGET WS-TM-TROLE
           IF FUNCTION TRIM(WS-TM-TROLE) NOT = "EMPLOYER"
               MOVE SPACES TO WS-MSG
               STRING "Only employer accounts can join a recruiting"
                      " team."
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0403" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "RECRUITER" TO WS-TM-NEWROLE
           MOVE "N" TO WS-TM-UPD
           CALL "COMPANY-MEMBER-SET" USING WS-TM-CO
               WS-TM-TARGET WS-TM-NEWROLE WS-TM-UPD
           IF WS-TM-UPD NOT = "Y"
               MOVE "That employer is already on a recruiting team."
                 TO WS-MSG
               MOVE "MSG0404" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Recruiter added." TO WS-MSG
           MOVE "MSG0405" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-TM-TARGET TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "You were added to the "
                  FUNCTION TRIM(WS-TM-CO)
                  " recruiting team"
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> A removed recruiter's postings, applicants, interviews and
      *> offers pass to the administrator, exactly as when the
      *> recruiter's account is deactivated (COMPANY-USER-DROP).
       TEAM-REMOVE-ONE.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-CNT
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-TMT-USER(WS-TM-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-TARGET))
                   AND FUNCTION TRIM(WS-TMT-ROLE(WS-TM-IDX))
                   = "RECRUITER"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TM-IDX > WS-TM-CNT
               MOVE "That user is not a recruiter on your team."
                 TO WS-MSG
               MOVE "MSG0406" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TMT-USER(WS-TM-IDX) TO WS-TM-TARGET
           CALL "COMPANY-USER-DROP" USING WS-TM-TARGET

           MOVE "Recruiter removed - their postings are now yours."
             TO WS-MSG
           MOVE "MSG0407" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-TM-TARGET TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "You were removed from the "
                  FUNCTION TRIM(WS-TM-CO)
                  " recruiting team"
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> The current user's team: their own row gives the company and
      *> role, then every row for that company fills WS-TM-TABLE.
      *> Nothing is loaded for someone not on a team.
       TEAM-LOAD.
           MOVE SPACES TO WS-TM-CO WS-TM-ROLE WS-TM-ADMIN
           MOVE 0 TO WS-TM-CNT
           OPEN INPUT CompanyMembers
           IF WS-TM-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM TEAM-ROW-SPLIT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-ROW-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE WS-TM-ROW-CO TO WS-TM-CO
                   MOVE WS-TM-ROW-ROLE TO WS-TM-ROLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CompanyMembers

           IF WS-TM-CO = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CompanyMembers
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM TEAM-ROW-SPLIT
               IF WS-TM-ROW-CO = WS-TM-CO AND WS-TM-CNT < 50
                   ADD 1 TO WS-TM-CNT
                   MOVE WS-TM-ROW-USER TO WS-TMT-USER(WS-TM-CNT)
                   MOVE WS-TM-ROW-ROLE TO WS-TMT-ROLE(WS-TM-CNT)
                   MOVE WS-TM-ROW-DATE TO WS-TMT-DATE(WS-TM-CNT)
                   IF FUNCTION TRIM(WS-TM-ROW-ROLE) = "ADMIN"
                       MOVE WS-TM-ROW-USER TO WS-TM-ADMIN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           .

       TEAM-ROW-SPLIT.
           MOVE SPACES TO WS-TM-ROW-CO WS-TM-ROW-USER WS-TM-ROW-ROLE
               WS-TM-ROW-DATE
           UNSTRING CoMem-Rec DELIMITED BY "|"
               INTO WS-TM-ROW-CO WS-TM-ROW-USER WS-TM-ROW-ROLE
               WS-TM-ROW-DATE
           .

      *> WS-TM-HIT is Y when the poster in WS-TM-WHO is the current
      *> user, or anyone on the team TEAM-LOAD last filled when the
      *> row's company in WS-TM-WHO-CO is the team's own - what a
      *> recruiter posts for another company is not the team's.
       TEAM-MATCH.
           MOVE "N" TO WS-TM-HIT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-WHO)) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
               MOVE "Y" TO WS-TM-HIT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-WHO-CO)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-CO))
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-CNT
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-TMT-USER(WS-TM-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-WHO))
                   MOVE "Y" TO WS-TM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> A company with a recruiting team only takes postings from
      *> its members; WS-TM-GATE is N when WS-CO-CANON has a team
      *> the current user is not on. ADMIN accounts post on the
      *> career office's behalf and are not held to it.
       TEAM-COMPANY-CHECK.
           MOVE "Y" TO WS-TM-GATE
           IF WS-CURRENT-ROLE = "ADMIN"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CompanyMembers
           IF WS-TM-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CompanyMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM TEAM-ROW-SPLIT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TM-ROW-CO)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANON))
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-TM-ROW-USER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                       MOVE "Y" TO WS-TM-GATE
                       EXIT PERFORM
                   END-IF
                   MOVE "N" TO WS-TM-GATE
               END-IF
           END-PERFORM
           CLOSE CompanyMembers
           .

      *> A student or employer passes a posting to one of their
      *> established connections. The referral is kept even if the
      *> person never applies, so the referral report can show what
      *> came of each one.
       JOB-REFER-ONE.
           IF WS-CURRENT-ROLE NOT = "STUDENT"
               AND WS-CURRENT-ROLE NOT = "EMPLOYER"
               MOVE "Only student and employer accounts can refer a
      -    " connection." TO WS-MSG
               MOVE "MSG0314" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Username of the connection to refer:" TO WS-MSG
           MOVE "MSG0315" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-REF-TARGET

           IF WS-REF-TARGET = SPACES
               MOVE "No referral made." TO WS-MSG
               MOVE "MSG0316" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REF-TARGET TO WS-DM-RECIPIENT
           PERFORM DM-CHECK-CONNECTED
           IF WS-DM-ALLOWED NOT = "Y"
               MOVE "You can only refer one of your established
      -    " connections." TO WS-MSG
               MOVE "MSG0317" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

      *> Keep the name as the connections row spells it.
           IF WS-CONN-REQ-UC = WS-CONN-TARGET-UC
               MOVE WS-CONN-REQUESTER TO WS-REF-TARGET
           ELSE
               MOVE WS-CONN-RECIPIENT TO WS-REF-TARGET
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PICK-POSTER)) =
                   WS-CONN-TARGET-UC
               MOVE "That connection posted the job." TO WS-MSG
               MOVE "MSG0318" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM REFERRAL-FIND
           IF WS-REF-FOUND = "Y"
               MOVE "That connection has already been referred to
      -    " this posting." TO WS-MSG
               MOVE "MSG0319" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Referrals
           IF WS-REF-STAT NOT = "00"
               OPEN OUTPUT Referrals
               CLOSE Referrals
               OPEN EXTEND Referrals
           END-IF

           MOVE SPACES TO WS-REF-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-REF-TARGET)
                  "|"
                  WS-PICK-REQNO
                  "|"
                  FUNCTION TRIM(WS-PICK-TITLE)
                  "|"
                  FUNCTION TRIM(WS-PICK-COMPANY)
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-REF-OUT
           MOVE WS-REF-OUT TO Ref-Rec
           WRITE Ref-Rec
           CLOSE Referrals

           MOVE SPACES TO WS-MSG
           STRING "Referral sent to "
                  FUNCTION TRIM(WS-REF-TARGET)
                  "."
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN

           MOVE WS-REF-TARGET TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  " referred you for "
                  FUNCTION TRIM(WS-PICK-TITLE)
                  " at "
                  FUNCTION TRIM(WS-PICK-COMPANY)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> First referral of WS-REF-TARGET to the picked posting;
      *> the referrer comes back in WS-REF-WHO.
       REFERRAL-FIND.
           MOVE "N" TO WS-REF-FOUND
           MOVE SPACES TO WS-REF-WHO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-TARGET))
               TO WS-REF-TARGET-UC
           OPEN INPUT Referrals
           IF WS-REF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Referrals
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-REF-REFERRER WS-REF-REFERRED
                   WS-REF-REQNO WS-REF-TITLE WS-REF-COMPANY
                   WS-REF-DATE
               UNSTRING Ref-Rec DELIMITED BY "|"
                   INTO WS-REF-REFERRER WS-REF-REFERRED
                   WS-REF-REQNO WS-REF-TITLE WS-REF-COMPANY
                   WS-REF-DATE

               IF WS-REF-REQNO = WS-PICK-REQNO
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-REF-REFERRED)) =
                       WS-REF-TARGET-UC
                   MOVE "Y" TO WS-REF-FOUND
                   MOVE WS-REF-REFERRER TO WS-REF-WHO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Referrals
           END-IF
           .

       APPL-HISTORY-APPEND.
           OPEN EXTEND ApplHistory
           IF WS-AHIST-STAT NOT = "00"
               OPEN OUTPUT ApplHistory
               CLOSE ApplHistory
               OPEN EXTEND ApplHistory
           END-IF

           MOVE SPACES TO WS-AHIST-OUT
           STRING FUNCTION TRIM(WS-PICK-TITLE)
                  "|"
                  FUNCTION TRIM(WS-PICK-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  "APPLIED"
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  WS-PICK-REQNO
               DELIMITED BY SIZE INTO WS-AHIST-OUT
           MOVE WS-AHIST-OUT TO AHist-Rec
           WRITE AHist-Rec
           CLOSE ApplHistory
           .

       SCREENQ-LOAD-FOR-JOB.
           MOVE 0 TO WS-SQ-COUNT
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

               IF WS-SQ-REQNO = WS-PICK-REQNO
                   AND WS-SQ-COUNT < 5
                   ADD 1 TO WS-SQ-COUNT
                   MOVE WS-SQ-TEXT TO WS-SQT-TEXT(WS-SQ-COUNT)
                   MOVE SPACES TO WS-SQT-ANSWER(WS-SQ-COUNT)
               END-IF
           END-PERFORM
           CLOSE ScreenQuestions
           END-IF
           .

       SCREENANS-SAVE.
           IF WS-SQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ScreenAnswers
           IF WS-SA-STAT NOT = "00"
               OPEN OUTPUT ScreenAnswers
               CLOSE ScreenAnswers
               OPEN EXTEND ScreenAnswers
           END-IF

           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
             UNTIL WS-SQ-IDX > WS-SQ-COUNT
               MOVE SPACES TO WS-SQ-OUT
               STRING FUNCTION TRIM(WS-PICK-TITLE)
                      "|"
                      FUNCTION TRIM(WS-PICK-COMPANY)
                      "|"
                      FUNCTION TRIM(WS-CURRENT-USER)
                      "|"
                      WS-SQ-IDX
                      "|"
                      FUNCTION TRIM(WS-SQT-ANSWER(WS-SQ-IDX))
                      "|"
                      WS-PICK-REQNO
                   DELIMITED BY SIZE INTO WS-SQ-OUT
               MOVE WS-SQ-OUT TO SA-Rec
               WRITE SA-Rec
           END-PERFORM
           CLOSE ScreenAnswers
           .

      *> The applicant's profile as it stands at submission, frozen
      *> against the requisition so the employer reviews what was
      *> actually sent, whatever is edited afterwards.
       SNAPSHOT-SAVE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
             TO WS-SNAP-USER-UC
           PERFORM SNAPSHOT-BUILD

           OPEN EXTEND AppSnapshots
           IF WS-SNAP-STAT NOT = "00"
               OPEN OUTPUT AppSnapshots
               CLOSE AppSnapshots
               OPEN EXTEND AppSnapshots
           END-IF

           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
             UNTIL WS-SNAP-IDX > WS-SNL-CNT
               MOVE WS-SNAP-IDX TO WS-SNAP-SEQ
               MOVE SPACES TO WS-SNAP-OUT
               STRING WS-PICK-REQNO
                      "|"
                      FUNCTION TRIM(WS-CURRENT-USER)
                      "|"
                      WS-SNAP-SEQ
                      "|"
                      FUNCTION TRIM(WS-SNL-LINE(WS-SNAP-IDX))
                   DELIMITED BY SIZE INTO WS-SNAP-OUT
               MOVE WS-SNAP-OUT TO Snap-Rec
               WRITE Snap-Rec
           END-PERFORM
           CLOSE AppSnapshots
           .

      *> Resume lines for WS-SNAP-USER-UC, built into WS-SNL-TABLE
      *> from the profile, education, work history and skills
      *> files in that order. The same lines are built for the save
      *> and for the later comparison, so any edit shows as a
      *> difference.
       SNAPSHOT-BUILD.
           MOVE 0 TO WS-SNL-CNT
           MOVE "N" TO WS-SNAP-FOUND

           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                       WS-SNAP-USER-UC
                   MOVE "Y" TO WS-SNAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           IF WS-SNAP-FOUND = "Y"
               MOVE SPACES TO WS-SNAP-LINE
               STRING "University: "
                      FUNCTION TRIM(WS-PROF-UNIV)
                   DELIMITED BY SIZE INTO WS-SNAP-LINE
               PERFORM SNAPSHOT-ADD-LINE
               MOVE SPACES TO WS-SNAP-LINE
               STRING "Major: "
                      FUNCTION TRIM(WS-PROF-MAJOR)
                   DELIMITED BY SIZE INTO WS-SNAP-LINE
               PERFORM SNAPSHOT-ADD-LINE
               MOVE SPACES TO WS-SNAP-LINE
               STRING "About: "
                      FUNCTION TRIM(WS-PROF-BIO)
                   DELIMITED BY SIZE INTO WS-SNAP-LINE
               PERFORM SNAPSHOT-ADD-LINE
           ELSE
               MOVE "(no profile on file)" TO WS-SNAP-LINE
               PERFORM SNAPSHOT-ADD-LINE
           END-IF

           OPEN INPUT EduHistory
           IF WS-EDU-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ EduHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-EDU-USER WS-EDU-SCHOOL
                   WS-EDU-DEGREE WS-EDU-YEARS
               UNSTRING Edu-Rec DELIMITED BY "|"
                   INTO WS-EDU-USER WS-EDU-SCHOOL WS-EDU-DEGREE
                   WS-EDU-YEARS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EDU-USER)) =
                       WS-SNAP-USER-UC
                   MOVE SPACES TO WS-SNAP-LINE
                   STRING "Education: "
                          FUNCTION TRIM(WS-EDU-SCHOOL)
                          " - "
                          FUNCTION TRIM(WS-EDU-DEGREE)
                          " ("
                          FUNCTION TRIM(WS-EDU-YEARS)
                          ")"
                       DELIMITED BY SIZE INTO WS-SNAP-LINE
                   PERFORM SNAPSHOT-ADD-LINE
               END-IF
           END-PERFORM
           CLOSE EduHistory
           END-IF

           OPEN INPUT WorkHistory
           IF WS-WORK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ WorkHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-WORK-USER WS-WORK-EMPLOYER
                   WS-WORK-TITLE WS-WORK-DATES
               UNSTRING Work-Rec DELIMITED BY "|"
                   INTO WS-WORK-USER WS-WORK-EMPLOYER WS-WORK-TITLE
                   WS-WORK-DATES

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WORK-USER)) =
                       WS-SNAP-USER-UC
                   MOVE SPACES TO WS-SNAP-LINE
                   STRING "Experience: "
                          FUNCTION TRIM(WS-WORK-TITLE)
                          " at "
                          FUNCTION TRIM(WS-WORK-EMPLOYER)
                          " ("
                          FUNCTION TRIM(WS-WORK-DATES)
                          ")"
                       DELIMITED BY SIZE INTO WS-SNAP-LINE
                   PERFORM SNAPSHOT-ADD-LINE
               END-IF
           END-PERFORM
           CLOSE WorkHistory
           END-IF

           OPEN INPUT Skills
           IF WS-SKILL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Skills
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SKILL-USER WS-SKILL-NAME
               UNSTRING Skill-Rec DELIMITED BY "|"
                   INTO WS-SKILL-USER WS-SKILL-NAME

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-USER)) =
                       WS-SNAP-USER-UC
                   MOVE SPACES TO WS-SNAP-LINE
                   STRING "Skill: "
                          FUNCTION TRIM(WS-SKILL-NAME)
                       DELIMITED BY SIZE INTO WS-SNAP-LINE
                   PERFORM SNAPSHOT-ADD-LINE
               END-IF
           END-PERFORM
           CLOSE Skills
           END-IF
           .

       SNAPSHOT-ADD-LINE.
           IF WS-SNL-CNT < 60
               ADD 1 TO WS-SNL-CNT
               MOVE WS-SNAP-LINE TO WS-SNL-LINE(WS-SNL-CNT)
           END-IF
           .

       APPL-CHECK-ALREADY.
           MOVE "N" TO WS-APPL-ALREADY
           OPEN INPUT Applications
           IF WS-APPL-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO WS-APPL-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO WS-APPL-REFERRER

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND WS-APPL-REQNO = WS-PICK-REQNO
                   MOVE "Y" TO WS-APPL-ALREADY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           CLOSE Applications
           .

      *> Pages straight from applications.csv ten rows at a time, so
      *> a student with more than a hundred applications can still
      *> reach every one of them.
       MY-APPLICATIONS-FLOW.
           OPEN INPUT Applications
           IF WS-APPL-STAT NOT = "00"
               MOVE "You have not applied to any jobs yet." TO WS-MSG
               MOVE "MSG0231" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           CLOSE Applications

           MOVE "A" TO WS-APPL-MODE
           MOVE 0 TO WS-APPL-LISTED WS-APPL-SHOWN

           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO WS-APPL-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO WS-APPL-REFERRER

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   ADD 1 TO WS-APPL-LISTED
                   MOVE SPACES TO WS-MSG
                   STRING WS-APPL-LISTED
                          ". "
                          FUNCTION TRIM(WS-APPL-TITLE)
                          " at "
                          FUNCTION TRIM(WS-APPL-COMPANY)
                          " - applied "
                          WS-APPL-DATE
                          " - "
                          FUNCTION TRIM(WS-APPL-STATUS)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
                   ADD 1 TO WS-APPL-SHOWN
                   IF WS-APPL-SHOWN = 10
                       MOVE "Show more? (Y/N)" TO WS-MSG
                       MOVE "MSG0232" TO WS-MSG-ID
                       PERFORM PRINT
                       PERFORM READ-USER-LINE
                       MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                       IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                           EXIT PERFORM
                       END-IF
                       MOVE 0 TO WS-APPL-SHOWN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF

           IF WS-APPL-LISTED = 0
               MOVE "You have not applied to any jobs yet." TO WS-MSG
               MOVE "MSG0233" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM APPL-WITHDRAW-PROMPT
           END-IF

           PERFORM INTERVIEW-OFFERS-VIEW
           PERFORM JOB-OFFERS-VIEW
           .

      *> Re-reads applications.csv and stops on the WS-APPL-PICKth
      *> row belonging to the current user - as applicant (mode A)
      *> or as poster (mode P, the user's recruiting team included)
      *> - leaving its fields in the WS-APPL scalars.
       APPL-FETCH-NTH.
           MOVE "N" TO WS-APPL-FETCHED
           MOVE 0 TO WS-APPL-SEEK
           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Applications
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO WS-APPL-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO WS-APPL-REFERRER

               MOVE "N" TO WS-TM-HIT
               IF WS-APPL-MODE = "P"
                   MOVE WS-APPL-POSTER TO WS-TM-WHO
                   MOVE WS-APPL-COMPANY TO WS-TM-WHO-CO
                   PERFORM TEAM-MATCH
               END-IF

               IF (WS-APPL-MODE = "A"
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-APPL-USER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER)))
                   OR (WS-APPL-MODE = "P" AND WS-TM-HIT = "Y")
                   ADD 1 TO WS-APPL-SEEK
                   IF WS-APPL-SEEK = WS-APPL-PICK
                       MOVE "Y" TO WS-APPL-FETCHED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF
           .

      *> A withdrawn application stays on file as WITHDRAWN so both
      *> sides keep their history, but APPL-STATUS-UPDATE will not
      *> let any later employer action touch the row again.
       APPL-WITHDRAW-PROMPT.
           MOVE "Enter an application number to withdraw, or 0:"
             TO WS-MSG
           MOVE "MSG0234" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APPL-PICK
           IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
               COMPUTE WS-APPL-PICK = FUNCTION NUMVAL(WS-CHOICE)
           END-IF

           IF WS-APPL-PICK < 1 OR WS-APPL-PICK > WS-APPL-LISTED
               MOVE "That is not one of the listed applications."
                 TO WS-MSG
               MOVE "MSG0235" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM APPL-FETCH-NTH
           IF WS-APPL-FETCHED NOT = "Y"
               MOVE "That is not one of the listed applications."
                 TO WS-MSG
               MOVE "MSG0236" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-APPL-STATUS) = "WITHDRAWN"
               MOVE "That application is already withdrawn." TO WS-MSG
               MOVE "MSG0237" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-USER TO WS-APPL-USER
           MOVE "WITHDRAWN" TO WS-APPL-NEWSTAT
           MOVE "N" TO WS-APPL-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-APPL-REQNO
               WS-APPL-USER WS-APPL-NEWSTAT
               WS-CURRENT-USER WS-APPL-UPD

           IF WS-APPL-UPD NOT = "Y"
               MOVE "Unable to withdraw that application." TO WS-MSG
               MOVE "MSG0238" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Application withdrawn." TO WS-MSG
           MOVE "MSG0239" TO WS-MSG-ID
           PERFORM PRINTLN

      *> The frozen profile went with the application; it goes
      *> when the application is withdrawn.
           MOVE "N" TO WS-SNAP-UPD
           CALL "SNAPSHOT-CLEAR" USING WS-APPL-REQNO
               WS-CURRENT-USER WS-SNAP-UPD

           MOVE WS-APPL-POSTER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  " withdrew their application for "
                  FUNCTION TRIM(WS-APPL-TITLE)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> The employer's applicants, up to 999 of them, are ranked
      *> by RANK-LOAD-APPLICANTS and listed ten at a time, best
      *> match first within each posting. A picked number is
      *> re-read from the file by its place there before anything
      *> acts on it.
       REVIEW-APPLICANTS-FLOW.
           OPEN INPUT Applications
           IF WS-APPL-STAT NOT = "00"
               MOVE "No one has applied to your postings yet."
                 TO WS-MSG
               MOVE "MSG0240" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF
           CLOSE Applications

           MOVE "P" TO WS-APPL-MODE
           MOVE 0 TO WS-APPL-LISTED WS-APPL-SHOWN

           PERFORM TEAM-LOAD
           PERFORM RANK-LOAD-APPLICANTS
           PERFORM RANK-POSTING-TEXTS
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
             UNTIL WS-RK-IDX > WS-RK-CNT
               PERFORM RANK-SCORE-ONE
           END-PERFORM
           PERFORM RANK-SORT
           PERFORM RANK-WRITE-SHORTLISTS

           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
             UNTIL WS-RK-IDX > WS-RK-CNT
               MOVE WS-RK-TITLE(WS-RK-IDX) TO WS-APPL-TITLE
               MOVE WS-RK-COMPANY(WS-RK-IDX) TO WS-APPL-COMPANY
               MOVE WS-RK-USER(WS-RK-IDX) TO WS-APPL-USER
               MOVE WS-RK-DATE(WS-RK-IDX) TO WS-APPL-DATE
               MOVE WS-RK-STATUS(WS-RK-IDX) TO WS-APPL-STATUS
               MOVE WS-RK-REQNO(WS-RK-IDX) TO WS-APPL-REQNO
               MOVE WS-RK-REFERRER(WS-RK-IDX) TO WS-APPL-REFERRER
               ADD 1 TO WS-APPL-LISTED
               MOVE SPACES TO WS-MSG
               IF WS-APPL-REFERRER = SPACES
                   STRING WS-APPL-LISTED
                          ". "
                          FUNCTION TRIM(WS-APPL-USER)
                          " applied to "
                          FUNCTION TRIM(WS-APPL-TITLE)
                          " on "
                          WS-APPL-DATE
                          " - "
                          FUNCTION TRIM(WS-APPL-STATUS)
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   STRING WS-APPL-LISTED
                          ". "
                          FUNCTION TRIM(WS-APPL-USER)
                          " (referred by "
                          FUNCTION TRIM(WS-APPL-REFERRER)
                          ") applied to "
                          FUNCTION TRIM(WS-APPL-TITLE)
                          " on "
                          WS-APPL-DATE
                          " - "
                          FUNCTION TRIM(WS-APPL-STATUS)
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
               PERFORM PRINTLN
               PERFORM RANK-BUILD-REASON
               MOVE SPACES TO WS-MSG
               STRING "     Fit score "
                      FUNCTION TRIM(WS-RK-NUM-D)
                      ": "
                      FUNCTION TRIM(WS-RK-REASON)
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
               PERFORM REVIEW-SHOW-ANSWERS
               ADD 1 TO WS-APPL-SHOWN
               IF WS-APPL-SHOWN = 10
                   MOVE "Show more? (Y/N)" TO WS-MSG
                   MOVE "MSG0241" TO WS-MSG-ID
                   PERFORM PRINT
                   PERFORM READ-USER-LINE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                   IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                       EXIT PERFORM
                   END-IF
                   MOVE 0 TO WS-APPL-SHOWN
               END-IF
           END-PERFORM

           IF WS-APPL-LISTED = 0
               MOVE "No one has applied to your postings yet."
                 TO WS-MSG
               MOVE "MSG0242" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter an application number to update, or 0:"
             TO WS-MSG
           MOVE "MSG0243" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

           IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APPL-PICK
           IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
               COMPUTE WS-APPL-PICK = FUNCTION NUMVAL(WS-CHOICE)
           END-IF

           IF WS-APPL-PICK < 1 OR WS-APPL-PICK > WS-APPL-LISTED
               MOVE "That is not one of the listed applications."
                 TO WS-MSG
               MOVE "MSG0244" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RK-NTH(WS-APPL-PICK) TO WS-APPL-PICK
           PERFORM APPL-FETCH-NTH
           IF WS-APPL-FETCHED NOT = "Y"
               MOVE "That is not one of the listed applications."
                 TO WS-MSG
               MOVE "MSG0245" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           PERFORM REVIEW-SHOW-SNAPSHOT

      *> ACCEPTED is the terminal good outcome the placement report
      *> rolls up for the partner schools; DECLINED is the terminal
      *> bad one. A formal job (O)ffer goes further: the student
      *> must answer it, and only an accepted offer is a hire.
           MOVE "Mark as (R)eviewed, (A)ccepted, or (D)eclined, offer
      -    " an (I)nterview, or make a job (O)ffer:" TO WS-MSG
           MOVE "MSG0414" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-APPL-ANSWER

      *> Once an offer is out the application's outcome is the
      *> offer's - offers.csv and hires.csv carry it from there -
      *> so only the offer check below may act on it.
           IF FUNCTION UPPER-CASE(WS-APPL-ANSWER) NOT = "O"
               AND (FUNCTION TRIM(WS-APPL-STATUS) = "OFFERED"
                 OR FUNCTION TRIM(WS-APPL-STATUS) = "HIRED"
                 OR FUNCTION TRIM(WS-APPL-STATUS) = "REFUSED"
                 OR FUNCTION TRIM(WS-APPL-STATUS) = "LAPSED")
               MOVE SPACES TO WS-MSG
               STRING "That application is at the offer stage - "
                      "no change made."
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "MSG0416" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(WS-APPL-ANSWER)
               WHEN "R"
                   MOVE "REVIEWED" TO WS-APPL-NEWSTAT
               WHEN "A"
                   MOVE "ACCEPTED" TO WS-APPL-NEWSTAT
               WHEN "D"
                   MOVE "DECLINED" TO WS-APPL-NEWSTAT
               WHEN "I"
                   PERFORM INTERVIEW-OFFER-ONE
                   EXIT PARAGRAPH
               WHEN "O"
                   PERFORM JOB-OFFER-ONE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "No change made to that application."
                     TO WS-MSG
                   MOVE "MSG0247" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "N" TO WS-APPL-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-APPL-REQNO
               WS-APPL-USER WS-APPL-NEWSTAT
               WS-CURRENT-USER WS-APPL-UPD

           IF WS-APPL-UPD = "Y"
               MOVE SPACES TO WS-MSG
               STRING "Application marked "
                      FUNCTION TRIM(WS-APPL-NEWSTAT)
                      "."
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
               MOVE WS-APPL-USER TO WS-USERNAME
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING "Your application for "
                      FUNCTION TRIM(WS-APPL-TITLE)
                      " was "
                      FUNCTION TRIM(WS-APPL-NEWSTAT)
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               PERFORM NOTIFICATION-LOG-WRITE
               MOVE WS-CURRENT-USER TO WS-USERNAME
           ELSE
               MOVE "Unable to update that application." TO WS-MSG
               MOVE "MSG0248" TO WS-MSG-ID
               PERFORM PRINTLN
           END-IF
           .

      *> Applicant ranking for REVIEW-APPLICANTS-FLOW. Every one of
      *> the employer's applications is loaded with its place in the
      *> file (APPL-FETCH-NTH still finds the row by that place),
      *> scored against the text of its posting, and sorted so each
      *> posting's applicants run best match first. Postings keep
      *> the order in which they first appear in the file.
       RANK-LOAD-APPLICANTS.
           MOVE 0 TO WS-RK-CNT WS-RKP-CNT WS-APPL-SEEK
           OPEN INPUT Applications
           IF WS-APPL-STAT = "00"
           PERFORM UNTIL 1 = 2

               MOVE SPACES TO WS-APPL-TITLE WS-APPL-COMPANY
                   WS-APPL-USER WS-APPL-DATE WS-APPL-STATUS
                   WS-APPL-POSTER WS-APPL-REQNO WS-APPL-REFERRER
               UNSTRING Appl-Rec DELIMITED BY "|"
                   INTO WS-APPL-TITLE WS-APPL-COMPANY WS-APPL-USER
                   WS-APPL-DATE WS-APPL-STATUS WS-APPL-POSTER
                   WS-APPL-REQNO WS-APPL-REFERRER

               MOVE WS-APPL-POSTER TO WS-TM-WHO
               MOVE WS-APPL-COMPANY TO WS-TM-WHO-CO
               PERFORM TEAM-MATCH
               IF WS-TM-HIT = "Y"
                   ADD 1 TO WS-APPL-SEEK
                   IF WS-RK-CNT < 999
                       ADD 1 TO WS-RK-CNT
                       PERFORM RANK-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Applications
           END-IF
           .

       RANK-ADD-ENTRY.
           MOVE WS-APPL-TITLE TO WS-RK-TITLE(WS-RK-CNT)
           MOVE WS-APPL-COMPANY TO WS-RK-COMPANY(WS-RK-CNT)
           MOVE WS-APPL-USER TO WS-RK-USER(WS-RK-CNT)
           MOVE WS-APPL-DATE TO WS-RK-DATE(WS-RK-CNT)
           MOVE WS-APPL-STATUS TO WS-RK-STATUS(WS-RK-CNT)
           MOVE WS-APPL-REQNO TO WS-RK-REQNO(WS-RK-CNT)
           MOVE WS-APPL-REFERRER TO WS-RK-REFERRER(WS-RK-CNT)
           MOVE WS-APPL-SEEK TO WS-RK-NTH(WS-RK-CNT)
           MOVE 0 TO WS-RK-SCORE(WS-RK-CNT) WS-RK-SKILLS(WS-RK-CNT)
               WS-RK-ENDORSE(WS-RK-CNT) WS-RK-WORK(WS-RK-CNT)
           MOVE "N" TO WS-RK-MAJOR(WS-RK-CNT)

           MOVE 0 TO WS-RK-GRP(WS-RK-CNT)
           PERFORM VARYING WS-RKP-IDX FROM 1 BY 1
             UNTIL WS-RKP-IDX > WS-RKP-CNT
               IF WS-RKP-REQNO(WS-RKP-IDX) = WS-APPL-REQNO
                   AND WS-RKP-TITLE(WS-RKP-IDX) = WS-APPL-TITLE
                   MOVE WS-RKP-IDX TO WS-RK-GRP(WS-RK-CNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *> Until jobs.csv says otherwise, a posting is scored on its
      *> title alone - a withdrawn posting has no row left there.
           IF WS-RK-GRP(WS-RK-CNT) = 0 AND WS-RKP-CNT < 200
               ADD 1 TO WS-RKP-CNT
               MOVE WS-APPL-REQNO TO WS-RKP-REQNO(WS-RKP-CNT)
               MOVE WS-APPL-TITLE TO WS-RKP-TITLE(WS-RKP-CNT)
               MOVE WS-APPL-COMPANY TO WS-RKP-COMPANY(WS-RKP-CNT)
               MOVE FUNCTION UPPER-CASE(WS-APPL-TITLE)
                 TO WS-RKP-TEXT(WS-RKP-CNT)
               MOVE WS-RKP-CNT TO WS-RK-GRP(WS-RK-CNT)
           END-IF
           IF WS-RK-GRP(WS-RK-CNT) = 0
               MOVE WS-RKP-CNT TO WS-RK-GRP(WS-RK-CNT)
           END-IF
           .

       RANK-POSTING-TEXTS.
           OPEN INPUT Jobs
           IF WS-JOB-STAT = "00"
           PERFORM UNTIL 1 = 2
               END-READ

               MOVE SPACES TO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE
               UNSTRING Job-Rec DELIMITED BY "|"
                   INTO WS-JOB-TITLE WS-JOB-COMPANY WS-JOB-DESC
                   WS-JOB-POSTER WS-JOB-DATE WS-JOB-REQNO
                   WS-JOB-LOCATION WS-JOB-MODE WS-JOB-PAY WS-JOB-TYPE

               PERFORM VARYING WS-RKP-IDX FROM 1 BY 1
                 UNTIL WS-RKP-IDX > WS-RKP-CNT
                   IF WS-RKP-REQNO(WS-RKP-IDX) = WS-JOB-REQNO
                       AND WS-RKP-TITLE(WS-RKP-IDX) = WS-JOB-TITLE
                       MOVE SPACES TO WS-RKP-TEXT(WS-RKP-IDX)
                       STRING FUNCTION TRIM(WS-JOB-TITLE)
                              " "
                              FUNCTION TRIM(WS-JOB-DESC)
                           DELIMITED BY SIZE
                           INTO WS-RKP-TEXT(WS-RKP-IDX)
                       MOVE FUNCTION UPPER-CASE(
                           WS-RKP-TEXT(WS-RKP-IDX))
                         TO WS-RKP-TEXT(WS-RKP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Jobs
           END-IF
           .

      *> Score = each of the applicant's skills named in the posting
      *> (1 point plus 1 per endorsement of that skill), plus 1 when
      *> a word of their major appears there, plus 1 per past job
      *> whose title shares a word with it. Only words of four or
      *> more letters count for the major and job titles, so "of"
      *> and "and" never match.
       RANK-SCORE-ONE.
           MOVE WS-RKP-TEXT(WS-RK-GRP(WS-RK-IDX)) TO WS-RANK-HAY-UC
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-RK-USER(WS-RK-IDX)))
             TO WS-VIEW-USER-UC

           OPEN INPUT Skills
           IF WS-SKILL-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Skills
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SKILL-USER WS-SKILL-NAME
               UNSTRING Skill-Rec DELIMITED BY "|"
                   INTO WS-SKILL-USER WS-SKILL-NAME

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-USER)) =
                       WS-VIEW-USER-UC
                   AND WS-SKILL-NAME NOT = SPACES
                   MOVE WS-SKILL-NAME TO WS-RANK-WORD
                   PERFORM RANK-KEY-SCAN
                   IF WS-RANK-HIT = "Y"
                       ADD 1 TO WS-RK-SKILLS(WS-RK-IDX)
                       PERFORM COUNT-ENDORSEMENTS
                       ADD WS-ENDO-COUNT TO WS-RK-ENDORSE(WS-RK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Skills
           END-IF

           OPEN INPUT UserProfiles
           IF WS-PROF-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ UserProfiles
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS
               UNSTRING Profiles-Rec DELIMITED BY "|"
                   INTO WS-PROF-U WS-PROF-UNIV WS-PROF-MAJOR
                   WS-PROF-BIO WS-PROF-VIS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-U)) =
                       WS-VIEW-USER-UC
                   MOVE WS-PROF-MAJOR TO WS-RANK-PHRASE
                   PERFORM RANK-PHRASE-SCAN
                   IF WS-RANK-HIT = "Y"
                       MOVE "Y" TO WS-RK-MAJOR(WS-RK-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UserProfiles
           END-IF

           OPEN INPUT WorkHistory
           IF WS-WORK-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ WorkHistory
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-WORK-USER WS-WORK-EMPLOYER
                   WS-WORK-TITLE WS-WORK-DATES
               UNSTRING Work-Rec DELIMITED BY "|"
                   INTO WS-WORK-USER WS-WORK-EMPLOYER WS-WORK-TITLE
                   WS-WORK-DATES

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WORK-USER)) =
                       WS-VIEW-USER-UC
                   MOVE WS-WORK-TITLE TO WS-RANK-PHRASE
                   PERFORM RANK-PHRASE-SCAN
                   IF WS-RANK-HIT = "Y"
                       ADD 1 TO WS-RK-WORK(WS-RK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WorkHistory
           END-IF

           COMPUTE WS-RK-SCORE(WS-RK-IDX) = WS-RK-SKILLS(WS-RK-IDX)
               + WS-RK-ENDORSE(WS-RK-IDX) + WS-RK-WORK(WS-RK-IDX)
           IF WS-RK-MAJOR(WS-RK-IDX) = "Y"
               ADD 1 TO WS-RK-SCORE(WS-RK-IDX)
           END-IF
           .

      *> Is WS-RANK-WORD anywhere in the posting text? Same sliding
      *> compare as JOB-KEYWORD-SCAN over the longer posting text.
       RANK-KEY-SCAN.
           MOVE "N" TO WS-RANK-HIT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RANK-WORD))
             TO WS-RANK-KEY-UC
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RANK-WORD))
             TO WS-RANK-KEY-LEN
           COMPUTE WS-RANK-KEY-END = 170 - WS-RANK-KEY-LEN + 1
           PERFORM VARYING WS-RANK-KEY-POS FROM 1 BY 1
             UNTIL WS-RANK-KEY-POS > WS-RANK-KEY-END
               OR WS-RANK-HIT = "Y"
               IF WS-RANK-HAY-UC(WS-RANK-KEY-POS:WS-RANK-KEY-LEN) =
                       WS-RANK-KEY-UC(1:WS-RANK-KEY-LEN)
                   MOVE "Y" TO WS-RANK-HIT
               END-IF
           END-PERFORM
           .

      *> Any word of four letters or more in WS-RANK-PHRASE found in
      *> the posting text.
       RANK-PHRASE-SCAN.
           MOVE "N" TO WS-RANK-HIT
           MOVE SPACES TO WS-RANK-WORDS
           UNSTRING FUNCTION TRIM(WS-RANK-PHRASE) DELIMITED BY ALL " "
               INTO WS-RANK-W(1) WS-RANK-W(2) WS-RANK-W(3)
               WS-RANK-W(4) WS-RANK-W(5) WS-RANK-W(6)
           PERFORM VARYING WS-RANK-WIDX FROM 1 BY 1
             UNTIL WS-RANK-WIDX > 6 OR WS-RANK-HIT = "Y"
               IF WS-RANK-W(WS-RANK-WIDX) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(
                       WS-RANK-W(WS-RANK-WIDX))) >= 4
                   MOVE WS-RANK-W(WS-RANK-WIDX) TO WS-RANK-WORD
                   PERFORM RANK-KEY-SCAN
               END-IF
           END-PERFORM
           .

      *> Posting order first, then score high to low. An exchange
      *> sort keeps equal scores in file order.
       RANK-SORT.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
             UNTIL WS-RK-IDX >= WS-RK-CNT
               COMPUTE WS-RK-LIMIT = WS-RK-CNT - WS-RK-IDX
               PERFORM VARYING WS-RK-JDX FROM 1 BY 1
                 UNTIL WS-RK-JDX > WS-RK-LIMIT
                   COMPUTE WS-RK-KDX = WS-RK-JDX + 1
                   IF WS-RK-GRP(WS-RK-JDX) > WS-RK-GRP(WS-RK-KDX)
                       OR (WS-RK-GRP(WS-RK-JDX) = WS-RK-GRP(WS-RK-KDX)
                       AND WS-RK-SCORE(WS-RK-JDX) <
                           WS-RK-SCORE(WS-RK-KDX))
                       MOVE WS-RK-ENTRY(WS-RK-JDX) TO WS-RK-SWAP
                       MOVE WS-RK-ENTRY(WS-RK-KDX)
                         TO WS-RK-ENTRY(WS-RK-JDX)
                       MOVE WS-RK-SWAP TO WS-RK-ENTRY(WS-RK-KDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> "3 matching skills, 5 endorsements", with the major and
      *> past-job hits added only when there are any.
       RANK-BUILD-REASON.
           MOVE SPACES TO WS-RK-REASON
           MOVE 1 TO WS-RK-PTR
           MOVE WS-RK-SKILLS(WS-RK-IDX) TO WS-RK-NUM-D
           STRING FUNCTION TRIM(WS-RK-NUM-D)
                  " matching skills, "
               DELIMITED BY SIZE INTO WS-RK-REASON
               WITH POINTER WS-RK-PTR
           MOVE WS-RK-ENDORSE(WS-RK-IDX) TO WS-RK-NUM-D
           STRING FUNCTION TRIM(WS-RK-NUM-D)
                  " endorsements"
               DELIMITED BY SIZE INTO WS-RK-REASON
               WITH POINTER WS-RK-PTR
           IF WS-RK-MAJOR(WS-RK-IDX) = "Y"
               STRING ", major matches"
                   DELIMITED BY SIZE INTO WS-RK-REASON
                   WITH POINTER WS-RK-PTR
           END-IF
           IF WS-RK-WORK(WS-RK-IDX) > 0
               MOVE WS-RK-WORK(WS-RK-IDX) TO WS-RK-NUM-D
               STRING ", "
                      FUNCTION TRIM(WS-RK-NUM-D)
                      " related past jobs"
                   DELIMITED BY SIZE INTO WS-RK-REASON
                   WITH POINTER WS-RK-PTR
           END-IF
           MOVE WS-RK-SCORE(WS-RK-IDX) TO WS-RK-NUM-D
           .

      *> One shortlist per posting, rewritten on every review so the
      *> copy staff print is never older than the employer's last
      *> look: output/shortlist_<requisition>.txt, best match first.
       RANK-WRITE-SHORTLISTS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM VARYING WS-RKP-IDX FROM 1 BY 1
             UNTIL WS-RKP-IDX > WS-RKP-CNT
               IF WS-RKP-REQNO(WS-RKP-IDX) NOT = SPACES
                   PERFORM RANK-WRITE-ONE-SHORTLIST
               END-IF
           END-PERFORM
           .

       RANK-WRITE-ONE-SHORTLIST.
           MOVE SPACES TO WS-P-SHORTLIST-TXT
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/shortlist_"
                  FUNCTION TRIM(WS-RKP-REQNO(WS-RKP-IDX))
                  ".txt"
               DELIMITED BY SIZE INTO WS-P-SHORTLIST-TXT
           OPEN OUTPUT Shortlist
           IF WS-SHORT-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Short-Rec
           STRING "Shortlist for "
                  FUNCTION TRIM(WS-RKP-TITLE(WS-RKP-IDX))
                  " at "
                  FUNCTION TRIM(WS-RKP-COMPANY(WS-RKP-IDX))
                  " ("
                  FUNCTION TRIM(WS-RKP-REQNO(WS-RKP-IDX))
                  ") - "
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO Short-Rec
           WRITE Short-Rec
           MOVE SPACES TO Short-Rec
           WRITE Short-Rec

           MOVE 0 TO WS-RK-RANK
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
             UNTIL WS-RK-IDX > WS-RK-CNT
               IF WS-RK-GRP(WS-RK-IDX) = WS-RKP-IDX
                   ADD 1 TO WS-RK-RANK
                   PERFORM RANK-BUILD-REASON
                   MOVE SPACES TO Short-Rec
                   STRING WS-RK-RANK
                          ". "
                          FUNCTION TRIM(WS-RK-USER(WS-RK-IDX))
                          " - score "
                          FUNCTION TRIM(WS-RK-NUM-D)
                          " - "
                          FUNCTION TRIM(WS-RK-REASON)
                          " - "
                          FUNCTION TRIM(WS-RK-STATUS(WS-RK-IDX))
                       DELIMITED BY SIZE INTO Short-Rec
                   WRITE Short-Rec
               END-IF
           END-PERFORM
           CLOSE Shortlist
           .

      *> The profile as frozen at submission, followed by whether
      *> the applicant has changed it since. Applications made
      *> before snapshots were kept simply have none.
       REVIEW-SHOW-SNAPSHOT.
           MOVE 0 TO WS-SNS-CNT
           OPEN INPUT AppSnapshots
           IF WS-SNAP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ AppSnapshots
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-SNAP-REQNO WS-SNAP-USER
                   WS-SNAP-TEXT
               UNSTRING Snap-Rec DELIMITED BY "|"
                   INTO WS-SNAP-REQNO WS-SNAP-USER WS-SNAP-SEQ
                   WS-SNAP-TEXT

               IF WS-SNAP-REQNO = WS-APPL-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-USER))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER))
                   AND WS-SNS-CNT < 60
                   ADD 1 TO WS-SNS-CNT
                   MOVE WS-SNAP-TEXT TO WS-SNS-LINE(WS-SNS-CNT)
               END-IF
           END-PERFORM
           CLOSE AppSnapshots
           END-IF

           IF WS-SNS-CNT = 0
               MOVE "No profile snapshot was saved with this
      -        " application." TO WS-MSG
               MOVE "MSG0363" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MSG
           STRING "Resume of "
                  FUNCTION TRIM(WS-APPL-USER)
                  " as submitted on "
                  WS-APPL-DATE
                  ":"
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
             UNTIL WS-SNAP-IDX > WS-SNS-CNT
               MOVE WS-SNS-LINE(WS-SNAP-IDX) TO WS-MSG
               PERFORM PRINTLN
           END-PERFORM

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER))
             TO WS-SNAP-USER-UC
           PERFORM SNAPSHOT-BUILD
           MOVE "N" TO WS-SNAP-CHANGED
           IF WS-SNL-CNT NOT = WS-SNS-CNT
               MOVE "Y" TO WS-SNAP-CHANGED
           ELSE
               PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                 UNTIL WS-SNAP-IDX > WS-SNS-CNT
                   IF WS-SNL-LINE(WS-SNAP-IDX) NOT =
                       WS-SNS-LINE(WS-SNAP-IDX)
                       MOVE "Y" TO WS-SNAP-CHANGED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SNAP-CHANGED = "Y"
               MOVE "Note: the live profile has changed since this
      -        " application was submitted." TO WS-MSG
               MOVE "MSG0364" TO WS-MSG-ID
           ELSE
               MOVE "The live profile is unchanged since submission."
                 TO WS-MSG
               MOVE "MSG0365" TO WS-MSG-ID
           END-IF
           PERFORM PRINTLN
           .

      *> Screening answers stored at apply time, shown beside the
      *> applicant so the employer sees missed requirements before
      *> opening a single resume.
       REVIEW-SHOW-ANSWERS.
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

               IF WS-SA-REQNO = WS-APPL-REQNO
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SA-USER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-APPL-USER))
                   PERFORM SCREENQ-FIND-TEXT
                   MOVE SPACES TO WS-MSG
                   STRING "     Q: "
                          FUNCTION TRIM(WS-SQ-TEXT)
                          "  A: "
                          FUNCTION TRIM(WS-SA-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE ScreenAnswers
           END-IF
           .

       SCREENQ-FIND-TEXT.
           MOVE SPACES TO WS-SQ-TEXT
           OPEN INPUT ScreenQuestions
           IF WS-SQ-STAT = "00"
           PERFORM UNTIL 1 = 2
               END-READ

               MOVE SPACES TO WS-SQ-TITLE WS-SQ-COMPANY WS-SQ-SEQ
                   WS-SQ-REQNO
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

      *> Offers a dated slot against the application picked in
      *> WS-APPL-PICK. The slot rides in interviews.csv keyed by the
      *> application's requisition number and applicant plus date
      *> and time, and starts OFFERED until the student answers from
      *> My Applications.
       INTERVIEW-OFFER-ONE.
           MOVE "Interview date (YYYYMMDD):" TO WS-MSG
           MOVE "MSG0249" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-INTV-DATE

           MOVE "Interview time (HH:MM):" TO WS-MSG
           MOVE "MSG0250" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-INTV-TIME

           IF WS-INTV-DATE IS NOT NUMERIC
               MOVE "The date must be YYYYMMDD - no offer made."
                 TO WS-MSG
               MOVE "MSG0251" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-INTV-TIME = SPACES
               MOVE "A time is needed - no offer made." TO WS-MSG
               MOVE "MSG0252" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND Interviews
           IF WS-INTV-STAT NOT = "00"
               OPEN OUTPUT Interviews
               CLOSE Interviews
               OPEN EXTEND Interviews
           END-IF

           MOVE SPACES TO WS-INTV-OUT
           STRING FUNCTION TRIM(WS-APPL-TITLE)
                  "|"
                  FUNCTION TRIM(WS-APPL-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-APPL-USER)
                  "|"
                  WS-INTV-DATE
                  "|"
                  WS-INTV-TIME
                  "|"
                  "OFFERED"
                  "|"
                  FUNCTION TRIM(WS-APPL-POSTER)
                  "|"
                  WS-APPL-REQNO
               DELIMITED BY SIZE INTO WS-INTV-OUT
           MOVE WS-INTV-OUT TO Intv-Rec
           WRITE Intv-Rec
           CLOSE Interviews

           MOVE "Interview slot offered." TO WS-MSG
           MOVE "MSG0253" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-APPL-USER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "Interview offered for "
                  FUNCTION TRIM(WS-APPL-TITLE)
                  " on "
                  WS-INTV-DATE
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> Open interview offers for the current user, shown from My
      *> Applications. The response prompt is always issued so a
      *> prepared script consumes a fixed number of lines.
       INTERVIEW-OFFERS-VIEW.
           MOVE 0 TO WS-INTV-CNT

           OPEN INPUT Interviews
           IF WS-INTV-STAT = "00"
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

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTV-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION TRIM(WS-INTV-STATUS) = "OFFERED"
                   AND WS-INTV-CNT < 100
                   ADD 1 TO WS-INTV-CNT
                   MOVE WS-INTV-TITLE
                     TO WS-IT-TITLE(WS-INTV-CNT)
                   MOVE WS-INTV-COMPANY
                     TO WS-IT-COMPANY(WS-INTV-CNT)
                   MOVE WS-INTV-DATE TO WS-IT-DATE(WS-INTV-CNT)
                   MOVE WS-INTV-TIME TO WS-IT-TIME(WS-INTV-CNT)
                   MOVE WS-INTV-POSTER TO WS-IT-POSTER(WS-INTV-CNT)
                   MOVE WS-INTV-REQNO TO WS-IT-REQNO(WS-INTV-CNT)
               END-IF
           END-PERFORM
           CLOSE Interviews
           END-IF

           IF WS-INTV-CNT = 0
               MOVE "You have no open interview offers." TO WS-MSG
               MOVE "MSG0254" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
                 UNTIL WS-INTV-IDX > WS-INTV-CNT
                   MOVE SPACES TO WS-MSG
                   STRING WS-INTV-IDX
                          ". Interview for "
                          FUNCTION TRIM(WS-IT-TITLE(WS-INTV-IDX))
                          " at "
                          FUNCTION TRIM(WS-IT-COMPANY(WS-INTV-IDX))
                          " on "
                          WS-IT-DATE(WS-INTV-IDX)
                          " "
                          WS-IT-TIME(WS-INTV-IDX)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-PERFORM
           END-IF

           MOVE "Enter A or D and the offer number (e.g. A 1), or
      -    "press Enter:" TO WS-MSG
           MOVE "MSG0255" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INTV-ACT WS-INTV-PICK-TXT
           UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
               INTO WS-INTV-ACT WS-INTV-PICK-TXT

           EVALUATE FUNCTION UPPER-CASE(WS-INTV-ACT)
               WHEN "A"
                   MOVE "ACCEPTED" TO WS-INTV-NEWSTAT
               WHEN "D"
                   MOVE "DECLINED" TO WS-INTV-NEWSTAT
               WHEN OTHER
                   MOVE "Please start your response with A or D."
                     TO WS-MSG
                   MOVE "MSG0256" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-INTV-PICK
           IF WS-INTV-PICK-TXT(1:1) >= "0"
               AND WS-INTV-PICK-TXT(1:1) <= "9"
               COMPUTE WS-INTV-PICK =
                   FUNCTION NUMVAL(WS-INTV-PICK-TXT)
           END-IF

           IF WS-INTV-PICK < 1 OR WS-INTV-PICK > WS-INTV-CNT
               MOVE "That is not one of the listed offers." TO WS-MSG
               MOVE "MSG0257" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-TITLE(WS-INTV-PICK) TO WS-INTV-TITLE
           MOVE WS-IT-COMPANY(WS-INTV-PICK) TO WS-INTV-COMPANY
           MOVE WS-IT-DATE(WS-INTV-PICK) TO WS-INTV-DATE
           MOVE WS-IT-TIME(WS-INTV-PICK) TO WS-INTV-TIME
           MOVE WS-IT-REQNO(WS-INTV-PICK) TO WS-INTV-REQNO
           MOVE WS-CURRENT-USER TO WS-INTV-USER
           MOVE "N" TO WS-INTV-UPD
           CALL "INTV-STATUS-UPDATE" USING WS-INTV-REQNO
               WS-INTV-USER WS-INTV-DATE
               WS-INTV-TIME WS-INTV-NEWSTAT WS-INTV-UPD

           IF WS-INTV-UPD NOT = "Y"
               MOVE "Unable to update that offer." TO WS-MSG
               MOVE "MSG0258" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-INTV-NEWSTAT = "ACCEPTED"
               MOVE "Interview booked." TO WS-MSG
               MOVE "MSG0259" TO WS-MSG-ID
           ELSE
               MOVE "Interview offer declined." TO WS-MSG
               MOVE "MSG0260" TO WS-MSG-ID
           END-IF
           PERFORM PRINTLN

      *> Both parties get a durable record of the outcome - the
      *> slot was arranged by sticky note for too long.
           MOVE WS-IT-POSTER(WS-INTV-PICK) TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  " "
                  FUNCTION TRIM(WS-INTV-NEWSTAT)
                  " the interview on "
                  WS-INTV-DATE
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE

           MOVE WS-CURRENT-USER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "You "
                  FUNCTION TRIM(WS-INTV-NEWSTAT)
                  " the interview for "
                  FUNCTION TRIM(WS-INTV-TITLE)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           .

      *> A formal job offer on the application just picked. The
      *> student has until the respond-by date to answer from My
      *> Applications; OFFER-EXPIRE lapses it after that. Only one
      *> live offer per application - a second would leave the
      *> student answering two versions of the same job.
       JOB-OFFER-ONE.
           MOVE "N" TO WS-OFR-FOUND
           OPEN INPUT Offers
           IF WS-OFR-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Offers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-OFR-REQNO WS-OFR-TITLE
                   WS-OFR-COMPANY WS-OFR-USER WS-OFR-EMPLOYER
                   WS-OFR-STATUS
               UNSTRING Ofr-Rec DELIMITED BY "|"
                   INTO WS-OFR-REQNO WS-OFR-TITLE WS-OFR-COMPANY
                   WS-OFR-USER WS-OFR-EMPLOYER WS-OFR-START
                   WS-OFR-PAY WS-OFR-RESPOND WS-OFR-STATUS

               IF WS-OFR-REQNO = WS-APPL-REQNO
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-USER))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPL-USER))
                   AND (FUNCTION TRIM(WS-OFR-STATUS) = "OPEN"
                     OR FUNCTION TRIM(WS-OFR-STATUS) = "ACCEPTED"
                     OR FUNCTION TRIM(WS-OFR-STATUS) = "CONFIRMED")
                   MOVE "Y" TO WS-OFR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Offers
           END-IF

           IF WS-OFR-FOUND = "Y"
               MOVE "An offer is already on file for that application."
                 TO WS-MSG
               MOVE "MSG0345" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "Start date (YYYYMMDD):" TO WS-MSG
           MOVE "MSG0346" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-OFR-START

           MOVE "Pay (e.g. 52000/yr or 25/hr):" TO WS-MSG
           MOVE "MSG0347" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-OFR-PAY

           MOVE "Respond by (YYYYMMDD):" TO WS-MSG
           MOVE "MSG0348" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-OFR-RESPOND

           IF WS-OFR-START IS NOT NUMERIC
               OR WS-OFR-RESPOND IS NOT NUMERIC
               MOVE "Dates must be YYYYMMDD - no offer made."
                 TO WS-MSG
               MOVE "MSG0349" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-OFR-TODAY
           IF WS-OFR-RESPOND < WS-OFR-TODAY
               MOVE "The respond-by date has already passed - no
      -        " offer made." TO WS-MSG
               MOVE "MSG0350" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-OFR-START < WS-OFR-RESPOND
               MOVE "The start date cannot come before the respond-by
      -        " date - no offer made." TO WS-MSG
               MOVE "MSG0351" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OFR-PIPES
           INSPECT WS-OFR-PAY TALLYING WS-OFR-PIPES FOR ALL "|"
           IF WS-OFR-PAY = SPACES OR WS-OFR-PIPES > 0
               MOVE "Pay is needed (no | characters) - no offer made."
                 TO WS-MSG
               MOVE "MSG0352" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE "OFFERED" TO WS-APPL-NEWSTAT
           MOVE "N" TO WS-APPL-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-APPL-REQNO
               WS-APPL-USER WS-APPL-NEWSTAT
               WS-CURRENT-USER WS-APPL-UPD
           IF WS-APPL-UPD NOT = "Y"
               MOVE "Unable to make an offer on that application."
                 TO WS-MSG
               MOVE "MSG0353" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND Offers
           IF WS-OFR-STAT NOT = "00"
               OPEN OUTPUT Offers
               CLOSE Offers
               OPEN EXTEND Offers
           END-IF

           MOVE SPACES TO WS-OFR-OUT
           STRING WS-APPL-REQNO
                  "|"
                  FUNCTION TRIM(WS-APPL-TITLE)
                  "|"
                  FUNCTION TRIM(WS-APPL-COMPANY)
                  "|"
                  FUNCTION TRIM(WS-APPL-USER)
                  "|"
                  FUNCTION TRIM(WS-APPL-POSTER)
                  "|"
                  WS-OFR-START
                  "|"
                  FUNCTION TRIM(WS-OFR-PAY)
                  "|"
                  WS-OFR-RESPOND
                  "|"
                  "OPEN"
                  "|"
                  WS-OFR-TODAY
                  "|"
               DELIMITED BY SIZE INTO WS-OFR-OUT
           MOVE WS-OFR-OUT TO Ofr-Rec
           WRITE Ofr-Rec
           CLOSE Offers

           MOVE "Job offer sent." TO WS-MSG
           MOVE "MSG0354" TO WS-MSG-ID
           PERFORM PRINTLN

           MOVE WS-APPL-USER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "Job offer for "
                  FUNCTION TRIM(WS-APPL-TITLE)
                  " - respond by "
                  WS-OFR-RESPOND
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

      *> Open job offers for the current user, shown from My
      *> Applications after the interview offers. As there, the
      *> response prompt is always issued. An offer past its
      *> respond-by date can no longer be taken even if the nightly
      *> lapse has not run yet. The application row moves to HIRED
      *> or REFUSED first, so the answer is in applhistory.csv
      *> before the offer itself is settled.
       JOB-OFFERS-VIEW.
           MOVE 0 TO WS-OFR-CNT

           OPEN INPUT Offers
           IF WS-OFR-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Offers
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-OFR-REQNO WS-OFR-TITLE
                   WS-OFR-COMPANY WS-OFR-USER WS-OFR-EMPLOYER
                   WS-OFR-START WS-OFR-PAY WS-OFR-RESPOND
                   WS-OFR-STATUS
               UNSTRING Ofr-Rec DELIMITED BY "|"
                   INTO WS-OFR-REQNO WS-OFR-TITLE WS-OFR-COMPANY
                   WS-OFR-USER WS-OFR-EMPLOYER WS-OFR-START
                   WS-OFR-PAY WS-OFR-RESPOND WS-OFR-STATUS

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND FUNCTION TRIM(WS-OFR-STATUS) = "OPEN"
                   AND WS-OFR-CNT < 100
                   ADD 1 TO WS-OFR-CNT
                   MOVE WS-OFR-REQNO TO WS-OT-REQNO(WS-OFR-CNT)
                   MOVE WS-OFR-TITLE TO WS-OT-TITLE(WS-OFR-CNT)
                   MOVE WS-OFR-COMPANY TO WS-OT-COMPANY(WS-OFR-CNT)
                   MOVE WS-OFR-EMPLOYER
                     TO WS-OT-EMPLOYER(WS-OFR-CNT)
                   MOVE WS-OFR-START TO WS-OT-START(WS-OFR-CNT)
                   MOVE WS-OFR-PAY TO WS-OT-PAY(WS-OFR-CNT)
                   MOVE WS-OFR-RESPOND TO WS-OT-RESPOND(WS-OFR-CNT)
               END-IF
           END-PERFORM
           CLOSE Offers
           END-IF

           IF WS-OFR-CNT = 0
               MOVE "You have no open job offers." TO WS-MSG
               MOVE "MSG0355" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
                 UNTIL WS-OFR-IDX > WS-OFR-CNT
                   MOVE SPACES TO WS-MSG
                   STRING WS-OFR-IDX
                          ". Job offer: "
                          FUNCTION TRIM(WS-OT-TITLE(WS-OFR-IDX))
                          " at "
                          FUNCTION TRIM(WS-OT-COMPANY(WS-OFR-IDX))
                          " - starts "
                          WS-OT-START(WS-OFR-IDX)
                          ", pay "
                          FUNCTION TRIM(WS-OT-PAY(WS-OFR-IDX))
                          " - respond by "
                          WS-OT-RESPOND(WS-OFR-IDX)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-PERFORM
           END-IF

           MOVE "Enter A or D and the job offer number (e.g. A 1), or
      -    " press Enter:" TO WS-MSG
           MOVE "MSG0356" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE

           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OFR-ACT WS-OFR-PICK-TXT
           UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
               INTO WS-OFR-ACT WS-OFR-PICK-TXT

           EVALUATE FUNCTION UPPER-CASE(WS-OFR-ACT)
               WHEN "A"
                   MOVE "ACCEPTED" TO WS-OFR-NEWSTAT
                   MOVE "HIRED" TO WS-OFR-APPLSTAT
               WHEN "D"
                   MOVE "DECLINED" TO WS-OFR-NEWSTAT
                   MOVE "REFUSED" TO WS-OFR-APPLSTAT
               WHEN OTHER
                   MOVE "Please start your response with A or D."
                     TO WS-MSG
                   MOVE "MSG0357" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-OFR-PICK
           IF WS-OFR-PICK-TXT(1:1) >= "0"
               AND WS-OFR-PICK-TXT(1:1) <= "9"
               COMPUTE WS-OFR-PICK =
                   FUNCTION NUMVAL(WS-OFR-PICK-TXT)
           END-IF

           IF WS-OFR-PICK < 1 OR WS-OFR-PICK > WS-OFR-CNT
               MOVE "That is not one of the listed job offers."
                 TO WS-MSG
               MOVE "MSG0358" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-OFR-TODAY
           IF WS-OT-RESPOND(WS-OFR-PICK) < WS-OFR-TODAY
               MOVE "The respond-by date for that offer has passed."
                 TO WS-MSG
               MOVE "MSG0359" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OT-REQNO(WS-OFR-PICK) TO WS-OFR-REQNO
           MOVE WS-OT-TITLE(WS-OFR-PICK) TO WS-OFR-TITLE
           MOVE WS-CURRENT-USER TO WS-OFR-USER
           MOVE "N" TO WS-OFR-UPD
           CALL "APPL-STATUS-UPDATE" USING WS-OFR-REQNO
               WS-OFR-USER WS-OFR-APPLSTAT
               WS-CURRENT-USER WS-OFR-UPD
           IF WS-OFR-UPD = "Y"
               MOVE "N" TO WS-OFR-UPD
               CALL "OFFER-STATUS-SET" USING WS-OFR-REQNO
                   WS-OFR-USER WS-OFR-NEWSTAT WS-OFR-UPD
           END-IF

           IF WS-OFR-UPD NOT = "Y"
               MOVE "Unable to update that job offer." TO WS-MSG
               MOVE "MSG0360" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           IF WS-OFR-NEWSTAT = "ACCEPTED"
               MOVE "Job offer accepted - congratulations!" TO WS-MSG
               MOVE "MSG0361" TO WS-MSG-ID
           ELSE
               MOVE "Job offer declined." TO WS-MSG
               MOVE "MSG0362" TO WS-MSG-ID
           END-IF
           PERFORM PRINTLN

           MOVE WS-OT-EMPLOYER(WS-OFR-PICK) TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  " "
                  FUNCTION TRIM(WS-OFR-NEWSTAT)
                  " your offer for "
                  FUNCTION TRIM(WS-OFR-TITLE)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE

           MOVE WS-CURRENT-USER TO WS-USERNAME
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "You "
                  FUNCTION TRIM(WS-OFR-NEWSTAT)
                  " the job offer for "
                  FUNCTION TRIM(WS-OFR-TITLE)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM NOTIFICATION-LOG-WRITE
           .

      *> The paper mentorship program, brought inside: volunteers
      *> flag themselves with topic areas, students file a request,
      *> the MENTOR-MATCH batch proposes pairings, and admins settle
      *> them through ADMIN-BATCH. This screen is the user-facing
      *> half: opt in, ask, and see where your pairings stand.
       MENTORSHIP-FLOW.
           PERFORM MENTOR-SHOW-STANDING
           PERFORM MENTOR-VOLUNTEER-PROMPT
           PERFORM MENTOR-REQUEST-PROMPT
           .

       MENTOR-SHOW-STANDING.
           MOVE "N" TO WS-MENT-FOUND
           OPEN INPUT Mentors
           IF WS-MENT-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Mentors
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-MENTOR-USER WS-MENTOR-TOPICS
               UNSTRING Mentor-Rec DELIMITED BY "|"
                   INTO WS-MENTOR-USER WS-MENTOR-TOPICS

               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-MENTOR-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE "Y" TO WS-MENT-FOUND
                   MOVE SPACES TO WS-MSG
                   STRING "You are a registered mentor - topics: "
                          FUNCTION TRIM(WS-MENTOR-TOPICS)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Mentors
           END-IF

           MOVE "N" TO WS-MREQ-FOUND
           OPEN INPUT MentorReqs
           IF WS-MREQ-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ MentorReqs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-MREQ-USER WS-MREQ-TOPIC
                   WS-MREQ-STATUS WS-MREQ-STAMP
               UNSTRING MReq-Rec DELIMITED BY "|"
                   INTO WS-MREQ-USER WS-MREQ-TOPIC WS-MREQ-STATUS
                   WS-MREQ-STAMP

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MREQ-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   AND (FUNCTION TRIM(WS-MREQ-STATUS) = "OPEN"
                     OR FUNCTION TRIM(WS-MREQ-STATUS) = "MATCHED")
                   MOVE "Y" TO WS-MREQ-FOUND
                   MOVE SPACES TO WS-MSG
                   STRING "Your mentor request ("
                          FUNCTION TRIM(WS-MREQ-TOPIC)
                          ") is "
                          FUNCTION TRIM(WS-MREQ-STATUS)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE MentorReqs
           END-IF

           MOVE 0 TO WS-PAIR-COUNT
           OPEN INPUT MentorPairs
           IF WS-PAIR-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ MentorPairs
                   AT END
                       EXIT PERFORM
               END-READ

               MOVE SPACES TO WS-PAIR-MENTOR WS-PAIR-STUDENT
                   WS-PAIR-STATUS WS-PAIR-STAMP
               UNSTRING Pair-Rec DELIMITED BY "|"
                   INTO WS-PAIR-MENTOR WS-PAIR-STUDENT
                   WS-PAIR-STATUS WS-PAIR-STAMP

               IF (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PAIR-MENTOR)) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PAIR-STUDENT)) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER)))
                   AND (FUNCTION TRIM(WS-PAIR-STATUS) = "ACTIVE"
                     OR FUNCTION TRIM(WS-PAIR-STATUS) = "PROPOSED")
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING FUNCTION TRIM(WS-PAIR-MENTOR)
                          " mentoring "
                          FUNCTION TRIM(WS-PAIR-STUDENT)
                          " - "
                          FUNCTION TRIM(WS-PAIR-STATUS)
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE MentorPairs
           END-IF
           .

       MENTOR-VOLUNTEER-PROMPT.
           IF WS-MENT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Volunteer as a mentor? (Y/N)" TO WS-MSG
           MOVE "MSG0261" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

           IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Topic areas you can mentor in:" TO WS-MSG
           MOVE "MSG0262" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MENTOR-TOPICS

           IF WS-MENTOR-TOPICS = SPACES
               MOVE "At least one topic area is needed." TO WS-MSG
               MOVE "MSG0263" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND Mentors
           IF WS-MENT-STAT NOT = "00"
               OPEN OUTPUT Mentors
               CLOSE Mentors
               OPEN EXTEND Mentors
           END-IF

           MOVE SPACES TO WS-MENT-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-MENTOR-TOPICS)
               DELIMITED BY SIZE INTO WS-MENT-OUT
           MOVE WS-MENT-OUT TO Mentor-Rec
           WRITE Mentor-Rec
           CLOSE Mentors

           MOVE "Thank you - you are now a registered mentor."
             TO WS-MSG
           MOVE "MSG0264" TO WS-MSG-ID
           PERFORM PRINTLN
           .

       MENTOR-REQUEST-PROMPT.
           IF WS-MREQ-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Request a mentor? (Y/N)" TO WS-MSG
           MOVE "MSG0265" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

           IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "What topic do you want a mentor for?" TO WS-MSG
           MOVE "MSG0266" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-MREQ-TOPIC

           IF WS-MREQ-TOPIC = SPACES
               MOVE "A topic is needed." TO WS-MSG
               MOVE "MSG0267" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND MentorReqs
           IF WS-MREQ-STAT NOT = "00"
               OPEN OUTPUT MentorReqs
               CLOSE MentorReqs
               OPEN EXTEND MentorReqs
           END-IF

           MOVE SPACES TO WS-MENT-OUT
           STRING FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-MREQ-TOPIC)
                  "|"
                  "OPEN"
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-MENT-OUT
           MOVE WS-MENT-OUT TO MReq-Rec
           WRITE MReq-Rec
           CLOSE MentorReqs

           MOVE "Mentor request filed - matching runs with the
      -    "nightly batch." TO WS-MSG
           MOVE "MSG0268" TO WS-MSG-ID
           PERFORM PRINTLN
           .

      *> Career fairs and info sessions, off the flyers and into the
      *> system: ADMIN and EMPLOYER accounts add events, everyone
      *> browses upcoming ones, and the RSVP loop works like the job
      *> apply prompt - numbers until 0. EVENT-REMIND writes the
      *> day-before notifications; EVENT-REPORT rolls attendance up
      *> by university after the event.
       CAREER-EVENTS-FLOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-EVT-CNT

           OPEN INPUT Events
           IF WS-EVT-STAT = "00"
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
                   AND WS-EVT-DATE >= WS-TODAY-DATE
                   AND WS-EVT-CNT < 100
                   ADD 1 TO WS-EVT-CNT
                   MOVE WS-EVT-TITLE TO WS-ET-TITLE(WS-EVT-CNT)
                   MOVE WS-EVT-DATE TO WS-ET-DATE(WS-EVT-CNT)
                   MOVE WS-EVT-PLACE TO WS-ET-PLACE(WS-EVT-CNT)
               END-IF
           END-PERFORM
           CLOSE Events
           END-IF

           IF WS-EVT-CNT = 0
               MOVE "No upcoming events." TO WS-MSG
               MOVE "MSG0269" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-CNT
                   MOVE SPACES TO WS-MSG
                   STRING WS-EVT-IDX
                          ". "
                          FUNCTION TRIM(WS-ET-TITLE(WS-EVT-IDX))
                          " on "
                          WS-ET-DATE(WS-EVT-IDX)
                          " at "
                          FUNCTION TRIM(WS-ET-PLACE(WS-EVT-IDX))
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-PERFORM
           END-IF

           IF WS-CURRENT-ROLE = "ADMIN" OR
               WS-CURRENT-ROLE = "EMPLOYER"
               PERFORM EVENT-ADD-LOOP
           END-IF

           PERFORM EVENT-RSVP-LOOP
           .

       EVENT-ADD-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Add an event? (Y/N)" TO WS-MSG
               MOVE "MSG0270" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-HIST-ANSWER

               IF FUNCTION UPPER-CASE(WS-HIST-ANSWER) NOT = "Y"
                   EXIT PERFORM
               END-IF

               MOVE "Event title:" TO WS-MSG
               MOVE "MSG0271" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EVT-TITLE

               MOVE "Event date (YYYYMMDD):" TO WS-MSG
               MOVE "MSG0272" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EVT-DATE

               MOVE "Event location:" TO WS-MSG
               MOVE "MSG0273" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EVT-PLACE

               MOVE "Short description:" TO WS-MSG
               MOVE "MSG0274" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-EVT-DESC

               IF WS-EVT-TITLE = SPACES
                   OR WS-EVT-DATE IS NOT NUMERIC
                   MOVE "An event needs a title and a YYYYMMDD
      -    "date - not added." TO WS-MSG
                   MOVE "MSG0275" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   PERFORM EVENT-APPEND-ONE
                   MOVE "Event added." TO WS-MSG
                   MOVE "MSG0276" TO WS-MSG-ID
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           .

       EVENT-APPEND-ONE.
           OPEN EXTEND Events
           IF WS-EVT-STAT NOT = "00"
               OPEN OUTPUT Events
               CLOSE Events
               OPEN EXTEND Events
           END-IF

           MOVE SPACES TO WS-EVT-OUT
           STRING FUNCTION TRIM(WS-EVT-TITLE)
                  "|"
                  WS-EVT-DATE
                  "|"
                  FUNCTION TRIM(WS-EVT-PLACE)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-EVT-DESC)
               DELIMITED BY SIZE INTO WS-EVT-OUT
           MOVE WS-EVT-OUT TO Event-Rec
           WRITE Event-Rec
           CLOSE Events
           .

       EVENT-RSVP-LOOP.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Enter an event number to RSVP, or 0 to return:"
                 TO WS-MSG
               MOVE "MSG0277" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

               IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
                   EXIT PERFORM
               END-IF

               MOVE 0 TO WS-EVT-PICK
               IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
                   COMPUTE WS-EVT-PICK = FUNCTION NUMVAL(WS-CHOICE)
               END-IF

               IF WS-EVT-PICK < 1 OR WS-EVT-PICK > WS-EVT-CNT
                   MOVE "That is not one of the listed events."
                     TO WS-MSG
                   MOVE "MSG0278" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   PERFORM EVENT-RSVP-ONE
               END-IF
           END-PERFORM
           .

       EVENT-RSVP-ONE.
           PERFORM EVENT-RSVP-CHECK-DUP
           IF WS-RSVP-DUP = "Y"
               MOVE "You have already RSVP'd to that event."
                 TO WS-MSG
               MOVE "MSG0279" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Rsvps
           IF WS-RSVP-STAT NOT = "00"
               OPEN OUTPUT Rsvps
               CLOSE Rsvps
               OPEN EXTEND Rsvps
           END-IF

           MOVE SPACES TO WS-EVT-OUT
           STRING FUNCTION TRIM(WS-ET-TITLE(WS-EVT-PICK))
                  "|"
                  WS-ET-DATE(WS-EVT-PICK)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-EVT-OUT
           MOVE WS-EVT-OUT TO Rsvp-Rec
           WRITE Rsvp-Rec
           CLOSE Rsvps

           MOVE "RSVP recorded." TO WS-MSG
           MOVE "MSG0280" TO WS-MSG-ID
           PERFORM PRINTLN
           .

       EVENT-RSVP-CHECK-DUP.
           MOVE "N" TO WS-RSVP-DUP
           OPEN INPUT Rsvps
           IF WS-RSVP-STAT = "00"
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

               IF FUNCTION TRIM(WS-RSVP-TITLE) =
                       FUNCTION TRIM(WS-ET-TITLE(WS-EVT-PICK))
                   AND WS-RSVP-DATE = WS-ET-DATE(WS-EVT-PICK)
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RSVP-USER)) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE "Y" TO WS-RSVP-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE Rsvps
           END-IF
           .

      *> Groups: any user may start one, open to all or joined by
      *> the owner's approval. Each has a discussion board that
      *> members page through newest first, ten posts at a time,
      *> the way What's New pages. The prompt loop runs until 0 (or
      *> the script runs dry), like the other list screens.
       GROUPS-FLOW.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM GROUPS-LOAD
               IF WS-GRP-CNT = 0
                   MOVE "No groups yet." TO WS-MSG
                   MOVE "MSG0321" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   PERFORM GROUPS-LIST
               END-IF

               MOVE "Enter a group number to open it, C to create a
      -    " group, or 0 to return:" TO WS-MSG
               MOVE "MSG0322" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               MOVE FUNCTION TRIM(WS-LINE) TO WS-CHOICE

               IF WS-CHOICE = "0" OR WS-CHOICE = SPACES
                   EXIT PERFORM
               END-IF

               IF FUNCTION UPPER-CASE(WS-CHOICE) = "C"
                   PERFORM GROUP-CREATE
               ELSE
                   MOVE 0 TO WS-GRP-PICK
                   IF WS-CHOICE(1:1) >= "0" AND WS-CHOICE(1:1) <= "9"
                       COMPUTE WS-GRP-PICK =
                           FUNCTION NUMVAL(WS-CHOICE)
                   END-IF
                   IF WS-GRP-PICK < 1 OR WS-GRP-PICK > WS-GRP-CNT
                       MOVE "That is not one of the listed groups."
                         TO WS-MSG
                       MOVE "MSG0323" TO WS-MSG-ID
                       PERFORM PRINTLN
                   ELSE
                       PERFORM GROUP-OPEN-ONE
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Active groups into WS-GRP-TABLE, then one pass over the
      *> membership file for head counts and the current user's own
      *> standing in each.
       GROUPS-LOAD.
           MOVE 0 TO WS-GRP-CNT WS-GRP-LAST
           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-ROW-SPLIT
               IF WS-GRP-ID IS NUMERIC
                   AND WS-GRP-ID > WS-GRP-LAST
                   MOVE WS-GRP-ID TO WS-GRP-LAST
               END-IF
               IF FUNCTION TRIM(WS-GRP-STATUS) = "ACTIVE"
                   AND WS-GRP-CNT < 100
                   ADD 1 TO WS-GRP-CNT
                   MOVE WS-GRP-ID TO WS-GT-ID(WS-GRP-CNT)
                   MOVE WS-GRP-NAME TO WS-GT-NAME(WS-GRP-CNT)
                   MOVE WS-GRP-OWNER TO WS-GT-OWNER(WS-GRP-CNT)
                   MOVE WS-GRP-MODE TO WS-GT-MODE(WS-GRP-CNT)
                   MOVE WS-GRP-DESC TO WS-GT-DESC(WS-GRP-CNT)
                   MOVE 0 TO WS-GT-MEMBERS(WS-GRP-CNT)
                   MOVE SPACES TO WS-GT-MINE(WS-GRP-CNT)
               END-IF
           END-PERFORM
           CLOSE Groups
           END-IF

           IF WS-GRP-CNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-MEMBER-SPLIT
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-CNT
                   IF WS-GT-ID(WS-GRP-IDX) = WS-GM-ID
                       IF FUNCTION TRIM(WS-GM-STATUS) = "MEMBER"
                           ADD 1 TO WS-GT-MEMBERS(WS-GRP-IDX)
                       END-IF
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-GM-USER)) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USER))
                           MOVE WS-GM-STATUS TO WS-GT-MINE(WS-GRP-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE GroupMembers
           END-IF
           .

       GROUPS-LIST.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-GRP-CNT
               MOVE WS-GT-MEMBERS(WS-GRP-IDX) TO WS-GRP-COUNT-D
               MOVE SPACES TO WS-GRP-STANDING
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-GT-OWNER(WS-GRP-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USER))
                   MOVE " - you run this group" TO WS-GRP-STANDING
               ELSE
                   EVALUATE FUNCTION TRIM(WS-GT-MINE(WS-GRP-IDX))
                       WHEN "MEMBER"
                           MOVE " - you are a member"
                             TO WS-GRP-STANDING
                       WHEN "PENDING"
                           MOVE " - your request is pending"
                             TO WS-GRP-STANDING
                   END-EVALUATE
               END-IF
               MOVE SPACES TO WS-MSG
               STRING WS-GRP-IDX
                      ". "
                      FUNCTION TRIM(WS-GT-NAME(WS-GRP-IDX))
                      " ("
                      FUNCTION TRIM(WS-GT-MODE(WS-GRP-IDX))
                      ", "
                      FUNCTION TRIM(WS-GRP-COUNT-D)
                      " members)"
                      WS-GRP-STANDING
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-PERFORM
           .

       GROUP-ROW-SPLIT.
           MOVE SPACES TO WS-GRP-ID WS-GRP-NAME WS-GRP-OWNER
               WS-GRP-MODE WS-GRP-DATE WS-GRP-STATUS WS-GRP-DESC
           UNSTRING Grp-Rec DELIMITED BY "|"
               INTO WS-GRP-ID WS-GRP-NAME WS-GRP-OWNER
               WS-GRP-MODE WS-GRP-DATE WS-GRP-STATUS WS-GRP-DESC
           .

       GROUP-MEMBER-SPLIT.
           MOVE SPACES TO WS-GM-ID WS-GM-USER WS-GM-STATUS WS-GM-DATE
           UNSTRING GrpMem-Rec DELIMITED BY "|"
               INTO WS-GM-ID WS-GM-USER WS-GM-STATUS WS-GM-DATE
           .

       GROUP-CREATE.
           MOVE "Group name:" TO WS-MSG
           MOVE "MSG0324" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-GRP-NAME

           MOVE "Membership - (O)pen to anyone, or (A)pproved by
      -    " you:" TO WS-MSG
           MOVE "MSG0327" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
             TO WS-GRP-ANSWER

           MOVE "Short description:" TO WS-MSG
           MOVE "MSG0328" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-GRP-DESC

           MOVE 0 TO WS-GRP-PIPES
           INSPECT WS-GRP-NAME TALLYING WS-GRP-PIPES FOR ALL "|"
           INSPECT WS-GRP-DESC TALLYING WS-GRP-PIPES FOR ALL "|"
           IF WS-GRP-NAME = SPACES OR WS-GRP-PIPES > 0
               MOVE "A group needs a name, and neither field may
      -    " contain the | character - not created." TO WS-MSG
               MOVE "MSG0325" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-GRP-ANSWER
               WHEN "O"
                   MOVE "OPEN" TO WS-GRP-MODE
               WHEN "A"
                   MOVE "APPROVAL" TO WS-GRP-MODE
               WHEN OTHER
                   MOVE "Membership must be O or A - not created."
                     TO WS-MSG
                   MOVE "MSG0326" TO WS-MSG-ID
                   PERFORM PRINTLN
                   EXIT PARAGRAPH
           END-EVALUATE

      *> Names are unique case-blind among all groups on file, closed
      *> ones included, so an old board is never confused with a
      *> new one.
           MOVE FUNCTION UPPER-CASE(WS-GRP-NAME) TO WS-GRP-NAME-UC
           MOVE WS-GRP-NAME TO WS-GRP-NEW-NAME
           MOVE WS-GRP-MODE TO WS-GRP-NEW-MODE
           MOVE WS-GRP-DESC TO WS-GRP-NEW-DESC
           MOVE "N" TO WS-GRP-DUP
           MOVE 0 TO WS-GRP-LAST
           OPEN INPUT Groups
           IF WS-GRP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ Groups
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-ROW-SPLIT
               IF WS-GRP-ID IS NUMERIC
                   AND WS-GRP-ID > WS-GRP-LAST
                   MOVE WS-GRP-ID TO WS-GRP-LAST
               END-IF
               IF FUNCTION UPPER-CASE(WS-GRP-NAME) = WS-GRP-NAME-UC
                   MOVE "Y" TO WS-GRP-DUP
               END-IF
           END-PERFORM
           CLOSE Groups
           END-IF

           IF WS-GRP-DUP = "Y"
               MOVE "A group with that name already exists." TO WS-MSG
               MOVE "MSG0329" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GRP-LAST
           MOVE WS-GRP-LAST TO WS-GRP-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND Groups
           IF WS-GRP-STAT NOT = "00"
               OPEN OUTPUT Groups
               CLOSE Groups
               OPEN EXTEND Groups
           END-IF

           MOVE SPACES TO WS-GRP-OUT
           STRING WS-GRP-ID
                  "|"
                  FUNCTION TRIM(WS-GRP-NEW-NAME)
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  FUNCTION TRIM(WS-GRP-NEW-MODE)
                  "|"
                  WS-TIMESTAMP(1:8)
                  "|"
                  "ACTIVE"
                  "|"
                  FUNCTION TRIM(WS-GRP-NEW-DESC)
               DELIMITED BY SIZE INTO WS-GRP-OUT
           MOVE WS-GRP-OUT TO Grp-Rec
           WRITE Grp-Rec
           CLOSE Groups

      *> The owner is the group's first member.
           MOVE WS-CURRENT-USER TO WS-GM-USER
           MOVE "MEMBER" TO WS-GM-STATUS
           PERFORM GROUP-MEMBER-APPEND

           MOVE "Group created." TO WS-MSG
           MOVE "MSG0330" TO WS-MSG-ID
           PERFORM PRINTLN
           .

      *> Appends WS-GM-USER to group WS-GRP-ID as WS-GM-STATUS.
       GROUP-MEMBER-APPEND.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND GroupMembers
           IF WS-GM-STAT NOT = "00"
               OPEN OUTPUT GroupMembers
               CLOSE GroupMembers
               OPEN EXTEND GroupMembers
           END-IF

           MOVE SPACES TO WS-GRP-OUT
           STRING WS-GRP-ID
                  "|"
                  FUNCTION TRIM(WS-GM-USER)
                  "|"
                  FUNCTION TRIM(WS-GM-STATUS)
                  "|"
                  WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-GRP-OUT
           MOVE WS-GRP-OUT TO GrpMem-Rec
           WRITE GrpMem-Rec
           CLOSE GroupMembers
           .

      *> Outsiders see the description and may join or ask to;
      *> members get the board, and the owner first sees who is
      *> waiting to be let in.
       GROUP-OPEN-ONE.
           MOVE WS-GT-ID(WS-GRP-PICK) TO WS-GRP-ID
           MOVE SPACES TO WS-MSG
           STRING "Group: "
                  FUNCTION TRIM(WS-GT-NAME(WS-GRP-PICK))
                  " - "
                  FUNCTION TRIM(WS-GT-DESC(WS-GRP-PICK))
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM PRINTLN

           EVALUATE FUNCTION TRIM(WS-GT-MINE(WS-GRP-PICK))
               WHEN "PENDING"
                   MOVE "Your request to join is waiting for the group
      -    " owner." TO WS-MSG
                   MOVE "MSG0331" TO WS-MSG-ID
                   PERFORM PRINTLN
               WHEN "MEMBER"
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-GT-OWNER(WS-GRP-PICK))) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                       PERFORM GROUP-REQUESTS-REVIEW
                   END-IF
                   PERFORM GROUP-BOARD-SHOW
                   PERFORM GROUP-POST-WRITE
               WHEN OTHER
                   PERFORM GROUP-JOIN
           END-EVALUATE
           .

       GROUP-JOIN.
           MOVE "Join this group? (Y/N)" TO WS-MSG
           MOVE "MSG0332" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
             TO WS-GRP-ANSWER
           IF WS-GRP-ANSWER NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-USER TO WS-GM-USER
           IF FUNCTION TRIM(WS-GT-MODE(WS-GRP-PICK)) = "OPEN"
               MOVE "MEMBER" TO WS-GM-STATUS
               PERFORM GROUP-MEMBER-APPEND
               MOVE "You joined the group." TO WS-MSG
               MOVE "MSG0333" TO WS-MSG-ID
               PERFORM PRINTLN
           ELSE
               MOVE "PENDING" TO WS-GM-STATUS
               PERFORM GROUP-MEMBER-APPEND
               MOVE "Request sent to the group owner." TO WS-MSG
               MOVE "MSG0334" TO WS-MSG-ID
               PERFORM PRINTLN
               MOVE WS-GT-OWNER(WS-GRP-PICK) TO WS-USERNAME
               MOVE SPACES TO WS-NOTIFY-MSG
               STRING FUNCTION TRIM(WS-CURRENT-USER)
                      " asked to join "
                      FUNCTION TRIM(WS-GT-NAME(WS-GRP-PICK))
                   DELIMITED BY SIZE INTO WS-NOTIFY-MSG
               PERFORM NOTIFICATION-LOG-WRITE
               MOVE WS-CURRENT-USER TO WS-USERNAME
           END-IF
           .

      *> Lists the pending requests, then takes A or D and a name
      *> until the owner presses Enter. GROUP-MEMBER-SET does the
      *> rewrite and tells the requester.
       GROUP-REQUESTS-REVIEW.
           MOVE 0 TO WS-GRP-PENDING
           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-MEMBER-SPLIT
               IF WS-GM-ID = WS-GRP-ID
                   AND FUNCTION TRIM(WS-GM-STATUS) = "PENDING"
                   ADD 1 TO WS-GRP-PENDING
                   MOVE SPACES TO WS-MSG
                   STRING "Request to join from "
                          FUNCTION TRIM(WS-GM-USER)
                          " on "
                          WS-GM-DATE
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           CLOSE GroupMembers
           END-IF

           IF WS-GRP-PENDING = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               MOVE "Enter A or D and a username to approve or
      -    " decline a request, or press Enter:" TO WS-MSG
               MOVE "MSG0335" TO WS-MSG-ID
               PERFORM PRINT
               PERFORM READ-USER-LINE
               IF FUNCTION TRIM(WS-LINE) = SPACES
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO WS-GRP-ACT WS-GRP-TARGET
               UNSTRING FUNCTION TRIM(WS-LINE) DELIMITED BY ALL " "
                   INTO WS-GRP-ACT WS-GRP-TARGET
               MOVE FUNCTION UPPER-CASE(WS-GRP-ACT) TO WS-GRP-ACT

               IF (WS-GRP-ACT NOT = "A" AND WS-GRP-ACT NOT = "D")
                   OR WS-GRP-TARGET = SPACES
                   MOVE "Enter A or D followed by the username."
                     TO WS-MSG
                   MOVE "MSG0336" TO WS-MSG-ID
                   PERFORM PRINTLN
               ELSE
                   MOVE "N" TO WS-GRP-UPD
                   CALL "GROUP-MEMBER-SET" USING WS-GRP-ID
                       WS-GRP-TARGET WS-GRP-ACT WS-GRP-UPD
                   EVALUATE TRUE
                       WHEN WS-GRP-UPD NOT = "Y"
                           MOVE "No pending request from that user."
                             TO WS-MSG
                           MOVE "MSG0337" TO WS-MSG-ID
                       WHEN WS-GRP-ACT = "A"
                           MOVE "Request approved." TO WS-MSG
                           MOVE "MSG0338" TO WS-MSG-ID
                       WHEN OTHER
                           MOVE "Request declined." TO WS-MSG
                           MOVE "MSG0339" TO WS-MSG-ID
                   END-EVALUATE
                   PERFORM PRINTLN
               END-IF
           END-PERFORM
           .

      *> Counts the group's posts, then pages backward from the
      *> newest in slices of ten, as WHATS-NEW-FLOW does.
       GROUP-BOARD-SHOW.
           MOVE 0 TO WS-GP-TOTAL
           OPEN INPUT GroupPosts
           IF WS-GP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupPosts
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-POST-SPLIT
               IF WS-GP-ID = WS-GRP-ID
                   ADD 1 TO WS-GP-TOTAL
               END-IF
           END-PERFORM
           CLOSE GroupPosts
           END-IF

           IF WS-GP-TOTAL = 0
               MOVE "No posts yet." TO WS-MSG
               MOVE "MSG0340" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GP-PAGE
           MOVE "N" TO WS-GP-DONE
           PERFORM UNTIL WS-GP-DONE = "Y" OR WS-EOF = "Y"
               PERFORM GROUP-BOARD-PAGE
               IF WS-GP-LO <= 1
                   MOVE "Y" TO WS-GP-DONE
               ELSE
                   MOVE "Show more? (Y/N)" TO WS-MSG
                   MOVE "MSG0341" TO WS-MSG-ID
                   PERFORM PRINT
                   PERFORM READ-USER-LINE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-JOB-MORE
                   IF FUNCTION UPPER-CASE(WS-JOB-MORE) NOT = "Y"
                       MOVE "Y" TO WS-GP-DONE
                   ELSE
                       ADD 1 TO WS-GP-PAGE
                   END-IF
               END-IF
           END-PERFORM
           .

       GROUP-BOARD-PAGE.
           COMPUTE WS-GP-HI = WS-GP-TOTAL - (10 * WS-GP-PAGE)
           IF WS-GP-HI < 10
               MOVE 1 TO WS-GP-LO
           ELSE
               COMPUTE WS-GP-LO = WS-GP-HI - 9
           END-IF

           MOVE 0 TO WS-GP-COUNT WS-GP-ORD
           OPEN INPUT GroupPosts
           IF WS-GP-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupPosts
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-POST-SPLIT
               IF WS-GP-ID = WS-GRP-ID
                   ADD 1 TO WS-GP-ORD
                   IF WS-GP-ORD >= WS-GP-LO
                       AND WS-GP-ORD <= WS-GP-HI
                       ADD 1 TO WS-GP-COUNT
                       MOVE WS-GP-AUTHOR TO WS-GPT-AUTHOR(WS-GP-COUNT)
                       MOVE WS-GP-STAMP TO WS-GPT-STAMP(WS-GP-COUNT)
                       MOVE WS-GP-TEXT TO WS-GPT-TEXT(WS-GP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GroupPosts
           END-IF

           PERFORM VARYING WS-GP-IDX FROM WS-GP-COUNT BY -1
             UNTIL WS-GP-IDX < 1
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-GPT-STAMP(WS-GP-IDX))
                      " "
                      FUNCTION TRIM(WS-GPT-AUTHOR(WS-GP-IDX))
                      ": "
                      FUNCTION TRIM(WS-GPT-TEXT(WS-GP-IDX))
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM PRINTLN
           END-PERFORM
           .

       GROUP-POST-SPLIT.
           MOVE SPACES TO WS-GP-ID WS-GP-AUTHOR WS-GP-STAMP WS-GP-TEXT
           UNSTRING GrpPost-Rec DELIMITED BY "|"
               INTO WS-GP-ID WS-GP-AUTHOR WS-GP-STAMP WS-GP-TEXT
           .

      *> A new post is dated and lands in every other member's
      *> notifications.
       GROUP-POST-WRITE.
           MOVE "Write a post, or press Enter to return:" TO WS-MSG
           MOVE "MSG0342" TO WS-MSG-ID
           PERFORM PRINT
           PERFORM READ-USER-LINE
           MOVE FUNCTION TRIM(WS-LINE) TO WS-GP-TEXT

           IF WS-GP-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GRP-PIPES
           INSPECT WS-GP-TEXT TALLYING WS-GRP-PIPES FOR ALL "|"
           IF WS-GRP-PIPES > 0
               MOVE "A post cannot contain the | character - not
      -    " posted." TO WS-MSG
               MOVE "MSG0343" TO WS-MSG-ID
               PERFORM PRINTLN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND GroupPosts
           IF WS-GP-STAT NOT = "00"
               OPEN OUTPUT GroupPosts
               CLOSE GroupPosts
               OPEN EXTEND GroupPosts
           END-IF

           MOVE SPACES TO WS-GRP-OUT
           STRING WS-GRP-ID
                  "|"
                  FUNCTION TRIM(WS-CURRENT-USER)
                  "|"
                  WS-TIMESTAMP(1:8)
                  " "
                  WS-TIMESTAMP(9:2)
                  ":"
                  WS-TIMESTAMP(11:2)
                  ":"
                  WS-TIMESTAMP(13:2)
                  "|"
                  FUNCTION TRIM(WS-GP-TEXT)
               DELIMITED BY SIZE INTO WS-GRP-OUT
           MOVE WS-GRP-OUT TO GrpPost-Rec
           WRITE GrpPost-Rec
           CLOSE GroupPosts

           MOVE "Posted." TO WS-MSG
           MOVE "MSG0344" TO WS-MSG-ID
           PERFORM PRINTLN

      *> Members are collected first - the notification write has
      *> the notifications file to itself.
           MOVE 0 TO WS-GN-CNT
           OPEN INPUT GroupMembers
           IF WS-GM-STAT = "00"
           PERFORM UNTIL 1 = 2
               READ GroupMembers
                   AT END
                       EXIT PERFORM
               END-READ

               PERFORM GROUP-MEMBER-SPLIT
               IF WS-GM-ID = WS-GRP-ID
                   AND FUNCTION TRIM(WS-GM-STATUS) = "MEMBER"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GM-USER))
                     NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USER))
                   AND WS-GN-CNT < 500
                   ADD 1 TO WS-GN-CNT
                   MOVE WS-GM-USER TO WS-GN-USER(WS-GN-CNT)
               END-IF
           END-PERFORM
           CLOSE GroupMembers
           END-IF

           MOVE SPACES TO WS-NOTIFY-MSG
           STRING "New post in "
                  FUNCTION TRIM(WS-GT-NAME(WS-GRP-PICK))
                  " from "
                  FUNCTION TRIM(WS-CURRENT-USER)
               DELIMITED BY SIZE INTO WS-NOTIFY-MSG
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
             UNTIL WS-GN-IDX > WS-GN-CNT
               MOVE WS-GN-USER(WS-GN-IDX) TO WS-USERNAME
               PERFORM NOTIFICATION-LOG-WRITE
           END-PERFORM
           MOVE WS-CURRENT-USER TO WS-USERNAME
           .

       READ-USER-LINE.
           MOVE SPACES TO WS-MSG-ID
           .

      *> Read once per run. The table holds one row per id per
      *> language - room for several translations of the full set
      *> of messages; rows past that are dropped and those ids
      *> fall back to English.
       MSGCAT-LOAD.
           MOVE 0 TO WS-MC-CNT
           OPEN INPUT MsgCatalog
                   INTO WS-MC-ROW-ID WS-MC-ROW-LANG WS-MC-ROW-TEXT

               IF FUNCTION TRIM(WS-MC-ROW-ID) NOT = SPACES
                   AND WS-MC-CNT < 2000
                   ADD 1 TO WS-MC-CNT
                   MOVE WS-MC-ROW-ID TO WS-MC-ID(WS-MC-CNT)
                   MOVE FUNCTION UPPER-CASE(WS-MC-ROW-LANG)
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/empapproval.csv"
               DELIMITED BY SIZE INTO WS-P-EMPAPPROVAL-CSV
           MOVE SPACES TO WS-P-REPORTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reports.csv"
               DELIMITED BY SIZE INTO WS-P-REPORTS-CSV
           MOVE SPACES TO WS-P-TICKETS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/tickets.csv"
               DELIMITED BY SIZE INTO WS-P-TICKETS-CSV
           MOVE SPACES TO WS-P-SAVEDJOBS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/savedjobs.csv"
               DELIMITED BY SIZE INTO WS-P-SAVEDJOBS-CSV
           MOVE SPACES TO WS-P-COMPANYMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/companymembers.csv"
               DELIMITED BY SIZE INTO WS-P-COMPANYMEMBERS-CSV
           MOVE SPACES TO WS-P-REVIEWS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/reviews.csv"
               DELIMITED BY SIZE INTO WS-P-REVIEWS-CSV
           MOVE SPACES TO WS-P-REFERRALS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/referrals.csv"
               DELIMITED BY SIZE INTO WS-P-REFERRALS-CSV
           MOVE SPACES TO WS-P-GROUPS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groups.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPS-CSV
           MOVE SPACES TO WS-P-GROUPMEMBERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupmembers.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPMEMBERS-CSV
           MOVE SPACES TO WS-P-GROUPPOSTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/groupposts.csv"
               DELIMITED BY SIZE INTO WS-P-GROUPPOSTS-CSV
           MOVE SPACES TO WS-P-OFFERS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/offers.csv"
               DELIMITED BY SIZE INTO WS-P-OFFERS-CSV
           MOVE SPACES TO WS-P-APPSNAPSHOTS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/appsnapshots.csv"
               DELIMITED BY SIZE INTO WS-P-APPSNAPSHOTS-CSV
           MOVE SPACES TO WS-P-QUOTAS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/quotas.csv"
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.log"
               DELIMITED BY SIZE INTO WS-P-AUDIT-LOG
           MOVE SPACES TO WS-P-AUDIT-TAIL
           STRING FUNCTION TRIM(WS-OUT-DIR)
                  "/audit.tail"
               DELIMITED BY SIZE INTO WS-P-AUDIT-TAIL
           MOVE SPACES TO WS-P-CONNECTIONS-CSV
           STRING FUNCTION TRIM(WS-DB-DIR)
                  "/connections.csv"
