       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWDSR.
      * ----------------------------------------------------------------
      * DATA-SUBJECT ACCESS REPORT AND ERASURE RUN
      * ----------------------------------------------------------------
      * DRIVEN BY A REQUEST FILE OF CUSTOMER-ID VALUES (SORTED
      * ASCENDING, ONE PER CARD).
      *
      * ACCESS (DEFAULT): FOR EACH REQUESTED CUSTOMER EVERY DATASET
      * HOLDING CUSTOMER DATA IS PASSED AND EVERY RECORD HELD FOR THE
      * CUSTOMER IS LISTED WITH ITS CONTENTS AND RECORD NUMBER:
      * CUSTOMER-MASTER, TRANSACTION-HISTORY AND ITS ARCHIVE,
      * REJECT-FILE, RESUBMIT-FILE, MASTER-REJECT-FILE, THE TCOBWMNT
      * PENDING FILE, E-NOTIFY-FILE, THE PAPER-FALLBACK LIST, THE
      * KEYED STATEMENT ARCHIVE AND ITS OFFLOAD OF EXPIRED STATEMENTS
      * (ONE LINE PER ARCHIVED STATEMENT).
      *
      * PARM 'E' RUNS THE ERASURE. THE REQUEST FILE IS THEN THE
      * ERASURE FILE TCOBWMNT WRITES WHEN AN ERASE TRANSACTION HAS
      * BEEN APPROVED BY A SECOND OPERATOR, SO EVERY REQUEST CARRIES
      * ITS MAKER AND CHECKER; A REQUEST WITHOUT TWO DIFFERENT
      * OPERATORS IS REFUSED. THE MASTER ITSELF WAS ERASED BY TCOBWMNT
      * AND IS ONLY CONFIRMED HERE. REJECT-FILE, RESUBMIT-FILE,
      * MASTER-REJECT-FILE, THE PENDING FILE, E-NOTIFY-FILE AND THE
      * PAPER-FALLBACK LIST ARE COPIED RECORD FOR RECORD WITH NAME,
      * ADDRESS, PHONE AND EVERY CONTACT VALUE OF A REQUESTED
      * CUSTOMER OVERWRITTEN WITH 'ERASED'. IDS, DATES, AMOUNTS,
      * COUNTS, HEADERS AND RECORD ORDER ARE UNTOUCHED, SO EVERY
      * CONTROL TOTAL STILL PROVES. TRANSACTION-HISTORY AND THE
      * ARCHIVE HOLD NO NAME, ADDRESS OR CONTACT DATA AND ARE NOT
      * REWRITTEN, SO THE ARCHIVE TRAILER IS UNAFFECTED. THE KEYED
      * STATEMENT ARCHIVE IS ERASED IN PLACE: THE NAME, ADDRESS AND
      * PHONE POSITIONS OF EVERY ARCHIVED STATEMENT LINE OF A
      * REQUESTED CUSTOMER ARE OVERWRITTEN AND THE LINE REWRITTEN, SO
      * A LATER REPRINT SHOWS 'ERASED'. THE STATEMENT OFFLOAD WRITTEN
      * BY TCOBWSAR IS COPIED TO A NEW OFFLOAD WITH THE SAME POSITIONS
      * OF A REQUESTED CUSTOMER'S LINES OVERWRITTEN; ITS TRAILER IS
      * CARRIED OVER UNCHANGED. EVERY RECORD ERASED (AND THE
      * MASTER CONFIRMATION) IS WRITTEN TO AN AUDIT FILE WITH
      * BUSINESS DATE, RUN NUMBER, FILE, RECORD NUMBER, FIELDS
      * ERASED, MAKER AND CHECKER.
      *
      * RC 4 FLAGS SKIPPED OR REFUSED REQUESTS; RC 8 A MASTER STILL
      * HOLDING PERSONAL DATA OR A COPY WHOSE RECORD COUNT DOES NOT
      * PROVE; RC 12 NO RUN CONTROL; RC 16 AN I/O ERROR.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER; THE ACCESS REPORT
      *                  LISTS THE STATUS.
      * 2026-10-15 AM    LIST AND ERASE THE CUSTOMER'S STATEMENTS ON
      *                  THE KEYED STATEMENT ARCHIVE (STMTARC).
      * 2026-10-15 AM    LIST AND ERASE THE CUSTOMER'S STATEMENTS ON
      *                  THE STATEMENT OFFLOAD (STMTXIN). MERGE AND
      *                  STATUS PENDING TRANSACTIONS KEEP THEIR
      *                  RETIRED ID OR NEW STATUS ON ERASURE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
           ASSIGN TO DSRREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT TRANSACTION-HISTORY
           ASSIGN TO TRANHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSACTION-HISTORY-STATUS.

           SELECT ARCHIVE-IN
           ASSIGN TO ARCHIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-IN-STATUS.

           SELECT REJECT-FILE
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT RESUBMIT-FILE
           ASSIGN TO RESUBF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESUBMIT-FILE-STATUS.

           SELECT MASTER-REJECT-FILE
           ASSIGN TO MSTREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MASTER-REJECT-FILE-STATUS.

           SELECT PENDING-FILE
           ASSIGN TO PENDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.

           SELECT E-NOTIFY-FILE
           ASSIGN TO ENOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS E-NOTIFY-FILE-STATUS.

           SELECT PAPER-FALLBACK-FILE
           ASSIGN TO PAPERF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAPER-FALLBACK-STATUS.

           SELECT STATEMENT-ARCHIVE
           ASSIGN TO STMTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS STATEMENT-ARCHIVE-STATUS.

           SELECT STATEMENT-OFFLOAD
           ASSIGN TO STMTXIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATEMENT-OFFLOAD-STATUS.

           SELECT REJECT-OUT
           ASSIGN TO REJOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-OUT-STATUS.

           SELECT RESUBMIT-OUT
           ASSIGN TO RSBOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESUBMIT-OUT-STATUS.

           SELECT MASTER-REJECT-OUT
           ASSIGN TO MREJOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MASTER-REJECT-OUT-STATUS.

           SELECT PENDING-OUT
           ASSIGN TO PENDOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-OUT-STATUS.

           SELECT E-NOTIFY-OUT
           ASSIGN TO ENOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS E-NOTIFY-OUT-STATUS.

           SELECT PAPER-FALLBACK-OUT
           ASSIGN TO PFOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAPER-FALLBACK-OUT-STATUS.

           SELECT STATEMENT-OFFLOAD-OUT
           ASSIGN TO STMTXOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATEMENT-OFFLOAD-OUT-STATUS.

           SELECT ERASURE-AUDIT-FILE
           ASSIGN TO ERAAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERASURE-AUDIT-STATUS.

           SELECT SUBJECT-REPORT
           ASSIGN TO DSRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05 RQ-CUSTOMER-ID          PIC X(6).
           05 RQ-MAKER-ID             PIC X(8).
           05 RQ-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(58).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD     PIC X(274).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  TRANSACTION-HISTORY-RECORD.
           05 TH-CUSTOMER-ID          PIC X(6).
           05 TH-TRANSACTION-DATE     PIC X(8).
           05 TH-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 TH-CURRENCY-CODE        PIC X(3).
           05 TH-COMMENT              PIC X(9).

       FD  ARCHIVE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  ARCHIVE-IN-RECORD.
           05 AR-CUSTOMER-ID          PIC X(6).
           05 AR-TRANSACTION-DATE     PIC X(8).
           05 AR-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 AR-CURRENCY-CODE        PIC X(3).
           05 AR-COMMENT              PIC X(9).
       01  ARCHIVE-IN-TRAILER.
           05 AR-TRAILER-ID           PIC X(6).
           05 AR-TRAILER-COUNT        PIC 9(9).
           05 AR-TRAILER-AMOUNT       PIC S9(15)V99.
           05 FILLER                  PIC X(9).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  REJECT-RECORD.
           05 REJ-REASON-CODE         PIC X(4).
           05 REJ-RECYCLE-COUNT       PIC 9(2).
           05 REJ-CUSTOMER-IMAGE      PIC X(5869).
       01  REJECT-HEADER-RECORD.
           05 RHD-ID                  PIC X(6).
           05 RHD-BUSINESS-DATE       PIC X(8).
           05 RHD-RUN-NUMBER          PIC 9(4).
           05 RHD-CYCLE               PIC X(2).
           05 FILLER                  PIC X(5855).

       FD  RESUBMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5871 CHARACTERS.
       01  RESUBMIT-RECORD.
           05 RSB-RECYCLE-COUNT       PIC 9(2).
           05 RSB-CUSTOMER-IMAGE      PIC X(5869).

       FD  MASTER-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 278 CHARACTERS.
       01  MASTER-REJECT-RECORD.
           05 MREJ-REASON-CODE        PIC X(4).
           05 MREJ-MASTER-IMAGE       PIC X(274).

       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  PENDING-RECORD.
           05 PD-AGE-COUNT            PIC 9(2).
           05 PD-ACTION               PIC X(1).
           05 PD-CUSTOMER-ID          PIC X(6).
           05 PD-CUSTOMER-NAME        PIC X(20).
           05 PD-MERGE-DATA REDEFINES PD-CUSTOMER-NAME.
              10 PD-RETIRED-ID        PIC X(6).
              10 FILLER               PIC X(14).
           05 PD-STATUS-DATA REDEFINES PD-CUSTOMER-NAME.
              10 PD-NEW-STATUS        PIC X(1).
              10 PD-NEW-STATUS-DATE   PIC X(8).
              10 FILLER               PIC X(11).
           05 PD-CUSTOMER-ADDRESS     PIC X(20).
           05 PD-CUSTOMER-PHONE       PIC X(8).
           05 PD-CURRENCY-CODE        PIC X(3).
           05 PD-BILLING-CYCLE        PIC X(2).
           05 PD-CONTACT-ACTION       PIC X(1).
           05 PD-CONTACT-TYPE         PIC X(1).
           05 PD-CONTACT-VALUE        PIC X(40).
           05 PD-OLD-CONTACT-VALUE    PIC X(40).
           05 PD-OPERATOR-ID          PIC X(8).

       FD  E-NOTIFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01  E-NOTIFY-RECORD.
           05 EN-CUSTOMER-ID          PIC X(6).
           05 EN-EMAIL-ADDRESS        PIC X(40).
           05 EN-TRANSACTION-COUNT    PIC 9(9).
           05 EN-CURRENCY-TOTALS      PIC X(60).

       FD  PAPER-FALLBACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PAPER-FALLBACK-RECORD.
           05 PF-CUSTOMER-ID          PIC X(6).
           05 FILLER                  PIC X(2).
           05 PF-CUSTOMER-NAME        PIC X(20).
           05 FILLER                  PIC X(2).
           05 PF-REASON-TEXT          PIC X(24).
           05 FILLER                  PIC X(26).

       FD  STATEMENT-ARCHIVE
           RECORD CONTAINS 116 CHARACTERS.
       01  STATEMENT-ARCHIVE-RECORD.
           05 SA-KEY.
              10 SA-CUSTOMER-ID       PIC X(6).
              10 SA-BUSINESS-DATE     PIC X(8).
              10 SA-RUN-NUMBER        PIC 9(4).
              10 SA-RUN-KIND          PIC X(1).
              10 SA-STATEMENT-NUMBER  PIC 9(7).
              10 SA-LINE-NUMBER       PIC 9(5).
           05 SA-LINE-TYPE            PIC X(1).
           05 SA-ERASE-START          PIC 9(2).
           05 SA-ERASE-LENGTH         PIC 9(2).
           05 SA-LINE-TEXT            PIC X(80).
       01  STATEMENT-ARCHIVE-HEADER.
           05 FILLER                  PIC X(31).
           05 SAH-LINE-TYPE           PIC X(1).
           05 SAH-LINE-COUNT          PIC 9(5).
           05 SAH-FIRST-PAGE          PIC 9(4).
           05 SAH-PAGE-COUNT          PIC 9(4).
           05 SAH-TRANSACTION-COUNT   PIC 9(9).
           05 FILLER                  PIC X(62).

       FD  STATEMENT-OFFLOAD
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS.
       01  STATEMENT-OFFLOAD-RECORD.
           05 SX-KEY.
              10 SX-CUSTOMER-ID       PIC X(6).
              10 SX-BUSINESS-DATE     PIC X(8).
              10 SX-RUN-NUMBER        PIC 9(4).
              10 SX-RUN-KIND          PIC X(1).
              10 SX-STATEMENT-NUMBER  PIC 9(7).
              10 SX-LINE-NUMBER       PIC 9(5).
           05 SX-LINE-TYPE            PIC X(1).
           05 SX-ERASE-START          PIC 9(2).
           05 SX-ERASE-LENGTH         PIC 9(2).
           05 SX-LINE-TEXT            PIC X(80).
       01  STATEMENT-OFFLOAD-HEADER.
           05 FILLER                  PIC X(31).
           05 SXH-LINE-TYPE           PIC X(1).
           05 SXH-LINE-COUNT          PIC 9(5).
           05 SXH-FIRST-PAGE          PIC 9(4).
           05 SXH-PAGE-COUNT          PIC 9(4).
           05 SXH-TRANSACTION-COUNT   PIC 9(9).
           05 FILLER                  PIC X(62).
       01  STATEMENT-OFFLOAD-TRAILER.
           05 SXT-TRAILER-ID          PIC X(6).
           05 SXT-TRAILER-STATEMENTS  PIC 9(9).
           05 SXT-TRAILER-RECORDS     PIC 9(9).
           05 FILLER                  PIC X(92).

       FD  REJECT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  REJECT-OUT-RECORD          PIC X(5875).

       FD  RESUBMIT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 5871 CHARACTERS.
       01  RESUBMIT-OUT-RECORD        PIC X(5871).

       FD  MASTER-REJECT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 278 CHARACTERS.
       01  MASTER-REJECT-OUT-RECORD   PIC X(278).

       FD  PENDING-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  PENDING-OUT-RECORD         PIC X(152).

       FD  E-NOTIFY-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01  E-NOTIFY-OUT-RECORD        PIC X(115).

       FD  PAPER-FALLBACK-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PAPER-FALLBACK-OUT-RECORD  PIC X(80).

       FD  STATEMENT-OFFLOAD-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS.
       01  STATEMENT-OFFLOAD-OUT-RECORD PIC X(116).

       FD  ERASURE-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASURE-AUDIT-RECORD.
           05 EA-BUSINESS-DATE        PIC X(8).
           05 EA-RUN-NUMBER           PIC 9(4).
           05 EA-CUSTOMER-ID          PIC X(6).
           05 EA-FILE-NAME            PIC X(8).
           05 EA-RECORD-NUMBER        PIC 9(9).
           05 EA-FIELD-LIST           PIC X(24).
           05 EA-FIELD-COUNT          PIC 9(2).
           05 EA-MAKER-ID             PIC X(8).
           05 EA-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(3).

       FD  SUBJECT-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBJECT-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-F                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  W-R                        PIC 9(4) COMP.
       01  REQUEST-FILE-STATUS        PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2).
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  ARCHIVE-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  REJECT-FILE-STATUS         PIC 9(2) VALUE ZERO.
       01  RESUBMIT-FILE-STATUS       PIC 9(2) VALUE ZERO.
       01  MASTER-REJECT-FILE-STATUS  PIC 9(2) VALUE ZERO.
       01  PENDING-FILE-STATUS        PIC 9(2) VALUE ZERO.
       01  E-NOTIFY-FILE-STATUS       PIC 9(2) VALUE ZERO.
       01  PAPER-FALLBACK-STATUS      PIC 9(2) VALUE ZERO.
       01  STATEMENT-ARCHIVE-STATUS   PIC 9(2) VALUE ZERO.
       01  STATEMENT-OFFLOAD-STATUS   PIC 9(2) VALUE ZERO.
       01  REJECT-OUT-STATUS          PIC 9(2) VALUE ZERO.
       01  RESUBMIT-OUT-STATUS        PIC 9(2) VALUE ZERO.
       01  MASTER-REJECT-OUT-STATUS   PIC 9(2) VALUE ZERO.
       01  PENDING-OUT-STATUS         PIC 9(2) VALUE ZERO.
       01  E-NOTIFY-OUT-STATUS        PIC 9(2) VALUE ZERO.
       01  PAPER-FALLBACK-OUT-STATUS  PIC 9(2) VALUE ZERO.
       01  STATEMENT-OFFLOAD-OUT-STATUS PIC 9(2) VALUE ZERO.
       01  ERASURE-AUDIT-STATUS       PIC 9(2) VALUE ZERO.
       01  SUBJECT-REPORT-STATUS      PIC 9(2).
       01  W-SWITCHES.
           05 W-RUN-FUNCTION-SWITCH   PIC X(1) VALUE 'A'.
              88 ACCESS-RUN                 VALUE 'A'.
              88 ERASURE-RUN                VALUE 'E'.
           05 W-REQUEST-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 REQUEST-EOF                VALUE 'Y'.
           05 W-INPUT-EOF-SWITCH      PIC X(1) VALUE 'N'.
              88 INPUT-EOF                  VALUE 'Y'.
           05 W-REQUEST-FOUND-SWITCH  PIC X(1) VALUE 'N'.
              88 REQUEST-FOUND              VALUE 'Y'.
           05 W-DATA-REMAINS-SWITCH   PIC X(1) VALUE 'N'.
              88 PERSONAL-DATA-REMAINS      VALUE 'Y'.
           05 W-NOT-PROVED-SWITCH     PIC X(1) VALUE 'N'.
              88 COPY-NOT-PROVED            VALUE 'Y'.
       01  W-RUN-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  W-RUN-NUMBER               PIC 9(4) VALUE ZERO.
       01  W-CURRENT-ID               PIC X(6) VALUE SPACES.
       01  W-FIND-ID                  PIC X(6) VALUE SPACES.
       01  W-PRIOR-REQUEST-ID         PIC X(6) VALUE SPACES.
       01  W-ERASURE-MARK             PIC X(6) VALUE 'ERASED'.
       01  W-OFFLOAD-TRAILER-ID       PIC X(6) VALUE 'TRAILR'.
       01  W-RECORD-NUMBER            PIC 9(9) COMP-3 VALUE ZERO.
       01  W-SECTION-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
       01  W-FIELD-COUNT              PIC 9(2) VALUE ZERO.
       01  W-FIELD-LIST               PIC X(24) VALUE SPACES.
       01  W-CONTACT-LIMIT            PIC 9(4) COMP.
       01  W-TX-OFFSET                PIC 9(4) COMP.
       01  W-TX-NBR-AREA.
           05 W-TX-NBR                PIC 9(9) COMP.
       01  MAX-REQUEST-ENTRIES        PIC 9(4) COMP VALUE 50.
       01  MAX-CONTACTS-PER-RECORD    PIC 9(4) COMP VALUE 5.
       01  W-REQUEST-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  W-REQUEST-TABLE.
           05 W-REQUEST-ENTRY OCCURS 50 TIMES.
              10 W-RQ-CUSTOMER-ID     PIC X(6).
              10 W-RQ-MAKER-ID        PIC X(8).
              10 W-RQ-CHECKER-ID      PIC X(8).
              10 W-RQ-RECORD-COUNT    PIC 9(9) COMP-3.
      *
      * ONE ENTRY PER DATASET, IN REPORT ORDER
      *
       01  W-FILE-NAME-VALUES.
           05 FILLER PIC X(38) VALUE
              'CUSTMASTCUSTOMER-MASTER               '.
           05 FILLER PIC X(38) VALUE
              'TRANHISTTRANSACTION-HISTORY           '.
           05 FILLER PIC X(38) VALUE
              'ARCHIN  TRANSACTION-HISTORY ARCHIVE   '.
           05 FILLER PIC X(38) VALUE
              'REJFILE REJECT-FILE                   '.
           05 FILLER PIC X(38) VALUE
              'RESUBF  RESUBMIT-FILE                 '.
           05 FILLER PIC X(38) VALUE
              'MSTREJ  MASTER-REJECT-FILE            '.
           05 FILLER PIC X(38) VALUE
              'PENDIN  MAINTENANCE PENDING FILE      '.
           05 FILLER PIC X(38) VALUE
              'ENOTIF  E-NOTIFY-FILE                 '.
           05 FILLER PIC X(38) VALUE
              'PAPERF  PAPER-FALLBACK LIST           '.
           05 FILLER PIC X(38) VALUE
              'STMTARC STATEMENT ARCHIVE             '.
           05 FILLER PIC X(38) VALUE
              'STMTXIN STATEMENT ARCHIVE OFFLOAD     '.
       01  W-FILE-NAME-TABLE REDEFINES W-FILE-NAME-VALUES.
           05 W-FILE-NAME-ENTRY OCCURS 11 TIMES.
              10 W-FN-DDNAME          PIC X(8).
              10 W-FN-DESCRIPTION     PIC X(30).
       01  W-FILE-COUNT               PIC 9(4) COMP VALUE 11.
       01  W-FILE-CUSTMAST            PIC 9(4) COMP VALUE 1.
       01  W-FILE-TRANHIST            PIC 9(4) COMP VALUE 2.
       01  W-FILE-ARCHIN              PIC 9(4) COMP VALUE 3.
       01  W-FILE-REJFILE             PIC 9(4) COMP VALUE 4.
       01  W-FILE-RESUBF              PIC 9(4) COMP VALUE 5.
       01  W-FILE-MSTREJ              PIC 9(4) COMP VALUE 6.
       01  W-FILE-PENDIN              PIC 9(4) COMP VALUE 7.
       01  W-FILE-ENOTIF              PIC 9(4) COMP VALUE 8.
       01  W-FILE-PAPERF              PIC 9(4) COMP VALUE 9.
       01  W-FILE-STMTARC             PIC 9(4) COMP VALUE 10.
       01  W-FILE-STMTXIN             PIC 9(4) COMP VALUE 11.
       01  W-FILE-TOTALS.
           05 W-FILE-TOTAL-ENTRY OCCURS 11 TIMES.
              10 W-FT-PRESENT-SW      PIC X(1).
              10 W-FT-READ-COUNT      PIC 9(9) COMP-3.
              10 W-FT-HELD-COUNT      PIC 9(9) COMP-3.
              10 W-FT-WRITTEN-COUNT   PIC 9(9) COMP-3.
       01  W-CUSTOMER-IMAGE.
           05 W-CI-CUSTOMER-ID        PIC X(6).
           05 W-CI-CONTINUATION-IND   PIC X(1).
           05 W-CI-ACTION-IND         PIC X(1).
           05 W-CI-CYCLE              PIC X(2).
           05 W-CI-NAME               PIC X(20).
           05 W-CI-ADDRESS            PIC X(20).
           05 W-CI-PHONE              PIC X(8).
           05 W-CI-CONTACT-NBR        PIC 9(4) COMP.
           05 W-CI-CONTACT OCCURS 5 TIMES.
              10 W-CI-CONTACT-TYPE    PIC X(1).
              10 W-CI-CONTACT-VALUE   PIC X(40).
           05 FILLER                  PIC X(5604).
       01  W-MASTER-IMAGE.
           05 W-MI-CUSTOMER-ID        PIC X(6).
           05 W-MI-NAME               PIC X(20).
           05 W-MI-ADDRESS            PIC X(20).
           05 W-MI-PHONE              PIC X(8).
           05 W-MI-CURRENCY-CODE      PIC X(3).
           05 W-MI-BILLING-CYCLE      PIC X(2).
           05 W-MI-CUSTOMER-STATUS    PIC X(1).
           05 W-MI-STATUS-DATE        PIC X(8).
           05 W-MI-CONTACT-COUNT      PIC X(1).
           05 W-MI-CONTACT OCCURS 5 TIMES.
              10 W-MI-CONTACT-TYPE    PIC X(1).
              10 W-MI-CONTACT-VALUE   PIC X(40).
       01  W-REQUEST-COUNTS.
           05 W-REQUEST-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-SKIPPED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NOT-ON-MASTER-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-CONFIRMED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-AUDIT-WRITTEN-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
       01  W-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  W-EDIT-NUMBER              PIC Z9.
       01  W-HEADING-LINE.
           05 W-HDG-TEXT              PIC X(34).
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 W-HDG-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-HDG-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-TITLE-LINE.
           05 FILLER                  PIC X(13) VALUE '*** CUSTOMER '.
           05 W-TTL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(4)  VALUE ' ***'.
           05 FILLER                  PIC X(57) VALUE SPACES.
       01  W-SECTION-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-SEC-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2)  VALUE ' ('.
           05 W-SEC-DDNAME            PIC X(8).
           05 FILLER                  PIC X(1)  VALUE ')'.
           05 FILLER                  PIC X(37) VALUE SPACES.
       01  W-RECORD-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'RECORD '.
           05 W-RCL-NUMBER            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RCL-TEXT              PIC X(56).
       01  W-FIELD-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 W-FLD-LABEL             PIC X(14).
           05 W-FLD-VALUE             PIC X(60).
       01  W-HISTORY-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'RECORD '.
           05 W-HSL-NUMBER            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-HSL-DATE              PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-HSL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-HSL-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-HSL-COMMENT           PIC X(9).
           05 FILLER                  PIC X(10) VALUE SPACES.
       01  W-COUNT-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-CNL-TEXT              PIC X(30).
           05 W-CNL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-STATEMENT-TEXT.
           05 FILLER                  PIC X(10) VALUE 'STATEMENT '.
           05 W-STX-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-STX-RUN-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STX-RUN-KIND          PIC X(1).
           05 FILLER                  PIC X(7)  VALUE ' PAGES '.
           05 W-STX-PAGE-COUNT        PIC ZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' LINES '.
           05 W-STX-LINE-COUNT        PIC ZZZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
       01  W-NOTE-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-NTL-TEXT              PIC X(76).
       01  W-ERASE-LINE.
           05 W-ERL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-ERL-DDNAME            PIC X(8).
           05 FILLER                  PIC X(8)  VALUE ' RECORD '.
           05 W-ERL-NUMBER            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-ERL-TEXT              PIC X(28).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-ERL-FIELD-COUNT       PIC Z9.
           05 FILLER                  PIC X(11) VALUE SPACES.
       01  W-REQUEST-LINE.
           05 FILLER                  PIC X(8)  VALUE 'REQUEST '.
           05 W-RQL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RQL-DISPOSITION       PIC X(40).
           05 FILLER                  PIC X(24) VALUE SPACES.
       01  W-FILE-SUMMARY-LINE.
           05 W-FSL-DDNAME            PIC X(8).
           05 FILLER                  PIC X(7)  VALUE '  READ '.
           05 W-FSL-READ              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(9)  VALUE '  ERASED '.
           05 W-FSL-ERASED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(10) VALUE '  WRITTEN '.
           05 W-FSL-WRITTEN           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(13) VALUE SPACES.
       01  W-FILE-STATE-LINE.
           05 W-FST-DDNAME            PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-FST-TEXT              PIC X(70).
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-STATUS-LINE.
           05 FILLER                  PIC X(8)  VALUE 'RESULT: '.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(20) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH             PIC 9(4) COMP.
           05 PARM-TEXT.
              10 PARM-FUNCTION           PIC X(1).
              10 FILLER                  PIC X(79).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-REQUEST
               THRU 1100-LOAD-REQUEST-EXIT
               UNTIL REQUEST-EOF
           IF W-REQUEST-COUNT > ZERO
              IF ERASURE-RUN
                 PERFORM 5000-CONFIRM-MASTER
                     THRU 5000-CONFIRM-MASTER-EXIT
                 PERFORM 5100-ERASE-REJECT
                     THRU 5100-ERASE-REJECT-EXIT
                 PERFORM 5200-ERASE-RESUBMIT
                     THRU 5200-ERASE-RESUBMIT-EXIT
                 PERFORM 5300-ERASE-MASTER-REJECT
                     THRU 5300-ERASE-MASTER-REJECT-EXIT
                 PERFORM 5400-ERASE-PENDING
                     THRU 5400-ERASE-PENDING-EXIT
                 PERFORM 5500-ERASE-E-NOTIFY
                     THRU 5500-ERASE-E-NOTIFY-EXIT
                 PERFORM 5600-ERASE-PAPER-FALLBACK
                     THRU 5600-ERASE-PAPER-FALLBACK-EXIT
                 PERFORM 5700-ERASE-STATEMENT-ARCHIVE
                     THRU 5700-ERASE-STATEMENT-ARCHIVE-EXIT
                 PERFORM 5800-ERASE-STATEMENT-OFFLOAD
                     THRU 5800-ERASE-STATEMENT-OFFLOAD-EXIT
              ELSE
                 PERFORM 3000-ACCESS-CUSTOMER
                     THRU 3000-ACCESS-CUSTOMER-EXIT
                     VARYING W-R FROM 1 BY 1
                     UNTIL W-R > W-REQUEST-COUNT
              END-IF
           END-IF
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE FUNCTION FROM THE PARM, READ THE
      * RUN-CONTROL RECORD, OPEN THE REQUEST FILE, THE REPORT AND
      * (ERASURE ONLY) THE AUDIT FILE, AND PRIME THE REQUEST READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH >= 1 AND PARM-FUNCTION = 'E'
              SET ERASURE-RUN TO TRUE
           END-IF.

           PERFORM VARYING W-F FROM 1 BY 1
                   UNTIL W-F > W-FILE-COUNT
               MOVE 'N'  TO W-FT-PRESENT-SW (W-F)
               MOVE ZERO TO W-FT-READ-COUNT (W-F)
               MOVE ZERO TO W-FT-HELD-COUNT (W-F)
               MOVE ZERO TO W-FT-WRITTEN-COUNT (W-F)
           END-PERFORM

           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN-CONTROL FILE EMPTY'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-CONTROL-FILE
                   GO TO 9999-PROGRAM-EXIT
               NOT AT END
                   MOVE RC-BUSINESS-DATE TO W-RUN-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-RUN-NUMBER
           END-READ.
           CLOSE RUN-CONTROL-FILE.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REQUEST-FILE='
                      REQUEST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT SUBJECT-REPORT.
           IF SUBJECT-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING SUBJECT-REPORT='
                      SUBJECT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           IF ERASURE-RUN
              OPEN OUTPUT ERASURE-AUDIT-FILE
              IF ERASURE-AUDIT-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING ERASURE-AUDIT-FILE='
                         ERASURE-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE 'DATA-SUBJECT ERASURE RUN' TO W-HDG-TEXT
           ELSE
              MOVE 'DATA-SUBJECT ACCESS REPORT' TO W-HDG-TEXT
           END-IF.
           MOVE W-RUN-BUSINESS-DATE TO W-HDG-BUSINESS-DATE
           MOVE W-RUN-NUMBER        TO W-HDG-RUN-NUMBER
           MOVE W-HEADING-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2900-READ-REQUEST
               THRU 2900-READ-REQUEST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-REQUEST - VALIDATE ONE REQUEST AND ADD IT TO THE
      * TABLE. REQUESTS MUST ARRIVE IN ASCENDING SEQUENCE; A
      * NON-NUMERIC, OUT-OF-SEQUENCE OR DUPLICATE REQUEST, ONE BEYOND
      * THE TABLE, OR (ERASURE ONLY) ONE NOT CARRYING A MAKER AND A
      * DIFFERENT CHECKER IS LISTED AND SKIPPED
      *----------------------------------------------------------------
       1100-LOAD-REQUEST.
           ADD 1 TO W-REQUEST-READ-COUNT
           MOVE RQ-CUSTOMER-ID TO W-RQL-CUSTOMER-ID

           IF RQ-CUSTOMER-ID IS NOT NUMERIC
              MOVE 'CUSTOMER-ID NOT NUMERIC' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF RQ-CUSTOMER-ID = W-PRIOR-REQUEST-ID
              MOVE 'DUPLICATE REQUEST'       TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF RQ-CUSTOMER-ID < W-PRIOR-REQUEST-ID
              MOVE 'REQUEST OUT OF SEQUENCE' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF ERASURE-RUN
              AND (RQ-MAKER-ID = SPACES
                   OR RQ-CHECKER-ID = SPACES
                   OR RQ-CHECKER-ID = RQ-MAKER-ID)
              MOVE 'NOT APPROVED BY A SECOND OPERATOR'
                                             TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF W-REQUEST-COUNT NOT < MAX-REQUEST-ENTRIES
              MOVE 'TOO MANY REQUESTS, RESUBMIT' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           MOVE RQ-CUSTOMER-ID TO W-PRIOR-REQUEST-ID
           ADD 1 TO W-REQUEST-COUNT
           MOVE W-REQUEST-COUNT TO W-R
           MOVE RQ-CUSTOMER-ID TO W-RQ-CUSTOMER-ID (W-R)
           MOVE RQ-MAKER-ID    TO W-RQ-MAKER-ID (W-R)
           MOVE RQ-CHECKER-ID  TO W-RQ-CHECKER-ID (W-R)
           MOVE ZERO           TO W-RQ-RECORD-COUNT (W-R).

       1100-LOAD-REQUEST-READ.
           PERFORM 2900-READ-REQUEST
               THRU 2900-READ-REQUEST-EXIT.

       1100-LOAD-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-FIND-REQUEST - LOOK W-FIND-ID UP IN THE REQUEST TABLE;
      * SETS REQUEST-FOUND AND LEAVES THE ENTRY NUMBER IN W-R
      *----------------------------------------------------------------
       2800-FIND-REQUEST.
           MOVE 'N' TO W-REQUEST-FOUND-SWITCH
           PERFORM VARYING W-R FROM 1 BY 1
                   UNTIL W-R > W-REQUEST-COUNT
                      OR REQUEST-FOUND
               IF W-RQ-CUSTOMER-ID (W-R) = W-FIND-ID
                  SET REQUEST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REQUEST-FOUND
              SUBTRACT 1 FROM W-R
           END-IF.

       2800-FIND-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-REQUEST - READ THE NEXT REQUEST, SET EOF
      *----------------------------------------------------------------
       2900-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
           END-READ
           IF NOT REQUEST-EOF
              AND REQUEST-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING REQUEST-FILE='
                      REQUEST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-READ-MASTER - READ THE NEXT CUSTOMER-MASTER RECORD, SET
      * EOF
      *----------------------------------------------------------------
       2910-READ-MASTER.
           READ CUSTOMER-MASTER
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR READING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2910-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-HISTORY - READ THE NEXT HISTORY RECORD, SET EOF
      *----------------------------------------------------------------
       2920-READ-HISTORY.
           READ TRANSACTION-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR READING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2920-READ-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2930-READ-ARCHIVE - READ THE NEXT ARCHIVE RECORD, SET EOF
      *----------------------------------------------------------------
       2930-READ-ARCHIVE.
           READ ARCHIVE-IN
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND ARCHIVE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING ARCHIVE-IN='
                      ARCHIVE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2930-READ-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2940-READ-REJECT - READ THE NEXT REJECT-FILE RECORD, SET EOF
      *----------------------------------------------------------------
       2940-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2940-READ-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-READ-RESUBMIT - READ THE NEXT RESUBMIT-FILE RECORD, SET
      * EOF
      *----------------------------------------------------------------
       2950-READ-RESUBMIT.
           READ RESUBMIT-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND RESUBMIT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING RESUBMIT-FILE='
                      RESUBMIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2950-READ-RESUBMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-READ-MASTER-REJECT - READ THE NEXT MASTER-REJECT RECORD,
      * SET EOF
      *----------------------------------------------------------------
       2960-READ-MASTER-REJECT.
           READ MASTER-REJECT-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND MASTER-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING MASTER-REJECT-FILE='
                      MASTER-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2960-READ-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2970-READ-PENDING - READ THE NEXT PENDING TRANSACTION, SET
      * EOF
      *----------------------------------------------------------------
       2970-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND PENDING-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PENDING-FILE='
                      PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2970-READ-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2980-READ-E-NOTIFY - READ THE NEXT E-NOTIFICATION RECORD, SET
      * EOF
      *----------------------------------------------------------------
       2980-READ-E-NOTIFY.
           READ E-NOTIFY-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND E-NOTIFY-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING E-NOTIFY-FILE='
                      E-NOTIFY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2980-READ-E-NOTIFY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2990-READ-PAPER-FALLBACK - READ THE NEXT PAPER-FALLBACK LINE,
      * SET EOF
      *----------------------------------------------------------------
       2990-READ-PAPER-FALLBACK.
           READ PAPER-FALLBACK-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND PAPER-FALLBACK-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PAPER-FALLBACK-FILE='
                      PAPER-FALLBACK-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2990-READ-PAPER-FALLBACK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2995-READ-STATEMENT-ARCHIVE - READ THE NEXT STATEMENT ARCHIVE
      * RECORD IN KEY ORDER, SET EOF; THE RECORD NUMBER COUNTS FROM
      * THE CUSTOMER'S FIRST ARCHIVE RECORD
      *----------------------------------------------------------------
       2995-READ-STATEMENT-ARCHIVE.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2995-READ-STATEMENT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2996-START-STATEMENT-ARCHIVE - POSITION THE STATEMENT ARCHIVE
      * AT THE FIRST RECORD OF CUSTOMER W-FIND-ID AND READ IT; EOF IS
      * SET WHEN NOTHING IS ON FILE AT OR BEYOND THE CUSTOMER
      *----------------------------------------------------------------
       2996-START-STATEMENT-ARCHIVE.
           MOVE ZERO       TO W-RECORD-NUMBER
           MOVE 'N'        TO W-INPUT-EOF-SWITCH
           MOVE LOW-VALUES TO SA-KEY
           MOVE W-FIND-ID  TO SA-CUSTOMER-ID
           START STATEMENT-ARCHIVE
               KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET INPUT-EOF TO TRUE
           END-START
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              AND STATEMENT-ARCHIVE-STATUS NOT = 23
              DISPLAY 'ERROR POSITIONING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              PERFORM 2995-READ-STATEMENT-ARCHIVE
                  THRU 2995-READ-STATEMENT-ARCHIVE-EXIT
           END-IF.

       2996-START-STATEMENT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2997-READ-STATEMENT-OFFLOAD - READ THE NEXT STATEMENT OFFLOAD
      * RECORD (THE TRAILER INCLUDED), SET EOF
      *----------------------------------------------------------------
       2997-READ-STATEMENT-OFFLOAD.
           READ STATEMENT-OFFLOAD
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
              AND STATEMENT-OFFLOAD-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATEMENT-OFFLOAD='
                      STATEMENT-OFFLOAD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT INPUT-EOF
              ADD 1 TO W-RECORD-NUMBER
           END-IF.

       2997-READ-STATEMENT-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ACCESS-CUSTOMER - LIST EVERY RECORD HELD FOR ONE
      * REQUESTED CUSTOMER, ONE SECTION PER DATASET
      *----------------------------------------------------------------
       3000-ACCESS-CUSTOMER.
           MOVE W-RQ-CUSTOMER-ID (W-R) TO W-CURRENT-ID
           MOVE W-CURRENT-ID           TO W-TTL-CUSTOMER-ID
           MOVE W-TITLE-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 3100-ACCESS-MASTER
               THRU 3100-ACCESS-MASTER-EXIT
           PERFORM 3200-ACCESS-HISTORY
               THRU 3200-ACCESS-HISTORY-EXIT
           PERFORM 3300-ACCESS-ARCHIVE
               THRU 3300-ACCESS-ARCHIVE-EXIT
           PERFORM 3400-ACCESS-REJECT
               THRU 3400-ACCESS-REJECT-EXIT
           PERFORM 3500-ACCESS-RESUBMIT
               THRU 3500-ACCESS-RESUBMIT-EXIT
           PERFORM 3600-ACCESS-MASTER-REJECT
               THRU 3600-ACCESS-MASTER-REJECT-EXIT
           PERFORM 3700-ACCESS-PENDING
               THRU 3700-ACCESS-PENDING-EXIT
           PERFORM 3800-ACCESS-E-NOTIFY
               THRU 3800-ACCESS-E-NOTIFY-EXIT
           PERFORM 3900-ACCESS-PAPER-FALLBACK
               THRU 3900-ACCESS-PAPER-FALLBACK-EXIT
           PERFORM 3950-ACCESS-STATEMENT-ARCHIVE
               THRU 3950-ACCESS-STATEMENT-ARCHIVE-EXIT
           PERFORM 3970-ACCESS-STATEMENT-OFFLOAD
               THRU 3970-ACCESS-STATEMENT-OFFLOAD-EXIT

           MOVE 'TOTAL RECORDS HELD'     TO W-CNL-TEXT
           MOVE W-RQ-RECORD-COUNT (W-R)  TO W-CNL-COUNT
           MOVE W-COUNT-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       3000-ACCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ACCESS-MASTER - LIST THE CUSTOMER'S MASTER RECORD; THE
      * MASTER IS IN CUSTOMER-ID ORDER SO THE PASS STOPS ONCE BEYOND
      * THE CUSTOMER
      *----------------------------------------------------------------
       3100-ACCESS-MASTER.
           MOVE W-FILE-CUSTMAST TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT
           PERFORM 3110-ACCESS-ONE-MASTER
               THRU 3110-ACCESS-ONE-MASTER-EXIT
               UNTIL INPUT-EOF
                  OR CUSTOMER-MASTER-RECORD (1:6) > W-CURRENT-ID
           CLOSE CUSTOMER-MASTER
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3100-ACCESS-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-ACCESS-ONE-MASTER - LIST ONE MASTER RECORD OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3110-ACCESS-ONE-MASTER.
           IF CUSTOMER-MASTER-RECORD (1:6) = W-CURRENT-ID
              MOVE CUSTOMER-MASTER-RECORD TO W-MASTER-IMAGE
              MOVE SPACES TO W-RCL-TEXT
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              PERFORM 7100-LIST-MASTER-IMAGE
                  THRU 7100-LIST-MASTER-IMAGE-EXIT
           END-IF
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT.

       3110-ACCESS-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ACCESS-HISTORY - LIST THE CUSTOMER'S TRANSACTION-HISTORY
      * RECORDS; THE FILE IS IN CUSTOMER-ID ORDER SO THE PASS STOPS
      * ONCE BEYOND THE CUSTOMER
      *----------------------------------------------------------------
       3200-ACCESS-HISTORY.
           MOVE W-FILE-TRANHIST TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT TRANSACTION-HISTORY.
           IF TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2920-READ-HISTORY
               THRU 2920-READ-HISTORY-EXIT
           PERFORM 3210-ACCESS-ONE-HISTORY
               THRU 3210-ACCESS-ONE-HISTORY-EXIT
               UNTIL INPUT-EOF
                  OR TH-CUSTOMER-ID > W-CURRENT-ID
           CLOSE TRANSACTION-HISTORY
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3200-ACCESS-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3210-ACCESS-ONE-HISTORY - LIST ONE HISTORY RECORD OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3210-ACCESS-ONE-HISTORY.
           IF TH-CUSTOMER-ID = W-CURRENT-ID
              ADD 1 TO W-SECTION-COUNT
              MOVE W-RECORD-NUMBER       TO W-HSL-NUMBER
              MOVE TH-TRANSACTION-DATE   TO W-HSL-DATE
              MOVE TH-TRANSACTION-AMOUNT TO W-HSL-AMOUNT
              MOVE TH-CURRENCY-CODE      TO W-HSL-CURRENCY
              MOVE TH-COMMENT            TO W-HSL-COMMENT
              MOVE W-HISTORY-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF
           PERFORM 2920-READ-HISTORY
               THRU 2920-READ-HISTORY-EXIT.

       3210-ACCESS-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-ACCESS-ARCHIVE - LIST THE CUSTOMER'S ARCHIVED HISTORY;
      * THE ARCHIVE IS IN CUSTOMER-ID ORDER UP TO ITS TRAILER, SO THE
      * PASS STOPS AT THE TRAILER OR ONCE BEYOND THE CUSTOMER
      *----------------------------------------------------------------
       3300-ACCESS-ARCHIVE.
           MOVE W-FILE-ARCHIN TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT ARCHIVE-IN.
           IF ARCHIVE-IN-STATUS = 35
              MOVE ZERO TO ARCHIVE-IN-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3300-ACCESS-ARCHIVE-EXIT
           END-IF.
           IF ARCHIVE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ARCHIVE-IN='
                      ARCHIVE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2930-READ-ARCHIVE
               THRU 2930-READ-ARCHIVE-EXIT
           PERFORM 3310-ACCESS-ONE-ARCHIVE
               THRU 3310-ACCESS-ONE-ARCHIVE-EXIT
               UNTIL INPUT-EOF
                  OR AR-TRAILER-ID = 'TRAILR'
                  OR AR-CUSTOMER-ID > W-CURRENT-ID
           CLOSE ARCHIVE-IN
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3300-ACCESS-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-ACCESS-ONE-ARCHIVE - LIST ONE ARCHIVED RECORD OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3310-ACCESS-ONE-ARCHIVE.
           IF AR-CUSTOMER-ID = W-CURRENT-ID
              ADD 1 TO W-SECTION-COUNT
              MOVE W-RECORD-NUMBER       TO W-HSL-NUMBER
              MOVE AR-TRANSACTION-DATE   TO W-HSL-DATE
              MOVE AR-TRANSACTION-AMOUNT TO W-HSL-AMOUNT
              MOVE AR-CURRENCY-CODE      TO W-HSL-CURRENCY
              MOVE AR-COMMENT            TO W-HSL-COMMENT
              MOVE W-HISTORY-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF
           PERFORM 2930-READ-ARCHIVE
               THRU 2930-READ-ARCHIVE-EXIT.

       3310-ACCESS-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ACCESS-REJECT - LIST THE CUSTOMER'S REJECT-FILE RECORDS
      * (THE FILE IS NOT ONE ASCENDING RUN, SO IT IS PASSED IN FULL)
      *----------------------------------------------------------------
       3400-ACCESS-REJECT.
           MOVE W-FILE-REJFILE TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS = 35
              MOVE ZERO TO REJECT-FILE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3400-ACCESS-REJECT-EXIT
           END-IF.
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2940-READ-REJECT
               THRU 2940-READ-REJECT-EXIT
           PERFORM 3410-ACCESS-ONE-REJECT
               THRU 3410-ACCESS-ONE-REJECT-EXIT
               UNTIL INPUT-EOF
           CLOSE REJECT-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3400-ACCESS-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3410-ACCESS-ONE-REJECT - LIST ONE REJECT OF THE CUSTOMER
      * (THE HEADER IS PASSED OVER) AND READ THE NEXT
      *----------------------------------------------------------------
       3410-ACCESS-ONE-REJECT.
           IF RHD-ID NOT = 'HEADER'
              AND REJ-CUSTOMER-IMAGE (1:6) = W-CURRENT-ID
              MOVE REJ-CUSTOMER-IMAGE TO W-CUSTOMER-IMAGE
              MOVE REJ-RECYCLE-COUNT  TO W-EDIT-NUMBER
              MOVE SPACES TO W-RCL-TEXT
              STRING 'REASON '         DELIMITED BY SIZE
                     REJ-REASON-CODE   DELIMITED BY SIZE
                     '  RECYCLED '     DELIMITED BY SIZE
                     W-EDIT-NUMBER     DELIMITED BY SIZE
                  INTO W-RCL-TEXT
              END-STRING
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              PERFORM 7200-LIST-CUSTOMER-IMAGE
                  THRU 7200-LIST-CUSTOMER-IMAGE-EXIT
           END-IF
           PERFORM 2940-READ-REJECT
               THRU 2940-READ-REJECT-EXIT.

       3410-ACCESS-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-ACCESS-RESUBMIT - LIST THE CUSTOMER'S RESUBMIT-FILE
      * RECORDS
      *----------------------------------------------------------------
       3500-ACCESS-RESUBMIT.
           MOVE W-FILE-RESUBF TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT RESUBMIT-FILE.
           IF RESUBMIT-FILE-STATUS = 35
              MOVE ZERO TO RESUBMIT-FILE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3500-ACCESS-RESUBMIT-EXIT
           END-IF.
           IF RESUBMIT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RESUBMIT-FILE='
                      RESUBMIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2950-READ-RESUBMIT
               THRU 2950-READ-RESUBMIT-EXIT
           PERFORM 3510-ACCESS-ONE-RESUBMIT
               THRU 3510-ACCESS-ONE-RESUBMIT-EXIT
               UNTIL INPUT-EOF
           CLOSE RESUBMIT-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3500-ACCESS-RESUBMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3510-ACCESS-ONE-RESUBMIT - LIST ONE RESUBMIT RECORD OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3510-ACCESS-ONE-RESUBMIT.
           IF RSB-CUSTOMER-IMAGE (1:6) = W-CURRENT-ID
              MOVE RSB-CUSTOMER-IMAGE TO W-CUSTOMER-IMAGE
              MOVE RSB-RECYCLE-COUNT  TO W-EDIT-NUMBER
              MOVE SPACES TO W-RCL-TEXT
              STRING 'RECYCLED '       DELIMITED BY SIZE
                     W-EDIT-NUMBER     DELIMITED BY SIZE
                  INTO W-RCL-TEXT
              END-STRING
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              PERFORM 7200-LIST-CUSTOMER-IMAGE
                  THRU 7200-LIST-CUSTOMER-IMAGE-EXIT
           END-IF
           PERFORM 2950-READ-RESUBMIT
               THRU 2950-READ-RESUBMIT-EXIT.

       3510-ACCESS-ONE-RESUBMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-ACCESS-MASTER-REJECT - LIST THE CUSTOMER'S
      * MASTER-REJECT-FILE RECORDS
      *----------------------------------------------------------------
       3600-ACCESS-MASTER-REJECT.
           MOVE W-FILE-MSTREJ TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT MASTER-REJECT-FILE.
           IF MASTER-REJECT-FILE-STATUS = 35
              MOVE ZERO TO MASTER-REJECT-FILE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3600-ACCESS-MASTER-REJECT-EXIT
           END-IF.
           IF MASTER-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MASTER-REJECT-FILE='
                      MASTER-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2960-READ-MASTER-REJECT
               THRU 2960-READ-MASTER-REJECT-EXIT
           PERFORM 3610-ACCESS-ONE-MASTER-REJECT
               THRU 3610-ACCESS-ONE-MASTER-REJECT-EXIT
               UNTIL INPUT-EOF
           CLOSE MASTER-REJECT-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3600-ACCESS-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3610-ACCESS-ONE-MASTER-REJECT - LIST ONE MASTER REJECT OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3610-ACCESS-ONE-MASTER-REJECT.
           IF MREJ-MASTER-IMAGE (1:6) = W-CURRENT-ID
              MOVE MREJ-MASTER-IMAGE TO W-MASTER-IMAGE
              MOVE SPACES TO W-RCL-TEXT
              STRING 'REASON '         DELIMITED BY SIZE
                     MREJ-REASON-CODE  DELIMITED BY SIZE
                  INTO W-RCL-TEXT
              END-STRING
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              PERFORM 7100-LIST-MASTER-IMAGE
                  THRU 7100-LIST-MASTER-IMAGE-EXIT
           END-IF
           PERFORM 2960-READ-MASTER-REJECT
               THRU 2960-READ-MASTER-REJECT-EXIT.

       3610-ACCESS-ONE-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-ACCESS-PENDING - LIST THE CUSTOMER'S MAINTENANCE
      * TRANSACTIONS STILL AWAITING APPROVAL
      *----------------------------------------------------------------
       3700-ACCESS-PENDING.
           MOVE W-FILE-PENDIN TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = 35
              MOVE ZERO TO PENDING-FILE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3700-ACCESS-PENDING-EXIT
           END-IF.
           IF PENDING-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PENDING-FILE='
                      PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2970-READ-PENDING
               THRU 2970-READ-PENDING-EXIT
           PERFORM 3710-ACCESS-ONE-PENDING
               THRU 3710-ACCESS-ONE-PENDING-EXIT
               UNTIL INPUT-EOF
           CLOSE PENDING-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3700-ACCESS-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3710-ACCESS-ONE-PENDING - LIST ONE PENDING TRANSACTION OF THE
      * CUSTOMER (ONLY THE FIELDS IT CARRIES) AND READ THE NEXT; A
      * STATUS CHANGE OR MERGE CARRIES ITS NEW STATUS AND DATE OR THE
      * RETIRED ID IN THE NAME FIELD, LISTED AS SUCH
      *----------------------------------------------------------------
       3710-ACCESS-ONE-PENDING.
           IF PD-CUSTOMER-ID NOT = W-CURRENT-ID
              GO TO 3710-ACCESS-ONE-PENDING-READ
           END-IF
           MOVE PD-AGE-COUNT TO W-EDIT-NUMBER
           MOVE SPACES TO W-RCL-TEXT
           STRING 'ACTION '            DELIMITED BY SIZE
                  PD-ACTION            DELIMITED BY SIZE
                  ' CONTACT ACTION '   DELIMITED BY SIZE
                  PD-CONTACT-ACTION    DELIMITED BY SIZE
                  ' KEYED BY '         DELIMITED BY SIZE
                  PD-OPERATOR-ID       DELIMITED BY SIZE
                  ' AGE '              DELIMITED BY SIZE
                  W-EDIT-NUMBER        DELIMITED BY SIZE
               INTO W-RCL-TEXT
           END-STRING
           PERFORM 7030-WRITE-RECORD-LINE
               THRU 7030-WRITE-RECORD-LINE-EXIT
           EVALUATE TRUE
               WHEN PD-ACTION = 'S'
                  MOVE 'NEW STATUS'        TO W-FLD-LABEL
                  MOVE SPACES              TO W-FLD-VALUE
                  STRING PD-NEW-STATUS      DELIMITED BY SIZE
                         ' DATED '          DELIMITED BY SIZE
                         PD-NEW-STATUS-DATE DELIMITED BY SIZE
                      INTO W-FLD-VALUE
                  END-STRING
                  PERFORM 8200-WRITE-FIELD-LINE
                      THRU 8200-WRITE-FIELD-LINE-EXIT
               WHEN PD-ACTION = 'M'
                  MOVE 'RETIRED ID'        TO W-FLD-LABEL
                  MOVE PD-RETIRED-ID       TO W-FLD-VALUE
                  PERFORM 8200-WRITE-FIELD-LINE
                      THRU 8200-WRITE-FIELD-LINE-EXIT
               WHEN PD-CUSTOMER-NAME NOT = SPACES
                  MOVE 'NAME'              TO W-FLD-LABEL
                  MOVE PD-CUSTOMER-NAME    TO W-FLD-VALUE
                  PERFORM 8200-WRITE-FIELD-LINE
                      THRU 8200-WRITE-FIELD-LINE-EXIT
           END-EVALUATE
           IF PD-CUSTOMER-ADDRESS NOT = SPACES
              MOVE 'ADDRESS'           TO W-FLD-LABEL
              MOVE PD-CUSTOMER-ADDRESS TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           IF PD-CUSTOMER-PHONE NOT = SPACES
              MOVE 'PHONE'             TO W-FLD-LABEL
              MOVE PD-CUSTOMER-PHONE   TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           IF PD-CONTACT-VALUE NOT = SPACES
              MOVE 'CONTACT'           TO W-FLD-LABEL
              MOVE SPACES              TO W-FLD-VALUE
              STRING PD-CONTACT-TYPE   DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     PD-CONTACT-VALUE  DELIMITED BY SIZE
                  INTO W-FLD-VALUE
              END-STRING
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           IF PD-OLD-CONTACT-VALUE NOT = SPACES
              MOVE 'OLD CONTACT'       TO W-FLD-LABEL
              MOVE SPACES              TO W-FLD-VALUE
              STRING PD-CONTACT-TYPE   DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     PD-OLD-CONTACT-VALUE DELIMITED BY SIZE
                  INTO W-FLD-VALUE
              END-STRING
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF.

       3710-ACCESS-ONE-PENDING-READ.
           PERFORM 2970-READ-PENDING
               THRU 2970-READ-PENDING-EXIT.

       3710-ACCESS-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-ACCESS-E-NOTIFY - LIST THE CUSTOMER'S E-NOTIFICATION
      * RECORDS
      *----------------------------------------------------------------
       3800-ACCESS-E-NOTIFY.
           MOVE W-FILE-ENOTIF TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT E-NOTIFY-FILE.
           IF E-NOTIFY-FILE-STATUS = 35
              MOVE ZERO TO E-NOTIFY-FILE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3800-ACCESS-E-NOTIFY-EXIT
           END-IF.
           IF E-NOTIFY-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING E-NOTIFY-FILE='
                      E-NOTIFY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2980-READ-E-NOTIFY
               THRU 2980-READ-E-NOTIFY-EXIT
           PERFORM 3810-ACCESS-ONE-E-NOTIFY
               THRU 3810-ACCESS-ONE-E-NOTIFY-EXIT
               UNTIL INPUT-EOF
           CLOSE E-NOTIFY-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3800-ACCESS-E-NOTIFY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3810-ACCESS-ONE-E-NOTIFY - LIST ONE E-NOTIFICATION OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3810-ACCESS-ONE-E-NOTIFY.
           IF EN-CUSTOMER-ID = W-CURRENT-ID
              MOVE EN-TRANSACTION-COUNT TO W-EDIT-COUNT
              MOVE SPACES TO W-RCL-TEXT
              STRING 'TRANSACTIONS '   DELIMITED BY SIZE
                     W-EDIT-COUNT      DELIMITED BY SIZE
                  INTO W-RCL-TEXT
              END-STRING
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              MOVE 'EMAIL'             TO W-FLD-LABEL
              MOVE EN-EMAIL-ADDRESS    TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           PERFORM 2980-READ-E-NOTIFY
               THRU 2980-READ-E-NOTIFY-EXIT.

       3810-ACCESS-ONE-E-NOTIFY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-ACCESS-PAPER-FALLBACK - LIST THE CUSTOMER'S LINES ON THE
      * PAPER-FALLBACK LIST
      *----------------------------------------------------------------
       3900-ACCESS-PAPER-FALLBACK.
           MOVE W-FILE-PAPERF TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT PAPER-FALLBACK-FILE.
           IF PAPER-FALLBACK-STATUS = 35
              MOVE ZERO TO PAPER-FALLBACK-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3900-ACCESS-PAPER-FALLBACK-EXIT
           END-IF.
           IF PAPER-FALLBACK-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PAPER-FALLBACK-FILE='
                      PAPER-FALLBACK-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2990-READ-PAPER-FALLBACK
               THRU 2990-READ-PAPER-FALLBACK-EXIT
           PERFORM 3910-ACCESS-ONE-PAPER
               THRU 3910-ACCESS-ONE-PAPER-EXIT
               UNTIL INPUT-EOF
           CLOSE PAPER-FALLBACK-FILE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3900-ACCESS-PAPER-FALLBACK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3910-ACCESS-ONE-PAPER - LIST ONE PAPER-FALLBACK LINE OF THE
      * CUSTOMER AND READ THE NEXT
      *----------------------------------------------------------------
       3910-ACCESS-ONE-PAPER.
           IF PF-CUSTOMER-ID = W-CURRENT-ID
              MOVE PF-REASON-TEXT TO W-RCL-TEXT
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
              MOVE 'NAME'             TO W-FLD-LABEL
              MOVE PF-CUSTOMER-NAME   TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           PERFORM 2990-READ-PAPER-FALLBACK
               THRU 2990-READ-PAPER-FALLBACK-EXIT.

       3910-ACCESS-ONE-PAPER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3950-ACCESS-STATEMENT-ARCHIVE - LIST THE CUSTOMER'S ARCHIVED
      * STATEMENTS, ONE LINE PER STATEMENT; THE ARCHIVE IS KEYED BY
      * CUSTOMER-ID, SO ONLY THE CUSTOMER'S OWN RECORDS ARE READ
      *----------------------------------------------------------------
       3950-ACCESS-STATEMENT-ARCHIVE.
           MOVE W-FILE-STMTARC TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT STATEMENT-ARCHIVE.
           IF STATEMENT-ARCHIVE-STATUS = 35
              MOVE ZERO TO STATEMENT-ARCHIVE-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3950-ACCESS-STATEMENT-ARCHIVE-EXIT
           END-IF.
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           MOVE W-CURRENT-ID TO W-FIND-ID
           PERFORM 2996-START-STATEMENT-ARCHIVE
               THRU 2996-START-STATEMENT-ARCHIVE-EXIT
           PERFORM 3960-ACCESS-ONE-STATEMENT
               THRU 3960-ACCESS-ONE-STATEMENT-EXIT
               UNTIL INPUT-EOF
                  OR SA-CUSTOMER-ID NOT = W-CURRENT-ID
           CLOSE STATEMENT-ARCHIVE
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3950-ACCESS-STATEMENT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3960-ACCESS-ONE-STATEMENT - LIST ONE ARCHIVED STATEMENT FROM
      * ITS STATEMENT RECORD (LINE ZERO) AND READ THE NEXT; THE
      * PRINT LINES THEMSELVES ARE REPRINTED ON REQUEST BY TCOBWSRP
      *----------------------------------------------------------------
       3960-ACCESS-ONE-STATEMENT.
           IF SA-LINE-NUMBER = ZERO
              MOVE SA-BUSINESS-DATE TO W-STX-BUSINESS-DATE
              MOVE SA-RUN-NUMBER    TO W-STX-RUN-NUMBER
              MOVE SA-RUN-KIND      TO W-STX-RUN-KIND
              MOVE SAH-PAGE-COUNT   TO W-STX-PAGE-COUNT
              MOVE SAH-LINE-COUNT   TO W-STX-LINE-COUNT
              MOVE W-STATEMENT-TEXT TO W-RCL-TEXT
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
           END-IF
           PERFORM 2995-READ-STATEMENT-ARCHIVE
               THRU 2995-READ-STATEMENT-ARCHIVE-EXIT.

       3960-ACCESS-ONE-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3970-ACCESS-STATEMENT-OFFLOAD - LIST THE CUSTOMER'S STATEMENTS
      * MOVED OFF THE ARCHIVE TO THE STATEMENT OFFLOAD, ONE LINE PER
      * STATEMENT
      *----------------------------------------------------------------
       3970-ACCESS-STATEMENT-OFFLOAD.
           MOVE W-FILE-STMTXIN TO W-F
           PERFORM 7000-START-SECTION
               THRU 7000-START-SECTION-EXIT
           OPEN INPUT STATEMENT-OFFLOAD.
           IF STATEMENT-OFFLOAD-STATUS = 35
              MOVE ZERO TO STATEMENT-OFFLOAD-STATUS
              PERFORM 7010-WRITE-NOT-PRESENT
                  THRU 7010-WRITE-NOT-PRESENT-EXIT
              GO TO 3970-ACCESS-STATEMENT-OFFLOAD-EXIT
           END-IF.
           IF STATEMENT-OFFLOAD-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-OFFLOAD='
                      STATEMENT-OFFLOAD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2997-READ-STATEMENT-OFFLOAD
               THRU 2997-READ-STATEMENT-OFFLOAD-EXIT
           PERFORM 3980-ACCESS-ONE-OFFLOAD
               THRU 3980-ACCESS-ONE-OFFLOAD-EXIT
               UNTIL INPUT-EOF
           CLOSE STATEMENT-OFFLOAD
           PERFORM 7020-END-SECTION
               THRU 7020-END-SECTION-EXIT.

       3970-ACCESS-STATEMENT-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3980-ACCESS-ONE-OFFLOAD - LIST ONE OFFLOADED STATEMENT OF THE
      * CUSTOMER FROM ITS STATEMENT RECORD (LINE ZERO) AND READ THE
      * NEXT; THE TRAILER CARRIES NO CUSTOMER-ID AND IS PASSED OVER
      *----------------------------------------------------------------
       3980-ACCESS-ONE-OFFLOAD.
           IF SXT-TRAILER-ID NOT = W-OFFLOAD-TRAILER-ID
              AND SX-CUSTOMER-ID = W-CURRENT-ID
              AND SX-LINE-NUMBER = ZERO
              MOVE SX-BUSINESS-DATE TO W-STX-BUSINESS-DATE
              MOVE SX-RUN-NUMBER    TO W-STX-RUN-NUMBER
              MOVE SX-RUN-KIND      TO W-STX-RUN-KIND
              MOVE SXH-PAGE-COUNT   TO W-STX-PAGE-COUNT
              MOVE SXH-LINE-COUNT   TO W-STX-LINE-COUNT
              MOVE W-STATEMENT-TEXT TO W-RCL-TEXT
              PERFORM 7030-WRITE-RECORD-LINE
                  THRU 7030-WRITE-RECORD-LINE-EXIT
           END-IF
           PERFORM 2997-READ-STATEMENT-OFFLOAD
               THRU 2997-READ-STATEMENT-OFFLOAD-EXIT.

       3980-ACCESS-ONE-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CONFIRM-MASTER - PASS CUSTOMER-MASTER (AS WRITTEN BY THE
      * TCOBWMNT RUN THAT APPLIED THE ERASE TRANSACTIONS) AND CONFIRM
      * EVERY REQUESTED CUSTOMER STILL ON IT HOLDS NO NAME, ADDRESS,
      * PHONE OR CONTACT VALUE; A CONFIRMED MASTER IS AUDITED, ONE
      * STILL HOLDING PERSONAL DATA FAILS THE RUN
      *----------------------------------------------------------------
       5000-CONFIRM-MASTER.
           MOVE W-FILE-CUSTMAST TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT
           PERFORM 5010-CONFIRM-ONE-MASTER
               THRU 5010-CONFIRM-ONE-MASTER-EXIT
               UNTIL INPUT-EOF
           CLOSE CUSTOMER-MASTER
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F)

           COMPUTE W-NOT-ON-MASTER-COUNT =
                   W-REQUEST-COUNT - W-FT-HELD-COUNT (W-F).

       5000-CONFIRM-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5010-CONFIRM-ONE-MASTER - CHECK ONE MASTER RECORD AGAINST THE
      * REQUESTS AND READ THE NEXT
      *----------------------------------------------------------------
       5010-CONFIRM-ONE-MASTER.
           MOVE CUSTOMER-MASTER-RECORD (1:6) TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF NOT REQUEST-FOUND
              GO TO 5010-CONFIRM-ONE-MASTER-READ
           END-IF
           ADD 1 TO W-FT-HELD-COUNT (W-F)
           MOVE CUSTOMER-MASTER-RECORD TO W-MASTER-IMAGE

           MOVE 'N' TO W-DATA-REMAINS-SWITCH
           MOVE 3   TO W-FIELD-COUNT
           IF W-MI-NAME NOT = W-ERASURE-MARK
              OR W-MI-ADDRESS NOT = W-ERASURE-MARK
              OR W-MI-PHONE NOT = W-ERASURE-MARK
              SET PERSONAL-DATA-REMAINS TO TRUE
           END-IF
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > MAX-CONTACTS-PER-RECORD
               IF W-MI-CONTACT-VALUE (W-K) NOT = SPACES
                  ADD 1 TO W-FIELD-COUNT
                  IF W-MI-CONTACT-VALUE (W-K) NOT = W-ERASURE-MARK
                     SET PERSONAL-DATA-REMAINS TO TRUE
                  END-IF
               END-IF
           END-PERFORM

           IF PERSONAL-DATA-REMAINS
              MOVE W-RQ-CUSTOMER-ID (W-R) TO W-RQL-CUSTOMER-ID
              MOVE 'MASTER STILL HOLDS PERSONAL DATA'
                                             TO W-RQL-DISPOSITION
              MOVE W-REQUEST-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 5010-CONFIRM-ONE-MASTER-READ
           END-IF

           ADD 1 TO W-MASTER-CONFIRMED-COUNT
           MOVE 'NAME/ADDR/PHONE/CONTACT' TO W-FIELD-LIST
           PERFORM 7500-WRITE-AUDIT-RECORD
               THRU 7500-WRITE-AUDIT-RECORD-EXIT.

       5010-CONFIRM-ONE-MASTER-READ.
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT.

       5010-CONFIRM-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-ERASE-REJECT - COPY REJECT-FILE TO ITS ERASED
      * REPLACEMENT, HEADER INCLUDED, ERASING EVERY REJECT OF A
      * REQUESTED CUSTOMER
      *----------------------------------------------------------------
       5100-ERASE-REJECT.
           MOVE W-FILE-REJFILE TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS = 35
              MOVE ZERO TO REJECT-FILE-STATUS
              GO TO 5100-ERASE-REJECT-EXIT
           END-IF.
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT REJECT-OUT.
           IF REJECT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-OUT='
                      REJECT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2940-READ-REJECT
               THRU 2940-READ-REJECT-EXIT
           PERFORM 5110-ERASE-ONE-REJECT
               THRU 5110-ERASE-ONE-REJECT-EXIT
               UNTIL INPUT-EOF
           CLOSE REJECT-FILE
           CLOSE REJECT-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5100-ERASE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5110-ERASE-ONE-REJECT - ERASE ONE REJECT WHEN IT BELONGS TO A
      * REQUESTED CUSTOMER, COPY IT AND READ THE NEXT
      *----------------------------------------------------------------
       5110-ERASE-ONE-REJECT.
           IF RHD-ID NOT = 'HEADER'
              MOVE REJ-CUSTOMER-IMAGE (1:6) TO W-FIND-ID
              PERFORM 2800-FIND-REQUEST
                  THRU 2800-FIND-REQUEST-EXIT
              IF REQUEST-FOUND
                 MOVE REJ-CUSTOMER-IMAGE TO W-CUSTOMER-IMAGE
                 PERFORM 7400-ERASE-CUSTOMER-IMAGE
                     THRU 7400-ERASE-CUSTOMER-IMAGE-EXIT
                 MOVE W-CUSTOMER-IMAGE TO REJ-CUSTOMER-IMAGE
                 ADD 1 TO W-FT-HELD-COUNT (W-F)
                 PERFORM 7500-WRITE-AUDIT-RECORD
                     THRU 7500-WRITE-AUDIT-RECORD-EXIT
              END-IF
           END-IF

           WRITE REJECT-OUT-RECORD FROM REJECT-RECORD
           IF REJECT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REJECT-OUT='
                      REJECT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2940-READ-REJECT
               THRU 2940-READ-REJECT-EXIT.

       5110-ERASE-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-ERASE-RESUBMIT - COPY RESUBMIT-FILE TO ITS ERASED
      * REPLACEMENT, ERASING EVERY RECORD OF A REQUESTED CUSTOMER
      *----------------------------------------------------------------
       5200-ERASE-RESUBMIT.
           MOVE W-FILE-RESUBF TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT RESUBMIT-FILE.
           IF RESUBMIT-FILE-STATUS = 35
              MOVE ZERO TO RESUBMIT-FILE-STATUS
              GO TO 5200-ERASE-RESUBMIT-EXIT
           END-IF.
           IF RESUBMIT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RESUBMIT-FILE='
                      RESUBMIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RESUBMIT-OUT.
           IF RESUBMIT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RESUBMIT-OUT='
                      RESUBMIT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2950-READ-RESUBMIT
               THRU 2950-READ-RESUBMIT-EXIT
           PERFORM 5210-ERASE-ONE-RESUBMIT
               THRU 5210-ERASE-ONE-RESUBMIT-EXIT
               UNTIL INPUT-EOF
           CLOSE RESUBMIT-FILE
           CLOSE RESUBMIT-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5200-ERASE-RESUBMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5210-ERASE-ONE-RESUBMIT - ERASE ONE RESUBMIT RECORD WHEN IT
      * BELONGS TO A REQUESTED CUSTOMER, COPY IT AND READ THE NEXT
      *----------------------------------------------------------------
       5210-ERASE-ONE-RESUBMIT.
           MOVE RSB-CUSTOMER-IMAGE (1:6) TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE RSB-CUSTOMER-IMAGE TO W-CUSTOMER-IMAGE
              PERFORM 7400-ERASE-CUSTOMER-IMAGE
                  THRU 7400-ERASE-CUSTOMER-IMAGE-EXIT
              MOVE W-CUSTOMER-IMAGE TO RSB-CUSTOMER-IMAGE
              ADD 1 TO W-FT-HELD-COUNT (W-F)
              PERFORM 7500-WRITE-AUDIT-RECORD
                  THRU 7500-WRITE-AUDIT-RECORD-EXIT
           END-IF

           WRITE RESUBMIT-OUT-RECORD FROM RESUBMIT-RECORD
           IF RESUBMIT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO RESUBMIT-OUT='
                      RESUBMIT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2950-READ-RESUBMIT
               THRU 2950-READ-RESUBMIT-EXIT.

       5210-ERASE-ONE-RESUBMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-ERASE-MASTER-REJECT - COPY MASTER-REJECT-FILE TO ITS
      * ERASED REPLACEMENT, ERASING EVERY RECORD OF A REQUESTED
      * CUSTOMER
      *----------------------------------------------------------------
       5300-ERASE-MASTER-REJECT.
           MOVE W-FILE-MSTREJ TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT MASTER-REJECT-FILE.
           IF MASTER-REJECT-FILE-STATUS = 35
              MOVE ZERO TO MASTER-REJECT-FILE-STATUS
              GO TO 5300-ERASE-MASTER-REJECT-EXIT
           END-IF.
           IF MASTER-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MASTER-REJECT-FILE='
                      MASTER-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT MASTER-REJECT-OUT.
           IF MASTER-REJECT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MASTER-REJECT-OUT='
                      MASTER-REJECT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2960-READ-MASTER-REJECT
               THRU 2960-READ-MASTER-REJECT-EXIT
           PERFORM 5310-ERASE-ONE-MASTER-REJECT
               THRU 5310-ERASE-ONE-MASTER-REJECT-EXIT
               UNTIL INPUT-EOF
           CLOSE MASTER-REJECT-FILE
           CLOSE MASTER-REJECT-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5300-ERASE-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5310-ERASE-ONE-MASTER-REJECT - ERASE ONE MASTER REJECT WHEN
      * IT BELONGS TO A REQUESTED CUSTOMER, COPY IT AND READ THE NEXT
      *----------------------------------------------------------------
       5310-ERASE-ONE-MASTER-REJECT.
           MOVE MREJ-MASTER-IMAGE (1:6) TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE MREJ-MASTER-IMAGE TO W-MASTER-IMAGE
              PERFORM 7300-ERASE-MASTER-IMAGE
                  THRU 7300-ERASE-MASTER-IMAGE-EXIT
              MOVE W-MASTER-IMAGE TO MREJ-MASTER-IMAGE
              ADD 1 TO W-FT-HELD-COUNT (W-F)
              PERFORM 7500-WRITE-AUDIT-RECORD
                  THRU 7500-WRITE-AUDIT-RECORD-EXIT
           END-IF

           WRITE MASTER-REJECT-OUT-RECORD FROM MASTER-REJECT-RECORD
           IF MASTER-REJECT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO MASTER-REJECT-OUT='
                      MASTER-REJECT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2960-READ-MASTER-REJECT
               THRU 2960-READ-MASTER-REJECT-EXIT.

       5310-ERASE-ONE-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5400-ERASE-PENDING - COPY THE MAINTENANCE PENDING FILE TO ITS
      * ERASED REPLACEMENT, ERASING EVERY PERSONAL FIELD CARRIED BY A
      * PENDING TRANSACTION OF A REQUESTED CUSTOMER
      *----------------------------------------------------------------
       5400-ERASE-PENDING.
           MOVE W-FILE-PENDIN TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = 35
              MOVE ZERO TO PENDING-FILE-STATUS
              GO TO 5400-ERASE-PENDING-EXIT
           END-IF.
           IF PENDING-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PENDING-FILE='
                      PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PENDING-OUT.
           IF PENDING-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PENDING-OUT='
                      PENDING-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2970-READ-PENDING
               THRU 2970-READ-PENDING-EXIT
           PERFORM 5410-ERASE-ONE-PENDING
               THRU 5410-ERASE-ONE-PENDING-EXIT
               UNTIL INPUT-EOF
           CLOSE PENDING-FILE
           CLOSE PENDING-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5400-ERASE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5410-ERASE-ONE-PENDING - ERASE THE NON-BLANK PERSONAL FIELDS
      * OF ONE PENDING TRANSACTION OF A REQUESTED CUSTOMER (A BLANK
      * FIELD MEANS "NO CHANGE" AND STAYS BLANK), COPY IT AND READ
      * THE NEXT. THE NAME FIELD OF A STATUS CHANGE OR MERGE HOLDS THE
      * NEW STATUS OR THE RETIRED ID, NOT A NAME, AND IS KEPT
      *----------------------------------------------------------------
       5410-ERASE-ONE-PENDING.
           MOVE PD-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE ZERO   TO W-FIELD-COUNT
              MOVE SPACES TO W-FIELD-LIST
              IF PD-CUSTOMER-NAME NOT = SPACES
                 AND PD-ACTION NOT = 'S'
                 AND PD-ACTION NOT = 'M'
                 MOVE W-ERASURE-MARK TO PD-CUSTOMER-NAME
                 ADD 1 TO W-FIELD-COUNT
              END-IF
              IF PD-CUSTOMER-ADDRESS NOT = SPACES
                 MOVE W-ERASURE-MARK TO PD-CUSTOMER-ADDRESS
                 ADD 1 TO W-FIELD-COUNT
              END-IF
              IF PD-CUSTOMER-PHONE NOT = SPACES
                 MOVE W-ERASURE-MARK TO PD-CUSTOMER-PHONE
                 ADD 1 TO W-FIELD-COUNT
              END-IF
              IF PD-CONTACT-VALUE NOT = SPACES
                 MOVE W-ERASURE-MARK TO PD-CONTACT-VALUE
                 ADD 1 TO W-FIELD-COUNT
              END-IF
              IF PD-OLD-CONTACT-VALUE NOT = SPACES
                 MOVE W-ERASURE-MARK TO PD-OLD-CONTACT-VALUE
                 ADD 1 TO W-FIELD-COUNT
              END-IF
              IF W-FIELD-COUNT > ZERO
                 MOVE 'NAME/ADDR/PHONE/CONTACT' TO W-FIELD-LIST
                 ADD 1 TO W-FT-HELD-COUNT (W-F)
                 PERFORM 7500-WRITE-AUDIT-RECORD
                     THRU 7500-WRITE-AUDIT-RECORD-EXIT
              END-IF
           END-IF

           WRITE PENDING-OUT-RECORD FROM PENDING-RECORD
           IF PENDING-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PENDING-OUT='
                      PENDING-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2970-READ-PENDING
               THRU 2970-READ-PENDING-EXIT.

       5410-ERASE-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-ERASE-E-NOTIFY - COPY E-NOTIFY-FILE TO ITS ERASED
      * REPLACEMENT, ERASING THE EMAIL ADDRESS OF A REQUESTED
      * CUSTOMER (COUNTS AND CURRENCY TOTALS ARE KEPT)
      *----------------------------------------------------------------
       5500-ERASE-E-NOTIFY.
           MOVE W-FILE-ENOTIF TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT E-NOTIFY-FILE.
           IF E-NOTIFY-FILE-STATUS = 35
              MOVE ZERO TO E-NOTIFY-FILE-STATUS
              GO TO 5500-ERASE-E-NOTIFY-EXIT
           END-IF.
           IF E-NOTIFY-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING E-NOTIFY-FILE='
                      E-NOTIFY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT E-NOTIFY-OUT.
           IF E-NOTIFY-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING E-NOTIFY-OUT='
                      E-NOTIFY-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2980-READ-E-NOTIFY
               THRU 2980-READ-E-NOTIFY-EXIT
           PERFORM 5510-ERASE-ONE-E-NOTIFY
               THRU 5510-ERASE-ONE-E-NOTIFY-EXIT
               UNTIL INPUT-EOF
           CLOSE E-NOTIFY-FILE
           CLOSE E-NOTIFY-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5500-ERASE-E-NOTIFY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5510-ERASE-ONE-E-NOTIFY - ERASE ONE E-NOTIFICATION OF A
      * REQUESTED CUSTOMER, COPY IT AND READ THE NEXT
      *----------------------------------------------------------------
       5510-ERASE-ONE-E-NOTIFY.
           MOVE EN-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE W-ERASURE-MARK TO EN-EMAIL-ADDRESS
              MOVE 1              TO W-FIELD-COUNT
              MOVE 'EMAIL ADDRESS' TO W-FIELD-LIST
              ADD 1 TO W-FT-HELD-COUNT (W-F)
              PERFORM 7500-WRITE-AUDIT-RECORD
                  THRU 7500-WRITE-AUDIT-RECORD-EXIT
           END-IF

           WRITE E-NOTIFY-OUT-RECORD FROM E-NOTIFY-RECORD
           IF E-NOTIFY-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO E-NOTIFY-OUT='
                      E-NOTIFY-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2980-READ-E-NOTIFY
               THRU 2980-READ-E-NOTIFY-EXIT.

       5510-ERASE-ONE-E-NOTIFY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5600-ERASE-PAPER-FALLBACK - COPY THE PAPER-FALLBACK LIST TO
      * ITS ERASED REPLACEMENT, ERASING THE NAME OF A REQUESTED
      * CUSTOMER
      *----------------------------------------------------------------
       5600-ERASE-PAPER-FALLBACK.
           MOVE W-FILE-PAPERF TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT PAPER-FALLBACK-FILE.
           IF PAPER-FALLBACK-STATUS = 35
              MOVE ZERO TO PAPER-FALLBACK-STATUS
              GO TO 5600-ERASE-PAPER-FALLBACK-EXIT
           END-IF.
           IF PAPER-FALLBACK-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PAPER-FALLBACK-FILE='
                      PAPER-FALLBACK-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PAPER-FALLBACK-OUT.
           IF PAPER-FALLBACK-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PAPER-FALLBACK-OUT='
                      PAPER-FALLBACK-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2990-READ-PAPER-FALLBACK
               THRU 2990-READ-PAPER-FALLBACK-EXIT
           PERFORM 5610-ERASE-ONE-PAPER
               THRU 5610-ERASE-ONE-PAPER-EXIT
               UNTIL INPUT-EOF
           CLOSE PAPER-FALLBACK-FILE
           CLOSE PAPER-FALLBACK-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5600-ERASE-PAPER-FALLBACK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5610-ERASE-ONE-PAPER - ERASE ONE PAPER-FALLBACK LINE OF A
      * REQUESTED CUSTOMER, COPY IT AND READ THE NEXT
      *----------------------------------------------------------------
       5610-ERASE-ONE-PAPER.
           MOVE PF-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE W-ERASURE-MARK TO PF-CUSTOMER-NAME
              MOVE 1              TO W-FIELD-COUNT
              MOVE 'NAME'         TO W-FIELD-LIST
              ADD 1 TO W-FT-HELD-COUNT (W-F)
              PERFORM 7500-WRITE-AUDIT-RECORD
                  THRU 7500-WRITE-AUDIT-RECORD-EXIT
           END-IF

           WRITE PAPER-FALLBACK-OUT-RECORD FROM PAPER-FALLBACK-RECORD
           IF PAPER-FALLBACK-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PAPER-FALLBACK-OUT='
                      PAPER-FALLBACK-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2990-READ-PAPER-FALLBACK
               THRU 2990-READ-PAPER-FALLBACK-EXIT.

       5610-ERASE-ONE-PAPER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5700-ERASE-STATEMENT-ARCHIVE - ERASE, IN PLACE, THE NAME,
      * ADDRESS AND PHONE ON EVERY ARCHIVED STATEMENT LINE OF EACH
      * REQUESTED CUSTOMER. THE ARCHIVE IS KEYED, SO IT IS UPDATED
      * RATHER THAN COPIED AND HAS NO READ/WRITTEN PROOF
      *----------------------------------------------------------------
       5700-ERASE-STATEMENT-ARCHIVE.
           MOVE W-FILE-STMTARC TO W-F
           OPEN I-O STATEMENT-ARCHIVE.
           IF STATEMENT-ARCHIVE-STATUS = 35
              MOVE ZERO TO STATEMENT-ARCHIVE-STATUS
              GO TO 5700-ERASE-STATEMENT-ARCHIVE-EXIT
           END-IF.
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 5710-ERASE-CUSTOMER-STATEMENTS
               THRU 5710-ERASE-CUSTOMER-STATEMENTS-EXIT
               VARYING W-R FROM 1 BY 1
               UNTIL W-R > W-REQUEST-COUNT
           CLOSE STATEMENT-ARCHIVE.

       5700-ERASE-STATEMENT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5710-ERASE-CUSTOMER-STATEMENTS - PASS THE ARCHIVE RECORDS OF
      * REQUEST W-R
      *----------------------------------------------------------------
       5710-ERASE-CUSTOMER-STATEMENTS.
           MOVE W-RQ-CUSTOMER-ID (W-R) TO W-FIND-ID
           PERFORM 2996-START-STATEMENT-ARCHIVE
               THRU 2996-START-STATEMENT-ARCHIVE-EXIT
           PERFORM 5720-ERASE-ONE-STATEMENT-LINE
               THRU 5720-ERASE-ONE-STATEMENT-LINE-EXIT
               UNTIL INPUT-EOF
                  OR SA-CUSTOMER-ID NOT = W-FIND-ID.

       5710-ERASE-CUSTOMER-STATEMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5720-ERASE-ONE-STATEMENT-LINE - OVERWRITE THE PERSONAL DATA
      * POSITIONS THE ARCHIVE LINE CARRIES, REWRITE IT AND READ THE
      * NEXT; A LINE WITH NONE, OR ALREADY ERASED BY AN EARLIER RUN,
      * IS LEFT AS IT IS
      *----------------------------------------------------------------
       5720-ERASE-ONE-STATEMENT-LINE.
           ADD 1 TO W-FT-READ-COUNT (W-F)
           IF SA-ERASE-LENGTH = ZERO
              OR SA-LINE-TEXT (SA-ERASE-START:SA-ERASE-LENGTH)
                 = W-ERASURE-MARK
              GO TO 5720-ERASE-ONE-STATEMENT-LINE-READ
           END-IF

           MOVE SPACES TO SA-LINE-TEXT (SA-ERASE-START:SA-ERASE-LENGTH)
           MOVE W-ERASURE-MARK
                       TO SA-LINE-TEXT (SA-ERASE-START:SA-ERASE-LENGTH)
           REWRITE STATEMENT-ARCHIVE-RECORD
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR REWRITING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           ADD 1 TO W-FT-HELD-COUNT (W-F)
           MOVE 1 TO W-FIELD-COUNT
           EVALUATE SA-LINE-TYPE
               WHEN 'N'
                  MOVE 'NAME'    TO W-FIELD-LIST
               WHEN 'A'
                  MOVE 'ADDRESS' TO W-FIELD-LIST
               WHEN OTHER
                  MOVE 'PHONE'   TO W-FIELD-LIST
           END-EVALUATE
           PERFORM 7500-WRITE-AUDIT-RECORD
               THRU 7500-WRITE-AUDIT-RECORD-EXIT.

       5720-ERASE-ONE-STATEMENT-LINE-READ.
           PERFORM 2995-READ-STATEMENT-ARCHIVE
               THRU 2995-READ-STATEMENT-ARCHIVE-EXIT.

       5720-ERASE-ONE-STATEMENT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5800-ERASE-STATEMENT-OFFLOAD - COPY THE STATEMENT OFFLOAD TO
      * ITS ERASED REPLACEMENT, ERASING THE PERSONAL DATA POSITIONS
      * OF EVERY LINE OF A REQUESTED CUSTOMER; THE TRAILER IS COPIED
      * AS IT STANDS, AS RECORD COUNT AND ORDER DO NOT CHANGE
      *----------------------------------------------------------------
       5800-ERASE-STATEMENT-OFFLOAD.
           MOVE W-FILE-STMTXIN TO W-F
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           OPEN INPUT STATEMENT-OFFLOAD.
           IF STATEMENT-OFFLOAD-STATUS = 35
              MOVE ZERO TO STATEMENT-OFFLOAD-STATUS
              GO TO 5800-ERASE-STATEMENT-OFFLOAD-EXIT
           END-IF.
           IF STATEMENT-OFFLOAD-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-OFFLOAD='
                      STATEMENT-OFFLOAD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT STATEMENT-OFFLOAD-OUT.
           IF STATEMENT-OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-OFFLOAD-OUT='
                      STATEMENT-OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO W-FT-PRESENT-SW (W-F)

           PERFORM 2997-READ-STATEMENT-OFFLOAD
               THRU 2997-READ-STATEMENT-OFFLOAD-EXIT
           PERFORM 5810-ERASE-ONE-OFFLOAD-LINE
               THRU 5810-ERASE-ONE-OFFLOAD-LINE-EXIT
               UNTIL INPUT-EOF
           CLOSE STATEMENT-OFFLOAD
           CLOSE STATEMENT-OFFLOAD-OUT
           MOVE W-RECORD-NUMBER TO W-FT-READ-COUNT (W-F).

       5800-ERASE-STATEMENT-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5810-ERASE-ONE-OFFLOAD-LINE - ERASE ONE OFFLOADED STATEMENT
      * LINE OF A REQUESTED CUSTOMER, COPY IT AND READ THE NEXT; A
      * LINE WITH NO PERSONAL DATA, OR ALREADY ERASED, IS COPIED AS
      * IT IS
      *----------------------------------------------------------------
       5810-ERASE-ONE-OFFLOAD-LINE.
           IF SXT-TRAILER-ID = W-OFFLOAD-TRAILER-ID
              OR SX-ERASE-LENGTH = ZERO
              GO TO 5810-ERASE-ONE-OFFLOAD-LINE-WRITE
           END-IF
           IF SX-LINE-TEXT (SX-ERASE-START:SX-ERASE-LENGTH)
              = W-ERASURE-MARK
              GO TO 5810-ERASE-ONE-OFFLOAD-LINE-WRITE
           END-IF
           MOVE SX-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF NOT REQUEST-FOUND
              GO TO 5810-ERASE-ONE-OFFLOAD-LINE-WRITE
           END-IF

           MOVE SPACES TO SX-LINE-TEXT (SX-ERASE-START:SX-ERASE-LENGTH)
           MOVE W-ERASURE-MARK
                       TO SX-LINE-TEXT (SX-ERASE-START:SX-ERASE-LENGTH)
           ADD 1 TO W-FT-HELD-COUNT (W-F)
           MOVE 1 TO W-FIELD-COUNT
           EVALUATE SX-LINE-TYPE
               WHEN 'N'
                  MOVE 'NAME'    TO W-FIELD-LIST
               WHEN 'A'
                  MOVE 'ADDRESS' TO W-FIELD-LIST
               WHEN OTHER
                  MOVE 'PHONE'   TO W-FIELD-LIST
           END-EVALUATE
           PERFORM 7500-WRITE-AUDIT-RECORD
               THRU 7500-WRITE-AUDIT-RECORD-EXIT.

       5810-ERASE-ONE-OFFLOAD-LINE-WRITE.
           WRITE STATEMENT-OFFLOAD-OUT-RECORD
               FROM STATEMENT-OFFLOAD-RECORD
           IF STATEMENT-OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO STATEMENT-OFFLOAD-OUT='
                      STATEMENT-OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-FT-WRITTEN-COUNT (W-F)
           PERFORM 2997-READ-STATEMENT-OFFLOAD
               THRU 2997-READ-STATEMENT-OFFLOAD-EXIT.

       5810-ERASE-ONE-OFFLOAD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-START-SECTION - OPEN A DATASET SECTION OF THE ACCESS
      * REPORT FOR FILE W-F AND RESET ITS RECORD AND HELD COUNTS
      *----------------------------------------------------------------
       7000-START-SECTION.
           MOVE ZERO TO W-RECORD-NUMBER
           MOVE ZERO TO W-SECTION-COUNT
           MOVE 'N'  TO W-INPUT-EOF-SWITCH
           MOVE W-FN-DESCRIPTION (W-F) TO W-SEC-DESCRIPTION
           MOVE W-FN-DDNAME (W-F)      TO W-SEC-DDNAME
           MOVE W-SECTION-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       7000-START-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7010-WRITE-NOT-PRESENT - NOTE AN OPTIONAL DATASET THAT IS NOT
      * ALLOCATED
      *----------------------------------------------------------------
       7010-WRITE-NOT-PRESENT.
           MOVE 'DATASET NOT PRESENT'  TO W-NTL-TEXT
           MOVE W-NOTE-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       7010-WRITE-NOT-PRESENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7020-END-SECTION - CLOSE A DATASET SECTION WITH THE NUMBER OF
      * RECORDS HELD FOR THE CUSTOMER AND ROLL IT INTO THE TOTALS
      *----------------------------------------------------------------
       7020-END-SECTION.
           MOVE 'RECORDS HELD'         TO W-CNL-TEXT
           MOVE W-SECTION-COUNT        TO W-CNL-COUNT
           MOVE W-COUNT-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           ADD W-SECTION-COUNT TO W-FT-HELD-COUNT (W-F)
           ADD W-SECTION-COUNT TO W-RQ-RECORD-COUNT (W-R).

       7020-END-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7030-WRITE-RECORD-LINE - COUNT AND LIST ONE RECORD HELD, WITH
      * ITS RECORD NUMBER AND THE TEXT SET BY THE CALLER
      *----------------------------------------------------------------
       7030-WRITE-RECORD-LINE.
           ADD 1 TO W-SECTION-COUNT
           MOVE W-RECORD-NUMBER TO W-RCL-NUMBER
           MOVE W-RECORD-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       7030-WRITE-RECORD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-LIST-MASTER-IMAGE - LIST THE FIELDS OF A CUSTOMER-MASTER
      * IMAGE IN W-MASTER-IMAGE; EVERY NON-BLANK CONTACT SLOT IS
      * LISTED, WHATEVER THE CONTACT COUNT SAYS
      *----------------------------------------------------------------
       7100-LIST-MASTER-IMAGE.
           MOVE 'NAME'                TO W-FLD-LABEL
           MOVE W-MI-NAME             TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'ADDRESS'             TO W-FLD-LABEL
           MOVE W-MI-ADDRESS          TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'PHONE'               TO W-FLD-LABEL
           MOVE W-MI-PHONE            TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'CURRENCY'            TO W-FLD-LABEL
           MOVE W-MI-CURRENCY-CODE    TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'BILLING CYCLE'       TO W-FLD-LABEL
           MOVE W-MI-BILLING-CYCLE    TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'STATUS'              TO W-FLD-LABEL
           MOVE SPACES                TO W-FLD-VALUE
           STRING W-MI-CUSTOMER-STATUS DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  W-MI-STATUS-DATE    DELIMITED BY SIZE
               INTO W-FLD-VALUE
           END-STRING
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > MAX-CONTACTS-PER-RECORD
               IF W-MI-CONTACT-VALUE (W-K) NOT = SPACES
                  MOVE 'CONTACT'      TO W-FLD-LABEL
                  MOVE SPACES         TO W-FLD-VALUE
                  STRING W-MI-CONTACT-TYPE (W-K)  DELIMITED BY SIZE
                         ' '                      DELIMITED BY SIZE
                         W-MI-CONTACT-VALUE (W-K) DELIMITED BY SIZE
                      INTO W-FLD-VALUE
                  END-STRING
                  PERFORM 8200-WRITE-FIELD-LINE
                      THRU 8200-WRITE-FIELD-LINE-EXIT
               END-IF
           END-PERFORM.

       7100-LIST-MASTER-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-LIST-CUSTOMER-IMAGE - LIST THE FIELDS OF AN EXTRACT
      * CUSTOMER-DATA IMAGE IN W-CUSTOMER-IMAGE: PERSONAL DATA, EACH
      * CONTACT AND THE NUMBER OF TRANSACTIONS CARRIED
      *----------------------------------------------------------------
       7200-LIST-CUSTOMER-IMAGE.
           PERFORM 7210-SET-CONTACT-LIMIT
               THRU 7210-SET-CONTACT-LIMIT-EXIT
           MOVE 'NAME'                TO W-FLD-LABEL
           MOVE W-CI-NAME             TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'ADDRESS'             TO W-FLD-LABEL
           MOVE W-CI-ADDRESS          TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'PHONE'               TO W-FLD-LABEL
           MOVE W-CI-PHONE            TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'BILLING CYCLE'       TO W-FLD-LABEL
           MOVE W-CI-CYCLE            TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-CONTACT-LIMIT
               MOVE 'CONTACT'         TO W-FLD-LABEL
               MOVE SPACES            TO W-FLD-VALUE
               STRING W-CI-CONTACT-TYPE (W-K)  DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      W-CI-CONTACT-VALUE (W-K) DELIMITED BY SIZE
                   INTO W-FLD-VALUE
               END-STRING
               PERFORM 8200-WRITE-FIELD-LINE
                   THRU 8200-WRITE-FIELD-LINE-EXIT
           END-PERFORM

           COMPUTE W-TX-OFFSET = 61 + (41 * W-CONTACT-LIMIT)
           MOVE W-CUSTOMER-IMAGE (W-TX-OFFSET:4) TO W-TX-NBR-AREA
           MOVE 'TRANSACTIONS'        TO W-FLD-LABEL
           MOVE W-TX-NBR              TO W-EDIT-COUNT
           MOVE W-EDIT-COUNT          TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT.

       7200-LIST-CUSTOMER-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7210-SET-CONTACT-LIMIT - THE NUMBER OF CONTACT ENTRIES THE
      * CUSTOMER-DATA IMAGE CARRIES, HELD WITHIN THE TABLE SIZE
      *----------------------------------------------------------------
       7210-SET-CONTACT-LIMIT.
           IF W-CI-CONTACT-NBR > MAX-CONTACTS-PER-RECORD
              MOVE MAX-CONTACTS-PER-RECORD TO W-CONTACT-LIMIT
           ELSE
              MOVE W-CI-CONTACT-NBR TO W-CONTACT-LIMIT
           END-IF.

       7210-SET-CONTACT-LIMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-ERASE-MASTER-IMAGE - OVERWRITE NAME, ADDRESS, PHONE AND
      * EVERY NON-BLANK CONTACT SLOT OF THE MASTER IMAGE IN
      * W-MASTER-IMAGE; SETS W-FIELD-COUNT AND W-FIELD-LIST
      *----------------------------------------------------------------
       7300-ERASE-MASTER-IMAGE.
           MOVE W-ERASURE-MARK TO W-MI-NAME
           MOVE W-ERASURE-MARK TO W-MI-ADDRESS
           MOVE W-ERASURE-MARK TO W-MI-PHONE
           MOVE 3 TO W-FIELD-COUNT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > MAX-CONTACTS-PER-RECORD
               IF W-MI-CONTACT-VALUE (W-K) NOT = SPACES
                  MOVE W-ERASURE-MARK TO W-MI-CONTACT-VALUE (W-K)
                  ADD 1 TO W-FIELD-COUNT
               END-IF
           END-PERFORM
           MOVE 'NAME/ADDR/PHONE/CONTACT' TO W-FIELD-LIST.

       7300-ERASE-MASTER-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7400-ERASE-CUSTOMER-IMAGE - OVERWRITE NAME, ADDRESS, PHONE AND
      * THE VALUE OF EACH CONTACT CARRIED BY THE CUSTOMER-DATA IMAGE
      * IN W-CUSTOMER-IMAGE; THE TRANSACTIONS THAT FOLLOW THE
      * CONTACTS ARE NOT TOUCHED. SETS W-FIELD-COUNT AND W-FIELD-LIST
      *----------------------------------------------------------------
       7400-ERASE-CUSTOMER-IMAGE.
           PERFORM 7210-SET-CONTACT-LIMIT
               THRU 7210-SET-CONTACT-LIMIT-EXIT
           MOVE W-ERASURE-MARK TO W-CI-NAME
           MOVE W-ERASURE-MARK TO W-CI-ADDRESS
           MOVE W-ERASURE-MARK TO W-CI-PHONE
           MOVE 3 TO W-FIELD-COUNT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-CONTACT-LIMIT
               MOVE W-ERASURE-MARK TO W-CI-CONTACT-VALUE (W-K)
               ADD 1 TO W-FIELD-COUNT
           END-PERFORM
           MOVE 'NAME/ADDR/PHONE/CONTACT' TO W-FIELD-LIST.

       7400-ERASE-CUSTOMER-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-WRITE-AUDIT-RECORD - RECORD ONE ERASURE (OR MASTER
      * CONFIRMATION) OF FILE W-F, RECORD W-RECORD-NUMBER, FOR
      * REQUEST W-R ON THE AUDIT FILE AND THE REPORT
      *----------------------------------------------------------------
       7500-WRITE-AUDIT-RECORD.
           MOVE SPACES                 TO ERASURE-AUDIT-RECORD
           MOVE W-RUN-BUSINESS-DATE    TO EA-BUSINESS-DATE
           MOVE W-RUN-NUMBER           TO EA-RUN-NUMBER
           MOVE W-RQ-CUSTOMER-ID (W-R) TO EA-CUSTOMER-ID
           MOVE W-FN-DDNAME (W-F)      TO EA-FILE-NAME
           MOVE W-RECORD-NUMBER        TO EA-RECORD-NUMBER
           MOVE W-FIELD-LIST           TO EA-FIELD-LIST
           MOVE W-FIELD-COUNT          TO EA-FIELD-COUNT
           MOVE W-RQ-MAKER-ID (W-R)    TO EA-MAKER-ID
           MOVE W-RQ-CHECKER-ID (W-R)  TO EA-CHECKER-ID
           WRITE ERASURE-AUDIT-RECORD
           IF ERASURE-AUDIT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ERASURE-AUDIT-FILE='
                      ERASURE-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-AUDIT-WRITTEN-COUNT
           ADD 1 TO W-RQ-RECORD-COUNT (W-R)

           MOVE W-RQ-CUSTOMER-ID (W-R) TO W-ERL-CUSTOMER-ID
           MOVE W-FN-DDNAME (W-F)      TO W-ERL-DDNAME
           MOVE W-RECORD-NUMBER        TO W-ERL-NUMBER
           MOVE W-FIELD-COUNT          TO W-ERL-FIELD-COUNT
           IF W-F = W-FILE-CUSTMAST
              MOVE 'CONFIRMED ERASED ON MASTER' TO W-ERL-TEXT
           ELSE
              MOVE W-FIELD-LIST                 TO W-ERL-TEXT
           END-IF
           MOVE W-ERASE-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       7500-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE REQUEST COUNTS
      * AND THE PER-DATASET FIGURES; AN ERASURE RUN ALSO PROVES EACH
      * COPY RECORD FOR RECORD
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'REQUESTS READ'              TO W-SUM-TEXT
           MOVE W-REQUEST-READ-COUNT         TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REQUESTS SKIPPED OR REFUSED' TO W-SUM-TEXT
           MOVE W-REQUEST-SKIPPED-COUNT      TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS PROCESSED'        TO W-SUM-TEXT
           MOVE W-REQUEST-COUNT              TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT

           IF ERASURE-RUN
              MOVE 'MASTERS CONFIRMED ERASED'   TO W-SUM-TEXT
              MOVE W-MASTER-CONFIRMED-COUNT     TO W-SUM-COUNT
              PERFORM 8300-WRITE-SUMMARY-LINE
                  THRU 8300-WRITE-SUMMARY-LINE-EXIT
              MOVE 'CUSTOMERS NOT ON MASTER'    TO W-SUM-TEXT
              MOVE W-NOT-ON-MASTER-COUNT        TO W-SUM-COUNT
              PERFORM 8300-WRITE-SUMMARY-LINE
                  THRU 8300-WRITE-SUMMARY-LINE-EXIT
              MOVE 'AUDIT RECORDS WRITTEN'      TO W-SUM-TEXT
              MOVE W-AUDIT-WRITTEN-COUNT        TO W-SUM-COUNT
              PERFORM 8300-WRITE-SUMMARY-LINE
                  THRU 8300-WRITE-SUMMARY-LINE-EXIT
           END-IF

           MOVE W-BLANK-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           PERFORM 8050-WRITE-FILE-FIGURES
               THRU 8050-WRITE-FILE-FIGURES-EXIT
               VARYING W-F FROM 1 BY 1
               UNTIL W-F > W-FILE-COUNT

           IF W-REQUEST-SKIPPED-COUNT > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           IF COPY-NOT-PROVED
              MOVE 8 TO RETURN-CODE
           END-IF

           IF ERASURE-RUN
              MOVE W-BLANK-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              IF RETURN-CODE > 4
                 MOVE 'ERASURE INCOMPLETE - SEE ABOVE' TO W-STA-TEXT
              ELSE
                 MOVE 'ERASURE COMPLETE, ALL COPIES PROVED'
                                                   TO W-STA-TEXT
              END-IF
              MOVE W-STATUS-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8050-WRITE-FILE-FIGURES - ONE LINE PER DATASET: RECORDS HELD
      * FOR THE REQUESTED CUSTOMERS (ACCESS) OR RECORDS READ, ERASED
      * AND WRITTEN (ERASURE, COPIED DATASETS ONLY), WHERE READ MUST
      * EQUAL WRITTEN; THE STATEMENT ARCHIVE, ERASED IN PLACE, SHOWS
      * THE LINES ERASED
      *----------------------------------------------------------------
       8050-WRITE-FILE-FIGURES.
           IF ERASURE-RUN
              AND (W-F = W-FILE-CUSTMAST
                   OR W-F = W-FILE-TRANHIST
                   OR W-F = W-FILE-ARCHIN)
              GO TO 8050-WRITE-FILE-FIGURES-EXIT
           END-IF

           IF W-FT-PRESENT-SW (W-F) NOT = 'Y'
              MOVE W-FN-DDNAME (W-F)   TO W-FST-DDNAME
              MOVE 'NOT PRESENT'       TO W-FST-TEXT
              MOVE W-FILE-STATE-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              GO TO 8050-WRITE-FILE-FIGURES-EXIT
           END-IF

           IF ERASURE-RUN
              AND W-F = W-FILE-STMTARC
              MOVE 'STMTARC LINES ERASED IN PLACE' TO W-SUM-TEXT
              MOVE W-FT-HELD-COUNT (W-F) TO W-SUM-COUNT
              PERFORM 8300-WRITE-SUMMARY-LINE
                  THRU 8300-WRITE-SUMMARY-LINE-EXIT
              GO TO 8050-WRITE-FILE-FIGURES-EXIT
           END-IF

           IF ACCESS-RUN
              MOVE W-FN-DDNAME (W-F)     TO W-SUM-TEXT
              MOVE W-FT-HELD-COUNT (W-F) TO W-SUM-COUNT
              PERFORM 8300-WRITE-SUMMARY-LINE
                  THRU 8300-WRITE-SUMMARY-LINE-EXIT
              GO TO 8050-WRITE-FILE-FIGURES-EXIT
           END-IF

           MOVE W-FN-DDNAME (W-F)        TO W-FSL-DDNAME
           MOVE W-FT-READ-COUNT (W-F)    TO W-FSL-READ
           MOVE W-FT-HELD-COUNT (W-F)    TO W-FSL-ERASED
           MOVE W-FT-WRITTEN-COUNT (W-F) TO W-FSL-WRITTEN
           MOVE W-FILE-SUMMARY-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           IF W-FT-READ-COUNT (W-F) NOT = W-FT-WRITTEN-COUNT (W-F)
              SET COPY-NOT-PROVED TO TRUE
              MOVE W-FN-DDNAME (W-F)   TO W-FST-DDNAME
              MOVE 'COPY NOT PROVED - RECORDS READ NOT EQUAL WRITTEN'
                                       TO W-FST-TEXT
              MOVE W-FILE-STATE-LINE TO SUBJECT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF.

       8050-WRITE-FILE-FIGURES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * SUBJECT-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE SUBJECT-REPORT-RECORD
           IF SUBJECT-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO SUBJECT-REPORT='
                      SUBJECT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-WRITE-SKIPPED-REQUEST - LIST A REQUEST PASSED OVER WITH
      * THE DISPOSITION SET BY THE CALLER
      *----------------------------------------------------------------
       8150-WRITE-SKIPPED-REQUEST.
           ADD 1 TO W-REQUEST-SKIPPED-COUNT
           MOVE W-REQUEST-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8150-WRITE-SKIPPED-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-FIELD-LINE - WRITE ONE LABELLED FIELD LINE
      *----------------------------------------------------------------
       8200-WRITE-FIELD-LINE.
           MOVE W-FIELD-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-FIELD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8300-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO SUBJECT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8300-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE REQUEST-FILE.
           CLOSE SUBJECT-REPORT.
           IF ERASURE-RUN
              CLOSE ERASURE-AUDIT-FILE
           END-IF.

           GOBACK.

       END PROGRAM TCOBWDSR.
