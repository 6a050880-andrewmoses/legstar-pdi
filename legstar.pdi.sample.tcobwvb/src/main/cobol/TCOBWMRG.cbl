       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWMRG.
      * ----------------------------------------------------------------
      * DUPLICATE-CUSTOMER MERGE APPLY RUN
      * ----------------------------------------------------------------
      * APPLIES THE CUSTOMER MERGES APPROVED IN TCOBWMNT. EACH RECORD
      * OF THE MERGE FILE NAMES A SURVIVING AND A RETIRED CUSTOMER-ID
      * WITH THE OPERATOR WHO KEYED THE MERGE AND THE SECOND OPERATOR
      * WHO APPROVED IT. RUN AS THE STEP AFTER TCOBWMNT, AGAINST THE
      * NEW MASTER TCOBWMNT HAS JUST WRITTEN:
      *   - CUSTOMER-MASTER: THE RETIRED CUSTOMER'S CONTACT ENTRIES
      *     ARE ADDED TO THE SURVIVOR (AN ENTRY THE SURVIVOR ALREADY
      *     HOLDS IS NOT REPEATED, AND ONE THAT WILL NOT FIT IN THE
      *     FIVE-ENTRY CONTACT GROUP IS LISTED AND DROPPED) AND THE
      *     RETIRED CUSTOMER IS DROPPED FROM THE NEW MASTER.
      *   - TRANSACTION-HISTORY AND ITS ARCHIVE: EVERY RECORD OF THE
      *     RETIRED ID IS RE-KEYED TO THE SURVIVING ID AND THE FILE IS
      *     PUT BACK INTO CUSTOMER-ID SEQUENCE (RECORDS KEEP THEIR
      *     RELATIVE ORDER WITHIN A CUSTOMER). THE ARCHIVE IS FIRST
      *     PROVED AGAINST ITS TRAILER AS IN TCOBWARC - AN ARCHIVE
      *     THAT DOES NOT PROVE ENDS RC 8 BEFORE ANYTHING IS WRITTEN -
      *     AND THE NEW ARCHIVE IS CLOSED WITH A FRESH TRAILER THAT
      *     MUST AGREE WITH THE OLD ONE, SINCE A RE-KEY MOVES NO
      *     RECORD AND NO AMOUNT.
      *   - CROSS-REFERENCE FILE: ONE RECORD PER RETIRED ID NAMING
      *     ITS SURVIVOR, WITH BUSINESS DATE, RUN, MAKER AND CHECKER,
      *     KEPT IN RETIRED-ID SEQUENCE. TCOBWACC READS IT TO REDIRECT
      *     FEED RECORDS STILL ARRIVING UNDER A RETIRED ID. AN EARLIER
      *     ENTRY POINTING AT A CUSTOMER RETIRED TONIGHT IS RE-POINTED
      *     AT TONIGHT'S SURVIVOR SO REDIRECTION NEVER CHAINS.
      *   - BALANCE MASTER (TCOBWBFW): PROVED FIRST LIKE THE ARCHIVE
      *     (HEADER, CUSTOMER-ID/CURRENCY SEQUENCE, TRAILER COUNT AND
      *     CLOSING TOTAL). A RETIRED CUSTOMER'S BALANCES ARE RE-KEYED
      *     TO THE SURVIVOR AND EACH IS COMBINED WITH THE SURVIVOR'S
      *     BALANCE IN THE SAME CURRENCY (OPENING, PERIOD ACTIVITY,
      *     LAST-RUN ACTIVITY AND CLOSING ARE ADDED). THE NEW MASTER
      *     KEEPS THE OLD HEADER AND IS CLOSED WITH A FRESH TRAILER
      *     WHOSE CLOSING TOTAL MUST AGREE WITH THE OLD ONE; ITS COUNT
      *     IS THE OLD COUNT LESS THE BALANCES COMBINED. NO PRIOR
      *     BALANCE MASTER GIVES AN EMPTY NEW ONE.
      * A MERGE IS REFUSED, LISTED AND LEFT UNAPPLIED WHEN EITHER ID
      * IS NOT ON THE MASTER, THE IDS ARE THE SAME, IT LACKS TWO
      * DIFFERENT OPERATORS, THE RETIRED ID IS ALREADY BEING MERGED,
      * OR IT CHAINS WITH ANOTHER MERGE IN THE SAME RUN (KEY THE
      * SECOND MERGE NEXT CYCLE).
      *
      * RC 4 FLAGS A REFUSED MERGE OR A CONTACT NOT CARRIED; RC 8 A
      * PRIOR ARCHIVE OR BALANCE MASTER, OR A RE-KEYED FILE, THAT
      * DOES NOT PROVE; RC 12 NO RUN CONTROL; RC 16 AN I/O OR SORT
      * ERROR.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER; THE SURVIVING
      *                  CUSTOMER KEEPS ITS OWN STATUS.
      * 2026-10-15 AM    A READ ERROR PROVING THE PRIOR ARCHIVE ENDS
      *                  RC 16; NEW CROSS-REFERENCE ENTRIES ORDERED
      *                  WITHOUT NESTED SUBSCRIPTS.
      * 2026-10-15 AM    CARRY THE BALANCE MASTER, COMBINING A RETIRED
      *                  CUSTOMER'S BALANCES INTO THE SURVIVOR'S, WITH
      *                  A TRAILER PROOF; A PRIOR ARCHIVE WITH NO
      *                  RECORDS IS TAKEN AS NO ARCHIVE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT MERGE-FILE
           ASSIGN TO MRGIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MERGE-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT NEW-MASTER
           ASSIGN TO NEWMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NEW-MASTER-STATUS.

           SELECT TRANSACTION-HISTORY
           ASSIGN TO TRANHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSACTION-HISTORY-STATUS.

           SELECT CURRENT-OUT
           ASSIGN TO TRANHNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CURRENT-OUT-STATUS.

           SELECT ARCHIVE-IN
           ASSIGN TO ARCHIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-IN-STATUS.

           SELECT ARCHIVE-OUT
           ASSIGN TO ARCHOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-OUT-STATUS.

           SELECT XREF-IN
           ASSIGN TO XREFIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XREF-IN-STATUS.

           SELECT XREF-OUT
           ASSIGN TO XREFOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XREF-OUT-STATUS.

           SELECT BALANCE-IN
           ASSIGN TO BALMSTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BALANCE-IN-STATUS.

           SELECT BALANCE-OUT
           ASSIGN TO BALMSTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BALANCE-OUT-STATUS.

           SELECT MERGE-REPORT
           ASSIGN TO MRGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MERGE-REPORT-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO SORTWK01.

           SELECT SORT-BALANCE-FILE
           ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       FD  MERGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-RECORD.
           05 MG-SURVIVING-ID         PIC X(6).
           05 MG-RETIRED-ID           PIC X(6).
           05 MG-MAKER-ID             PIC X(8).
           05 MG-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(52).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID          PIC 9(6).
           05 CM-CUSTOMER-NAME        PIC X(20).
           05 CM-CUSTOMER-ADDRESS     PIC X(20).
           05 CM-CUSTOMER-PHONE       PIC X(8).
           05 CM-CUSTOMER-CURRENCY-CODE PIC X(3).
           05 CM-BILLING-CYCLE        PIC X(2).
           05 CM-CUSTOMER-STATUS      PIC X(1).
           05 CM-STATUS-DATE          PIC X(8).
           05 CM-CONTACT-COUNT        PIC 9(1).
           05 CM-CONTACTS OCCURS 0 TO 5 TIMES
              DEPENDING ON CM-CONTACT-COUNT.
              10 CM-CONTACT-TYPE      PIC X(1).
              10 CM-CONTACT-VALUE     PIC X(40).

       FD  NEW-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05 NM-CUSTOMER-ID          PIC 9(6).
           05 NM-CUSTOMER-NAME        PIC X(20).
           05 NM-CUSTOMER-ADDRESS     PIC X(20).
           05 NM-CUSTOMER-PHONE       PIC X(8).
           05 NM-CUSTOMER-CURRENCY-CODE PIC X(3).
           05 NM-BILLING-CYCLE        PIC X(2).
           05 NM-CUSTOMER-STATUS      PIC X(1).
           05 NM-STATUS-DATE          PIC X(8).
           05 NM-CONTACT-COUNT        PIC 9(1).
           05 NM-CONTACTS OCCURS 0 TO 5 TIMES
              DEPENDING ON NM-CONTACT-COUNT.
              10 NM-CONTACT-TYPE      PIC X(1).
              10 NM-CONTACT-VALUE     PIC X(40).
       01  NEW-MASTER-IMAGE           PIC X(274).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  TRANSACTION-HISTORY-RECORD.
           05 TH-CUSTOMER-ID          PIC 9(6).
           05 TH-TRANSACTION-DATE     PIC X(8).
           05 TH-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 TH-CURRENCY-CODE        PIC X(3).
           05 TH-COMMENT              PIC X(9).

       FD  CURRENT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  CURRENT-OUT-RECORD.
           05 CO-CUSTOMER-ID          PIC 9(6).
           05 CO-TRANSACTION-DATE     PIC X(8).
           05 CO-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 CO-CURRENCY-CODE        PIC X(3).
           05 CO-COMMENT              PIC X(9).

       FD  ARCHIVE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  ARCHIVE-IN-RECORD.
           05 ARI-CUSTOMER-ID         PIC 9(6).
           05 ARI-TRANSACTION-DATE    PIC X(8).
           05 ARI-TRANSACTION-AMOUNT  PIC S9(13)V99.
           05 ARI-CURRENCY-CODE       PIC X(3).
           05 ARI-COMMENT             PIC X(9).
       01  ARCHIVE-IN-TRAILER.
           05 ARI-TRAILER-ID          PIC X(6).
           05 ARI-TRAILER-COUNT       PIC 9(9).
           05 ARI-TRAILER-AMOUNT      PIC S9(15)V99.
           05 FILLER                  PIC X(9).

       FD  ARCHIVE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  ARCHIVE-OUT-RECORD.
           05 ARO-CUSTOMER-ID         PIC 9(6).
           05 ARO-TRANSACTION-DATE    PIC X(8).
           05 ARO-TRANSACTION-AMOUNT  PIC S9(13)V99.
           05 ARO-CURRENCY-CODE       PIC X(3).
           05 ARO-COMMENT             PIC X(9).
       01  ARCHIVE-OUT-TRAILER.
           05 ARO-TRAILER-ID          PIC X(6).
           05 ARO-TRAILER-COUNT       PIC 9(9).
           05 ARO-TRAILER-AMOUNT      PIC S9(15)V99.
           05 FILLER                  PIC X(9).

       FD  XREF-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-IN-RECORD.
           05 XRI-RETIRED-ID          PIC X(6).
           05 XRI-SURVIVING-ID        PIC X(6).
           05 XRI-BUSINESS-DATE       PIC X(8).
           05 XRI-RUN-NUMBER          PIC 9(4).
           05 XRI-MAKER-ID            PIC X(8).
           05 XRI-CHECKER-ID          PIC X(8).
           05 FILLER                  PIC X(40).

       FD  XREF-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-OUT-RECORD.
           05 XRO-RETIRED-ID          PIC X(6).
           05 XRO-SURVIVING-ID        PIC X(6).
           05 XRO-BUSINESS-DATE       PIC X(8).
           05 XRO-RUN-NUMBER          PIC 9(4).
           05 XRO-MAKER-ID            PIC X(8).
           05 XRO-CHECKER-ID          PIC X(8).
           05 FILLER                  PIC X(40).

       FD  BALANCE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-IN-RECORD.
           05 BFI-CUSTOMER-ID         PIC 9(6).
           05 BFI-CURRENCY-CODE       PIC X(3).
           05 BFI-OPENING-BALANCE     PIC S9(15)V99.
           05 BFI-PERIOD-ACTIVITY     PIC S9(15)V99.
           05 BFI-LAST-RUN-ACTIVITY   PIC S9(15)V99.
           05 BFI-CLOSING-BALANCE     PIC S9(15)V99.
           05 FILLER                  PIC X(3).
       01  BALANCE-IN-HEADER.
           05 BFI-HEADER-ID           PIC X(6).
           05 FILLER                  PIC X(74).
       01  BALANCE-IN-TRAILER.
           05 BFI-TRAILER-ID          PIC X(6).
           05 BFI-TRAILER-COUNT       PIC 9(9).
           05 BFI-TRAILER-AMOUNT      PIC S9(15)V99.
           05 FILLER                  PIC X(48).

       FD  BALANCE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-OUT-RECORD.
           05 BFO-CUSTOMER-ID         PIC 9(6).
           05 BFO-CURRENCY-CODE       PIC X(3).
           05 BFO-OPENING-BALANCE     PIC S9(15)V99.
           05 BFO-PERIOD-ACTIVITY     PIC S9(15)V99.
           05 BFO-LAST-RUN-ACTIVITY   PIC S9(15)V99.
           05 BFO-CLOSING-BALANCE     PIC S9(15)V99.
           05 FILLER                  PIC X(3).
       01  BALANCE-OUT-HEADER         PIC X(80).
       01  BALANCE-OUT-TRAILER.
           05 BFO-TRAILER-ID          PIC X(6).
           05 BFO-TRAILER-COUNT       PIC 9(9).
           05 BFO-TRAILER-AMOUNT      PIC S9(15)V99.
           05 FILLER                  PIC X(48).

       FD  MERGE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-REPORT-RECORD        PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CUSTOMER-ID          PIC 9(6).
           05 SW-TRANSACTION-DATE     PIC X(8).
           05 SW-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 SW-CURRENCY-CODE        PIC X(3).
           05 SW-COMMENT              PIC X(9).

       SD  SORT-BALANCE-FILE.
       01  SORT-BALANCE-RECORD.
           05 SB-CUSTOMER-ID          PIC 9(6).
           05 SB-CURRENCY-CODE        PIC X(3).
           05 SB-OPENING-BALANCE      PIC S9(15)V99.
           05 SB-PERIOD-ACTIVITY      PIC S9(15)V99.
           05 SB-LAST-RUN-ACTIVITY    PIC S9(15)V99.
           05 SB-CLOSING-BALANCE      PIC S9(15)V99.
           05 FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-E                        PIC 9(4) COMP.
       01  W-F                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  W-O                        PIC 9(4) COMP.
       01  W-PRIOR-SLOT               PIC 9(4) COMP.
       01  W-PRIOR-MERGE              PIC 9(4) COMP.
       01  RUN-CONTROL-STATUS         PIC 9(2).
       01  MERGE-FILE-STATUS          PIC 9(2).
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  NEW-MASTER-STATUS          PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  CURRENT-OUT-STATUS         PIC 9(2).
       01  ARCHIVE-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  ARCHIVE-OUT-STATUS         PIC 9(2).
       01  XREF-IN-STATUS             PIC 9(2) VALUE ZERO.
       01  XREF-OUT-STATUS            PIC 9(2).
       01  BALANCE-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  BALANCE-OUT-STATUS         PIC 9(2).
       01  MERGE-REPORT-STATUS        PIC 9(2).
       01  W-SWITCHES.
           05 W-MERGE-EOF-SWITCH      PIC X(1) VALUE 'N'.
              88 MERGE-EOF                  VALUE 'Y'.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
           05 W-HISTORY-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 HISTORY-EOF                VALUE 'Y'.
           05 W-ARCHIVE-IN-EOF-SWITCH PIC X(1) VALUE 'N'.
              88 ARCHIVE-IN-EOF             VALUE 'Y'.
           05 W-ARCHIVE-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 ARCHIVE-PRESENT            VALUE 'Y'.
           05 W-ARI-TRAILER-SEEN-SW   PIC X(1) VALUE 'N'.
              88 ARI-TRAILER-SEEN           VALUE 'Y'.
           05 W-SORT-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 SORT-EOF                   VALUE 'Y'.
           05 W-SORT-ABORT-SWITCH     PIC X(1) VALUE 'N'.
              88 SORT-ABORTED               VALUE 'Y'.
           05 W-XREF-IN-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 XREF-IN-EOF                VALUE 'Y'.
           05 W-ENTRY-FOUND-SWITCH    PIC X(1) VALUE 'N'.
              88 ENTRY-FOUND                VALUE 'Y'.
           05 W-CONTACT-HELD-SWITCH   PIC X(1) VALUE 'N'.
              88 CONTACT-HELD               VALUE 'Y'.
           05 W-OUT-OF-BALANCE-SWITCH PIC X(1) VALUE 'N'.
              88 REKEY-OUT-OF-BALANCE       VALUE 'Y'.
           05 W-ORDER-PLACED-SWITCH   PIC X(1) VALUE 'N'.
              88 ORDER-PLACED               VALUE 'Y'.
           05 W-BALANCE-IN-EOF-SWITCH PIC X(1) VALUE 'N'.
              88 BALANCE-IN-EOF             VALUE 'Y'.
           05 W-BALANCE-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 BALANCE-PRESENT            VALUE 'Y'.
           05 W-BFI-TRAILER-SEEN-SW   PIC X(1) VALUE 'N'.
              88 BFI-TRAILER-SEEN           VALUE 'Y'.
           05 W-BALANCE-HELD-SW       PIC X(1) VALUE 'N'.
              88 BALANCE-HELD               VALUE 'Y'.
       01  W-RUN-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  W-RUN-NUMBER               PIC 9(4) VALUE ZERO.
       01  W-REJECT-REASON-TEXT       PIC X(28) VALUE SPACES.
       01  W-ERASURE-MARK             PIC X(6) VALUE 'ERASED'.
       01  MAX-CONTACTS-PER-RECORD    PIC 9(1) COMP VALUE 5.
       01  MAX-MERGE-ENTRIES          PIC 9(4) COMP VALUE 50.
       01  W-MERGE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  W-MERGE-TABLE.
           05 W-MERGE-ENTRY OCCURS 50 TIMES.
              10 W-ME-SURVIVING-ID    PIC X(6).
              10 W-ME-RETIRED-ID      PIC X(6).
              10 W-ME-MAKER-ID        PIC X(8).
              10 W-ME-CHECKER-ID      PIC X(8).
              10 W-ME-STATE           PIC X(1).
                 88 ME-VALID                VALUE 'V'.
                 88 ME-REFUSED              VALUE 'R'.
                 88 ME-APPLIED              VALUE 'A'.
              10 W-ME-SURVIVOR-SW     PIC X(1).
                 88 ME-SURVIVOR-FOUND       VALUE 'Y'.
              10 W-ME-RETIRED-SW      PIC X(1).
                 88 ME-RETIRED-FOUND        VALUE 'Y'.
              10 W-ME-CONTACT-COUNT   PIC 9(1).
              10 W-ME-CONTACT OCCURS 5 TIMES.
                 15 W-ME-CONTACT-TYPE  PIC X(1).
                 15 W-ME-CONTACT-VALUE PIC X(40).
              10 W-ME-HISTORY-COUNT   PIC 9(9) COMP-3.
              10 W-ME-HISTORY-AMOUNT  PIC S9(15)V99 COMP-3.
              10 W-ME-ARCHIVE-COUNT   PIC 9(9) COMP-3.
              10 W-ME-ARCHIVE-AMOUNT  PIC S9(15)V99 COMP-3.
              10 W-ME-BALANCE-COUNT   PIC 9(9) COMP-3.
              10 W-ME-BALANCE-AMOUNT  PIC S9(15)V99 COMP-3.
       01  W-ORDER-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  W-ORDER-TABLE.
           05 W-ORDER-ENTRY OCCURS 50 TIMES PIC 9(4) COMP.
       01  W-HOLD-MASTER.
           05 W-HOLD-CUSTOMER-ID      PIC 9(6).
           05 W-HOLD-NAME             PIC X(20).
           05 W-HOLD-ADDRESS          PIC X(20).
           05 W-HOLD-PHONE            PIC X(8).
           05 W-HOLD-CURRENCY         PIC X(3).
           05 W-HOLD-CYCLE            PIC X(2).
           05 W-HOLD-STATUS           PIC X(1).
           05 W-HOLD-STATUS-DATE      PIC X(8).
           05 W-HOLD-CONTACT-COUNT    PIC 9(1).
           05 W-HOLD-CONTACT OCCURS 5 TIMES.
              10 W-HOLD-CONTACT-TYPE  PIC X(1).
              10 W-HOLD-CONTACT-VALUE PIC X(40).
       01  W-BALANCE-HEADER-HOLD      PIC X(80) VALUE SPACES.
       01  W-BALANCE-HOLD.
           05 W-BH-CUSTOMER-ID        PIC 9(6).
           05 W-BH-CURRENCY-CODE      PIC X(3).
           05 W-BH-OPENING-BALANCE    PIC S9(15)V99.
           05 W-BH-PERIOD-ACTIVITY    PIC S9(15)V99.
           05 W-BH-LAST-RUN-ACTIVITY  PIC S9(15)V99.
           05 W-BH-CLOSING-BALANCE    PIC S9(15)V99.
           05 FILLER                  PIC X(3).
       01  W-BALANCE-KEY.
           05 W-BKY-CUSTOMER-ID       PIC 9(6).
           05 W-BKY-CURRENCY-CODE     PIC X(3).
       01  W-PROVE-PRIOR-KEY          PIC X(9) VALUE LOW-VALUES.
       01  W-MERGE-COUNTS.
           05 W-MERGE-READ-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MERGE-REFUSED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MERGE-APPLIED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-WRITTEN-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-RETIRED-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CONTACT-ADDED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CONTACT-HELD-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CONTACT-LOST-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-HISTORY-REKEY-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-REKEY-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-HISTORY-OUT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-OUT-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ARCHIVE-REKEY-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-REKEY-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ARCHIVE-OUT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-OUT-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-XREF-READ-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-XREF-ADDED-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-XREF-REPOINT-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-XREF-REPLACED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-XREF-WRITTEN-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-BALANCE-REKEY-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-REKEY-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-BALANCE-COMBINED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-OUT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-OUT-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-PROVE-TOTALS.
           05 W-PROVE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PROVE-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ARI-TRAILER-COUNT     PIC 9(9) VALUE ZERO.
           05 W-ARI-TRAILER-AMOUNT    PIC S9(15)V99 VALUE ZERO.
           05 W-BAL-PROVE-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BAL-PROVE-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-BFI-TRAILER-COUNT     PIC 9(9) VALUE ZERO.
           05 W-BFI-TRAILER-AMOUNT    PIC S9(15)V99 VALUE ZERO.
       01  W-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  W-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(34)
              VALUE 'CUSTOMER MERGE APPLY RUN          '.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 W-HDG-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-HDG-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-COLUMN-LINE.
           05 FILLER                  PIC X(30)
              VALUE 'SURVIV RETIRD ITEM     DETAIL '.
           05 FILLER                  PIC X(50) VALUE SPACES.
       01  W-MERGE-LINE.
           05 W-MGL-SURVIVING-ID      PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-MGL-RETIRED-ID        PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-MGL-ITEM              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-MGL-TEXT              PIC X(57).
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(30).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-SUM-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-MERGE
               THRU 1100-LOAD-MERGE-EXIT
               UNTIL MERGE-EOF
           PERFORM 1500-PROVE-OLD-ARCHIVE
               THRU 1500-PROVE-OLD-ARCHIVE-EXIT
           PERFORM 1550-PROVE-BALANCE-IN
               THRU 1550-PROVE-BALANCE-IN-EXIT
           PERFORM 1600-SCAN-MASTER
               THRU 1600-SCAN-MASTER-EXIT
           PERFORM 2000-COPY-ONE-MASTER
               THRU 2000-COPY-ONE-MASTER-EXIT
               UNTIL MASTER-EOF
           PERFORM 3000-REKEY-HISTORY
               THRU 3000-REKEY-HISTORY-EXIT
           PERFORM 4000-REKEY-ARCHIVE
               THRU 4000-REKEY-ARCHIVE-EXIT
           PERFORM 4500-COMBINE-BALANCES
               THRU 4500-COMBINE-BALANCES-EXIT
           PERFORM 5000-MERGE-XREF
               THRU 5000-MERGE-XREF-EXIT
           PERFORM 6000-LIST-REKEY-COUNTS
               THRU 6000-LIST-REKEY-COUNTS-EXIT
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE RUN-CONTROL RECORD, OPEN FILES,
      * WRITE THE REPORT HEADING AND PRIME THE MERGE FILE READ; THE
      * PRIOR ARCHIVE, BALANCE MASTER AND CROSS-REFERENCE FILES ARE
      * OPTIONAL
      *----------------------------------------------------------------
       1000-INITIALIZE.
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

           OPEN INPUT MERGE-FILE.
           IF MERGE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MERGE-FILE='
                      MERGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT TRANSACTION-HISTORY.
           IF TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-IN.
           IF ARCHIVE-IN-STATUS = 35
              DISPLAY 'NO PRIOR ARCHIVE PRESENT, ARCHIVE WRITTEN '
                      'EMPTY'
              MOVE ZERO TO ARCHIVE-IN-STATUS
              SET ARCHIVE-IN-EOF TO TRUE
           ELSE
              IF ARCHIVE-IN-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING ARCHIVE-IN='
                         ARCHIVE-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              SET ARCHIVE-PRESENT TO TRUE
           END-IF.

           OPEN INPUT BALANCE-IN.
           IF BALANCE-IN-STATUS = 35
              DISPLAY 'NO PRIOR BALANCE MASTER PRESENT, BALANCE '
                      'MASTER WRITTEN EMPTY'
              MOVE ZERO TO BALANCE-IN-STATUS
              SET BALANCE-IN-EOF TO TRUE
           ELSE
              IF BALANCE-IN-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING BALANCE-IN='
                         BALANCE-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              SET BALANCE-PRESENT TO TRUE
           END-IF.

           OPEN INPUT XREF-IN.
           IF XREF-IN-STATUS = 35
              DISPLAY 'NO PRIOR CROSS-REFERENCE FILE PRESENT'
              MOVE ZERO TO XREF-IN-STATUS
              SET XREF-IN-EOF TO TRUE
           ELSE
              IF XREF-IN-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING XREF-IN='
                         XREF-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT MERGE-REPORT.
           IF MERGE-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MERGE-REPORT='
                      MERGE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-RUN-BUSINESS-DATE TO W-HDG-BUSINESS-DATE
           MOVE W-RUN-NUMBER        TO W-HDG-RUN-NUMBER
           MOVE W-HEADING-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-COLUMN-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2900-READ-MERGE
               THRU 2900-READ-MERGE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-MERGE - VALIDATE ONE APPROVED MERGE AND ADD IT TO
      * THE TABLE. A MERGE WITH A NON-NUMERIC ID, THE SAME ID TWICE,
      * NO SECOND OPERATOR, A RETIRED ID ALREADY BEING MERGED, OR ONE
      * THAT CHAINS WITH AN EARLIER MERGE OF THIS RUN IS REFUSED; A
      * MERGE BEYOND THE TABLE IS LISTED AND LEFT FOR THE NEXT RUN
      *----------------------------------------------------------------
       1100-LOAD-MERGE.
           ADD 1 TO W-MERGE-READ-COUNT

           IF W-MERGE-COUNT NOT < MAX-MERGE-ENTRIES
              ADD 1 TO W-MERGE-REFUSED-COUNT
              MOVE SPACES           TO W-MERGE-LINE
              MOVE MG-SURVIVING-ID  TO W-MGL-SURVIVING-ID
              MOVE MG-RETIRED-ID    TO W-MGL-RETIRED-ID
              MOVE 'REFUSED'        TO W-MGL-ITEM
              MOVE 'MERGE TABLE FULL - KEY AGAIN NEXT RUN'
                                    TO W-MGL-TEXT
              PERFORM 8150-WRITE-MERGE-LINE
                  THRU 8150-WRITE-MERGE-LINE-EXIT
              GO TO 1100-LOAD-MERGE-READ
           END-IF

           ADD 1 TO W-MERGE-COUNT
           MOVE W-MERGE-COUNT   TO W-E
           MOVE MG-SURVIVING-ID TO W-ME-SURVIVING-ID (W-E)
           MOVE MG-RETIRED-ID   TO W-ME-RETIRED-ID (W-E)
           MOVE MG-MAKER-ID     TO W-ME-MAKER-ID (W-E)
           MOVE MG-CHECKER-ID   TO W-ME-CHECKER-ID (W-E)
           MOVE 'V'             TO W-ME-STATE (W-E)
           MOVE 'N'             TO W-ME-SURVIVOR-SW (W-E)
           MOVE 'N'             TO W-ME-RETIRED-SW (W-E)
           MOVE ZERO            TO W-ME-CONTACT-COUNT (W-E)
           MOVE ZERO            TO W-ME-HISTORY-COUNT (W-E)
           MOVE ZERO            TO W-ME-HISTORY-AMOUNT (W-E)
           MOVE ZERO            TO W-ME-ARCHIVE-COUNT (W-E)
           MOVE ZERO            TO W-ME-ARCHIVE-AMOUNT (W-E)
           MOVE ZERO            TO W-ME-BALANCE-COUNT (W-E)
           MOVE ZERO            TO W-ME-BALANCE-AMOUNT (W-E)

           IF MG-SURVIVING-ID IS NOT NUMERIC
              OR MG-RETIRED-ID IS NOT NUMERIC
              MOVE 'CUSTOMER-ID NOT NUMERIC' TO W-REJECT-REASON-TEXT
              PERFORM 8300-REFUSE-MERGE
                  THRU 8300-REFUSE-MERGE-EXIT
              GO TO 1100-LOAD-MERGE-READ
           END-IF

           IF MG-SURVIVING-ID = MG-RETIRED-ID
              MOVE 'RETIRED ID SAME AS SURVIVOR'
                                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-REFUSE-MERGE
                  THRU 8300-REFUSE-MERGE-EXIT
              GO TO 1100-LOAD-MERGE-READ
           END-IF

           IF MG-MAKER-ID = SPACES
              OR MG-CHECKER-ID = SPACES
              OR MG-MAKER-ID = MG-CHECKER-ID
              MOVE 'NOT APPROVED BY 2ND OPERATOR'
                                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-REFUSE-MERGE
                  THRU 8300-REFUSE-MERGE-EXIT
              GO TO 1100-LOAD-MERGE-READ
           END-IF

           PERFORM VARYING W-F FROM 1 BY 1
                   UNTIL W-F NOT < W-E
                      OR ME-REFUSED (W-E)
               IF ME-VALID (W-F)
                  IF W-ME-RETIRED-ID (W-F) = MG-RETIRED-ID
                     MOVE 'RETIRED ID ALREADY MERGED'
                                             TO W-REJECT-REASON-TEXT
                     PERFORM 8300-REFUSE-MERGE
                         THRU 8300-REFUSE-MERGE-EXIT
                  ELSE
                     IF W-ME-SURVIVING-ID (W-F) = MG-RETIRED-ID
                        OR W-ME-RETIRED-ID (W-F) = MG-SURVIVING-ID
                        MOVE 'CHAINED MERGE IN ONE RUN'
                                             TO W-REJECT-REASON-TEXT
                        PERFORM 8300-REFUSE-MERGE
                            THRU 8300-REFUSE-MERGE-EXIT
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       1100-LOAD-MERGE-READ.
           PERFORM 2900-READ-MERGE
               THRU 2900-READ-MERGE-EXIT.

       1100-LOAD-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-PROVE-OLD-ARCHIVE - FIRST PASS OVER THE EXISTING
      * ARCHIVE: PROVE ITS TRAILER COUNT AND AMOUNT AGAINST THE
      * DETAIL ACTUALLY READ, THEN REOPEN IT FOR THE RE-KEY PASS. AN
      * ARCHIVE THAT DOES NOT PROVE ENDS RC 8 BEFORE ANYTHING IS
      * WRITTEN; AN ALLOCATED BUT ZERO-RECORD ARCHIVE IS TAKEN AS NO
      * PRIOR ARCHIVE, AS IN TCOBWARC
      *----------------------------------------------------------------
       1500-PROVE-OLD-ARCHIVE.
           IF NOT ARCHIVE-PRESENT
              GO TO 1500-PROVE-OLD-ARCHIVE-EXIT
           END-IF

           PERFORM 2930-READ-ARCHIVE-IN
               THRU 2930-READ-ARCHIVE-IN-EXIT
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF ARCHIVE-IN-EOF
              DISPLAY 'PRIOR ARCHIVE EMPTY, ARCHIVE WRITTEN EMPTY'
              MOVE 'N' TO W-ARCHIVE-PRESENT-SW
              GO TO 1500-PROVE-OLD-ARCHIVE-EXIT
           END-IF

           PERFORM 1510-PROVE-ONE-RECORD
               THRU 1510-PROVE-ONE-RECORD-EXIT
               UNTIL ARCHIVE-IN-EOF
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF NOT ARI-TRAILER-SEEN
              DISPLAY 'PRIOR ARCHIVE HAS NO USABLE TRAILER, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-ARI-TRAILER-COUNT NOT = W-PROVE-COUNT
              OR W-ARI-TRAILER-AMOUNT NOT = W-PROVE-AMOUNT
              DISPLAY 'PRIOR ARCHIVE OUT OF BALANCE WITH ITS '
                      'TRAILER, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           CLOSE ARCHIVE-IN
           OPEN INPUT ARCHIVE-IN
           IF ARCHIVE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING ARCHIVE-IN='
                      ARCHIVE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-ARCHIVE-IN-EOF-SWITCH.

       1500-PROVE-OLD-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-PROVE-ONE-RECORD - TALLY ONE PRIOR-ARCHIVE RECORD FOR
      * THE BALANCE PROOF; THE TRAILER'S TOTALS ARE CAPTURED WHEN
      * THEY ARE NUMERIC
      *----------------------------------------------------------------
       1510-PROVE-ONE-RECORD.
           IF ARI-TRAILER-ID = 'TRAILR'
              IF ARI-TRAILER-COUNT IS NUMERIC
                 AND ARI-TRAILER-AMOUNT IS NUMERIC
                 SET ARI-TRAILER-SEEN TO TRUE
                 MOVE ARI-TRAILER-COUNT  TO W-ARI-TRAILER-COUNT
                 MOVE ARI-TRAILER-AMOUNT TO W-ARI-TRAILER-AMOUNT
              END-IF
           ELSE
              ADD 1 TO W-PROVE-COUNT
              IF ARI-TRANSACTION-AMOUNT IS NUMERIC
                 ADD ARI-TRANSACTION-AMOUNT TO W-PROVE-AMOUNT
              END-IF
           END-IF
           PERFORM 2930-READ-ARCHIVE-IN
               THRU 2930-READ-ARCHIVE-IN-EXIT.

       1510-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-PROVE-BALANCE-IN - FIRST PASS OVER THE OLD BALANCE
      * MASTER, AS TCOBWBFW PROVES IT: KEEP THE HEADER, CHECK
      * CUSTOMER-ID/CURRENCY SEQUENCE AND PROVE THE TRAILER COUNT
      * AND CLOSING TOTAL AGAINST THE DETAIL READ, THEN REOPEN IT
      * PAST THE HEADER. A MASTER THAT DOES NOT PROVE ENDS RC 8
      * BEFORE ANYTHING IS WRITTEN; A ZERO-RECORD MASTER IS TAKEN AS
      * NO PRIOR MASTER
      *----------------------------------------------------------------
       1550-PROVE-BALANCE-IN.
           IF NOT BALANCE-PRESENT
              GO TO 1550-PROVE-BALANCE-IN-EXIT
           END-IF

           PERFORM 2950-READ-BALANCE-IN
               THRU 2950-READ-BALANCE-IN-EXIT
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF BALANCE-IN-EOF
              DISPLAY 'PRIOR BALANCE MASTER EMPTY, BALANCE MASTER '
                      'WRITTEN EMPTY'
              MOVE 'N' TO W-BALANCE-PRESENT-SW
              GO TO 1550-PROVE-BALANCE-IN-EXIT
           END-IF

           IF BFI-HEADER-ID NOT = 'HEADER'
              DISPLAY 'BALANCE MASTER HAS NO HEADER RECORD, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE BALANCE-IN-HEADER TO W-BALANCE-HEADER-HOLD

           PERFORM 2950-READ-BALANCE-IN
               THRU 2950-READ-BALANCE-IN-EXIT
           PERFORM 1560-PROVE-ONE-BALANCE
               THRU 1560-PROVE-ONE-BALANCE-EXIT
               UNTIL BALANCE-IN-EOF
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF NOT BFI-TRAILER-SEEN
              DISPLAY 'BALANCE MASTER HAS NO USABLE TRAILER, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-BFI-TRAILER-COUNT NOT = W-BAL-PROVE-COUNT
              OR W-BFI-TRAILER-AMOUNT NOT = W-BAL-PROVE-AMOUNT
              DISPLAY 'BALANCE MASTER OUT OF BALANCE WITH ITS '
                      'TRAILER, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           CLOSE BALANCE-IN
           OPEN INPUT BALANCE-IN
           IF BALANCE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING BALANCE-IN='
                      BALANCE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-BALANCE-IN-EOF-SWITCH
           PERFORM 2950-READ-BALANCE-IN
               THRU 2950-READ-BALANCE-IN-EXIT
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1550-PROVE-BALANCE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1560-PROVE-ONE-BALANCE - TALLY ONE OLD BALANCE RECORD FOR THE
      * TRAILER PROOF AND CHECK IT FOLLOWS ITS PREDECESSOR IN
      * CUSTOMER-ID/CURRENCY ORDER; THE TRAILER'S TOTALS ARE
      * CAPTURED WHEN THEY ARE NUMERIC
      *----------------------------------------------------------------
       1560-PROVE-ONE-BALANCE.
           IF BFI-TRAILER-ID = 'TRAILR'
              IF BFI-TRAILER-COUNT IS NUMERIC
                 AND BFI-TRAILER-AMOUNT IS NUMERIC
                 SET BFI-TRAILER-SEEN TO TRUE
                 MOVE BFI-TRAILER-COUNT  TO W-BFI-TRAILER-COUNT
                 MOVE BFI-TRAILER-AMOUNT TO W-BFI-TRAILER-AMOUNT
              END-IF
           ELSE
              MOVE BFI-CUSTOMER-ID   TO W-BKY-CUSTOMER-ID
              MOVE BFI-CURRENCY-CODE TO W-BKY-CURRENCY-CODE
              IF W-BALANCE-KEY NOT > W-PROVE-PRIOR-KEY
                 DISPLAY 'BALANCE MASTER OUT OF SEQUENCE AT '
                         W-BALANCE-KEY ', RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE W-BALANCE-KEY TO W-PROVE-PRIOR-KEY
              ADD 1 TO W-BAL-PROVE-COUNT
              IF BFI-CLOSING-BALANCE IS NUMERIC
                 ADD BFI-CLOSING-BALANCE TO W-BAL-PROVE-AMOUNT
              END-IF
           END-IF
           PERFORM 2950-READ-BALANCE-IN
               THRU 2950-READ-BALANCE-IN-EXIT.

       1560-PROVE-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-SCAN-MASTER - FIRST PASS OVER THE MASTER: NOTE WHICH
      * SURVIVING AND RETIRED IDS ARE PRESENT AND CAPTURE EACH
      * RETIRED CUSTOMER'S CONTACT ENTRIES (THE RETIRED CUSTOMER MAY
      * COME BEFORE OR AFTER ITS SURVIVOR), THEN CONFIRM EVERY MERGE
      * AND REOPEN THE MASTER FOR THE COPY PASS
      *----------------------------------------------------------------
       1600-SCAN-MASTER.
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT
           PERFORM 1610-SCAN-ONE-MASTER
               THRU 1610-SCAN-ONE-MASTER-EXIT
               UNTIL MASTER-EOF

           PERFORM 1650-CONFIRM-MERGE
               THRU 1650-CONFIRM-MERGE-EXIT
               VARYING W-E FROM 1 BY 1
               UNTIL W-E > W-MERGE-COUNT

           CLOSE CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT NEW-MASTER
           IF NEW-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING NEW-MASTER='
                      NEW-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-MASTER-EOF-SWITCH
           MOVE ZERO TO W-MASTER-READ-COUNT
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT.

       1600-SCAN-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1610-SCAN-ONE-MASTER - MARK THE CURRENT MASTER AGAINST EVERY
      * VALID MERGE, CAPTURING THE CONTACTS OF A RETIRED CUSTOMER,
      * AND READ THE NEXT
      *----------------------------------------------------------------
       1610-SCAN-ONE-MASTER.
           PERFORM VARYING W-E FROM 1 BY 1
                   UNTIL W-E > W-MERGE-COUNT
               IF ME-VALID (W-E)
                  IF W-ME-SURVIVING-ID (W-E) = CM-CUSTOMER-ID
                     MOVE 'Y' TO W-ME-SURVIVOR-SW (W-E)
                  END-IF
                  IF W-ME-RETIRED-ID (W-E) = CM-CUSTOMER-ID
                     MOVE 'Y' TO W-ME-RETIRED-SW (W-E)
                     PERFORM 2200-LOAD-HOLD-FROM-MASTER
                         THRU 2200-LOAD-HOLD-FROM-MASTER-EXIT
                     MOVE W-HOLD-CONTACT-COUNT
                                  TO W-ME-CONTACT-COUNT (W-E)
                     PERFORM VARYING W-M FROM 1 BY 1
                             UNTIL W-M > W-HOLD-CONTACT-COUNT
                         MOVE W-HOLD-CONTACT-TYPE (W-M)
                                  TO W-ME-CONTACT-TYPE (W-E, W-M)
                         MOVE W-HOLD-CONTACT-VALUE (W-M)
                                  TO W-ME-CONTACT-VALUE (W-E, W-M)
                     END-PERFORM
                  END-IF
               END-IF
           END-PERFORM
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT.

       1610-SCAN-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1650-CONFIRM-MERGE - A VALID MERGE WHOSE SURVIVOR AND RETIRED
      * CUSTOMER ARE BOTH ON THE MASTER IS APPLIED; OTHERWISE IT IS
      * REFUSED
      *----------------------------------------------------------------
       1650-CONFIRM-MERGE.
           IF NOT ME-VALID (W-E)
              GO TO 1650-CONFIRM-MERGE-EXIT
           END-IF

           IF NOT ME-SURVIVOR-FOUND (W-E)
              MOVE 'SURVIVOR NOT ON MASTER' TO W-REJECT-REASON-TEXT
              PERFORM 8300-REFUSE-MERGE
                  THRU 8300-REFUSE-MERGE-EXIT
              GO TO 1650-CONFIRM-MERGE-EXIT
           END-IF

           IF NOT ME-RETIRED-FOUND (W-E)
              MOVE 'RETIRED ID NOT ON MASTER' TO W-REJECT-REASON-TEXT
              PERFORM 8300-REFUSE-MERGE
                  THRU 8300-REFUSE-MERGE-EXIT
              GO TO 1650-CONFIRM-MERGE-EXIT
           END-IF

           MOVE 'A' TO W-ME-STATE (W-E)
           ADD 1 TO W-MERGE-APPLIED-COUNT
           MOVE SPACES                  TO W-MERGE-LINE
           MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
           MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
           MOVE 'MERGE'                 TO W-MGL-ITEM
           STRING 'APPLIED - KEYED BY '    DELIMITED BY SIZE
                  W-ME-MAKER-ID (W-E)      DELIMITED BY SPACE
                  ' APPROVED BY '          DELIMITED BY SIZE
                  W-ME-CHECKER-ID (W-E)    DELIMITED BY SPACE
               INTO W-MGL-TEXT
           END-STRING
           PERFORM 8150-WRITE-MERGE-LINE
               THRU 8150-WRITE-MERGE-LINE-EXIT.

       1650-CONFIRM-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-COPY-ONE-MASTER - CARRY THE CURRENT MASTER TO THE NEW
      * MASTER: A RETIRED CUSTOMER IS DROPPED, A SURVIVOR FIRST TAKES
      * ON ITS RETIRED CUSTOMERS' CONTACT ENTRIES
      *----------------------------------------------------------------
       2000-COPY-ONE-MASTER.
           PERFORM 2200-LOAD-HOLD-FROM-MASTER
               THRU 2200-LOAD-HOLD-FROM-MASTER-EXIT

           PERFORM VARYING W-E FROM 1 BY 1
                   UNTIL W-E > W-MERGE-COUNT
               IF ME-APPLIED (W-E)
                  AND W-ME-RETIRED-ID (W-E) = CM-CUSTOMER-ID
                  ADD 1 TO W-MASTER-RETIRED-COUNT
                  MOVE SPACES                  TO W-MERGE-LINE
                  MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
                  MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
                  MOVE 'MASTER'                TO W-MGL-ITEM
                  STRING 'RETIRED - '          DELIMITED BY SIZE
                         W-HOLD-NAME           DELIMITED BY SIZE
                         ' DROPPED FROM MASTER' DELIMITED BY SIZE
                      INTO W-MGL-TEXT
                  END-STRING
                  PERFORM 8150-WRITE-MERGE-LINE
                      THRU 8150-WRITE-MERGE-LINE-EXIT
                  GO TO 2000-COPY-ONE-MASTER-READ
               END-IF
           END-PERFORM

           PERFORM VARYING W-E FROM 1 BY 1
                   UNTIL W-E > W-MERGE-COUNT
               IF ME-APPLIED (W-E)
                  AND W-ME-SURVIVING-ID (W-E) = CM-CUSTOMER-ID
                  PERFORM 2100-COMBINE-CONTACT
                      THRU 2100-COMBINE-CONTACT-EXIT
                      VARYING W-K FROM 1 BY 1
                      UNTIL W-K > W-ME-CONTACT-COUNT (W-E)
               END-IF
           END-PERFORM

           PERFORM 2300-WRITE-NEW-MASTER
               THRU 2300-WRITE-NEW-MASTER-EXIT.

       2000-COPY-ONE-MASTER-READ.
           PERFORM 2910-READ-MASTER
               THRU 2910-READ-MASTER-EXIT.

       2000-COPY-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-COMBINE-CONTACT - OFFER RETIRED CONTACT W-K OF MERGE W-E
      * TO THE HELD SURVIVOR: ONE THE SURVIVOR ALREADY HOLDS (SAME
      * TYPE AND VALUE) OR AN ERASED VALUE IS PASSED OVER, ONE THAT
      * WILL NOT FIT IN THE CONTACT GROUP IS LISTED AS NOT CARRIED
      *----------------------------------------------------------------
       2100-COMBINE-CONTACT.
           IF W-ME-CONTACT-VALUE (W-E, W-K) = SPACES
              OR W-ME-CONTACT-VALUE (W-E, W-K) = W-ERASURE-MARK
              GO TO 2100-COMBINE-CONTACT-EXIT
           END-IF

           MOVE 'N' TO W-CONTACT-HELD-SWITCH
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > W-HOLD-CONTACT-COUNT
                      OR CONTACT-HELD
               IF W-HOLD-CONTACT-TYPE (W-M)
                                  = W-ME-CONTACT-TYPE (W-E, W-K)
                  AND W-HOLD-CONTACT-VALUE (W-M)
                                  = W-ME-CONTACT-VALUE (W-E, W-K)
                  SET CONTACT-HELD TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES                  TO W-MERGE-LINE
           MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
           MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
           MOVE 'CONTACT'               TO W-MGL-ITEM

           EVALUATE TRUE
               WHEN CONTACT-HELD
                   ADD 1 TO W-CONTACT-HELD-COUNT
                   STRING 'ALREADY HELD '    DELIMITED BY SIZE
                          W-ME-CONTACT-TYPE (W-E, W-K)
                                             DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          W-ME-CONTACT-VALUE (W-E, W-K)
                                             DELIMITED BY SIZE
                       INTO W-MGL-TEXT
                   END-STRING
               WHEN W-HOLD-CONTACT-COUNT NOT < MAX-CONTACTS-PER-RECORD
                   ADD 1 TO W-CONTACT-LOST-COUNT
                   STRING 'TABLE FULL   '    DELIMITED BY SIZE
                          W-ME-CONTACT-TYPE (W-E, W-K)
                                             DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          W-ME-CONTACT-VALUE (W-E, W-K)
                                             DELIMITED BY SIZE
                       INTO W-MGL-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO W-CONTACT-ADDED-COUNT
                   ADD 1 TO W-HOLD-CONTACT-COUNT
                   MOVE W-ME-CONTACT-TYPE (W-E, W-K)
                     TO W-HOLD-CONTACT-TYPE (W-HOLD-CONTACT-COUNT)
                   MOVE W-ME-CONTACT-VALUE (W-E, W-K)
                     TO W-HOLD-CONTACT-VALUE (W-HOLD-CONTACT-COUNT)
                   STRING 'ADDED        '    DELIMITED BY SIZE
                          W-ME-CONTACT-TYPE (W-E, W-K)
                                             DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          W-ME-CONTACT-VALUE (W-E, W-K)
                                             DELIMITED BY SIZE
                       INTO W-MGL-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM 8150-WRITE-MERGE-LINE
               THRU 8150-WRITE-MERGE-LINE-EXIT.

       2100-COMBINE-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LOAD-HOLD-FROM-MASTER - BRING THE CURRENT MASTER RECORD
      * INTO THE HOLD AREA; A NON-NUMERIC CONTACT COUNT IS HELD AS NO
      * CONTACTS, AS TCOBWMNT REPAIRS IT
      *----------------------------------------------------------------
       2200-LOAD-HOLD-FROM-MASTER.
           MOVE SPACES TO W-HOLD-MASTER
           MOVE CM-CUSTOMER-ID       TO W-HOLD-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME     TO W-HOLD-NAME
           MOVE CM-CUSTOMER-ADDRESS  TO W-HOLD-ADDRESS
           MOVE CM-CUSTOMER-PHONE    TO W-HOLD-PHONE
           MOVE CM-CUSTOMER-CURRENCY-CODE TO W-HOLD-CURRENCY
           MOVE CM-BILLING-CYCLE     TO W-HOLD-CYCLE
           MOVE CM-CUSTOMER-STATUS   TO W-HOLD-STATUS
           MOVE CM-STATUS-DATE       TO W-HOLD-STATUS-DATE
           IF CM-CONTACT-COUNT IS NOT NUMERIC
              MOVE ZERO TO W-HOLD-CONTACT-COUNT
           ELSE
              IF CM-CONTACT-COUNT > MAX-CONTACTS-PER-RECORD
                 MOVE MAX-CONTACTS-PER-RECORD TO W-HOLD-CONTACT-COUNT
              ELSE
                 MOVE CM-CONTACT-COUNT TO W-HOLD-CONTACT-COUNT
              END-IF
           END-IF
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > W-HOLD-CONTACT-COUNT
               MOVE CM-CONTACT-TYPE (W-M)
                               TO W-HOLD-CONTACT-TYPE (W-M)
               MOVE CM-CONTACT-VALUE (W-M)
                               TO W-HOLD-CONTACT-VALUE (W-M)
           END-PERFORM.

       2200-LOAD-HOLD-FROM-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-WRITE-NEW-MASTER - WRITE THE HELD CUSTOMER TO THE NEW
      * MASTER, SPACE-FILLED BEYOND ITS CONTACT EXTENT
      *----------------------------------------------------------------
       2300-WRITE-NEW-MASTER.
           MOVE SPACES TO NEW-MASTER-IMAGE
           MOVE W-HOLD-CUSTOMER-ID TO NM-CUSTOMER-ID
           MOVE W-HOLD-NAME        TO NM-CUSTOMER-NAME
           MOVE W-HOLD-ADDRESS     TO NM-CUSTOMER-ADDRESS
           MOVE W-HOLD-PHONE       TO NM-CUSTOMER-PHONE
           MOVE W-HOLD-CURRENCY    TO NM-CUSTOMER-CURRENCY-CODE
           MOVE W-HOLD-CYCLE       TO NM-BILLING-CYCLE
           MOVE W-HOLD-STATUS      TO NM-CUSTOMER-STATUS
           MOVE W-HOLD-STATUS-DATE TO NM-STATUS-DATE
           MOVE W-HOLD-CONTACT-COUNT TO NM-CONTACT-COUNT
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > NM-CONTACT-COUNT
               MOVE W-HOLD-CONTACT-TYPE (W-M)
                               TO NM-CONTACT-TYPE (W-M)
               MOVE W-HOLD-CONTACT-VALUE (W-M)
                               TO NM-CONTACT-VALUE (W-M)
           END-PERFORM
           WRITE NEW-MASTER-RECORD
           IF NEW-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO NEW-MASTER='
                      NEW-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-MASTER-WRITTEN-COUNT.

       2300-WRITE-NEW-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-FIND-RETIRED-ID - LOOK FOR AN APPLIED MERGE WHOSE
      * RETIRED ID IS IN SW-CUSTOMER-ID; SETS ENTRY-FOUND AND LEAVES
      * THE ENTRY NUMBER IN W-E
      *----------------------------------------------------------------
       2800-FIND-RETIRED-ID.
           MOVE 'N' TO W-ENTRY-FOUND-SWITCH
           IF W-MERGE-APPLIED-COUNT = ZERO
              GO TO 2800-FIND-RETIRED-ID-EXIT
           END-IF
           PERFORM VARYING W-E FROM 1 BY 1
                   UNTIL W-E > W-MERGE-COUNT
                      OR ENTRY-FOUND
               IF ME-APPLIED (W-E)
                  AND W-ME-RETIRED-ID (W-E) = SW-CUSTOMER-ID
                  SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SUBTRACT 1 FROM W-E
           END-IF.

       2800-FIND-RETIRED-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-MERGE - READ THE NEXT APPROVED MERGE, SET EOF
      *----------------------------------------------------------------
       2900-READ-MERGE.
           READ MERGE-FILE
               AT END
                   SET MERGE-EOF TO TRUE
           END-READ
           IF NOT MERGE-EOF
              AND MERGE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING MERGE-FILE='
                      MERGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-READ-MASTER - READ THE NEXT MASTER RECORD, SET EOF
      *----------------------------------------------------------------
       2910-READ-MASTER.
           READ CUSTOMER-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
              AND CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR READING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT MASTER-EOF
              ADD 1 TO W-MASTER-READ-COUNT
           END-IF.

       2910-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-HISTORY - READ THE NEXT HISTORY RECORD INSIDE THE
      * SORT, SET EOF; AN I/O ERROR ENDS THE SORT INPUT AND IS ACTED
      * ON ONCE THE SORT RETURNS
      *----------------------------------------------------------------
       2920-READ-HISTORY.
           READ TRANSACTION-HISTORY
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-EOF
              AND TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR READING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED TO TRUE
              SET HISTORY-EOF  TO TRUE
           END-IF.

       2920-READ-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2930-READ-ARCHIVE-IN - READ THE NEXT PRIOR-ARCHIVE RECORD,
      * SET EOF; AN I/O ERROR ENDS THE INPUT AND IS ACTED ON BY THE
      * CALLER (THE PROOF PASS OR, AFTER IT RETURNS, THE SORT)
      *----------------------------------------------------------------
       2930-READ-ARCHIVE-IN.
           READ ARCHIVE-IN
               AT END
                   SET ARCHIVE-IN-EOF TO TRUE
           END-READ
           IF NOT ARCHIVE-IN-EOF
              AND ARCHIVE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING ARCHIVE-IN='
                      ARCHIVE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED   TO TRUE
              SET ARCHIVE-IN-EOF TO TRUE
           END-IF.

       2930-READ-ARCHIVE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2940-READ-XREF-IN - READ THE NEXT PRIOR CROSS-REFERENCE, SET
      * EOF
      *----------------------------------------------------------------
       2940-READ-XREF-IN.
           READ XREF-IN
               AT END
                   SET XREF-IN-EOF TO TRUE
           END-READ
           IF NOT XREF-IN-EOF
              AND XREF-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING XREF-IN='
                      XREF-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT XREF-IN-EOF
              ADD 1 TO W-XREF-READ-COUNT
           END-IF.

       2940-READ-XREF-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-READ-BALANCE-IN - READ THE NEXT OLD BALANCE RECORD, SET
      * EOF; AN I/O ERROR ENDS THE INPUT AND IS ACTED ON BY THE
      * CALLER (THE PROOF PASS OR, AFTER IT RETURNS, THE SORT)
      *----------------------------------------------------------------
       2950-READ-BALANCE-IN.
           READ BALANCE-IN
               AT END
                   SET BALANCE-IN-EOF TO TRUE
           END-READ
           IF NOT BALANCE-IN-EOF
              AND BALANCE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING BALANCE-IN='
                      BALANCE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED   TO TRUE
              SET BALANCE-IN-EOF TO TRUE
           END-IF.

       2950-READ-BALANCE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REKEY-HISTORY - RE-KEY TRANSACTION-HISTORY THROUGH A
      * SORT ON CUSTOMER-ID THAT KEEPS THE ARRIVAL ORDER OF RECORDS
      * WITHIN A CUSTOMER, THEN PROVE THE NEW FILE AGAINST THE OLD
      * ON RECORD COUNT AND AMOUNT
      *----------------------------------------------------------------
       3000-REKEY-HISTORY.
           OPEN OUTPUT CURRENT-OUT.
           IF CURRENT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CURRENT-OUT='
                      CURRENT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 3100-RELEASE-HISTORY
                   THRU 3100-RELEASE-HISTORY-EXIT
               OUTPUT PROCEDURE 3200-RETURN-HISTORY
                   THRU 3200-RETURN-HISTORY-EXIT.

           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'HISTORY RE-KEY SORT FAILED, SORT-RETURN='
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-HISTORY-OUT-COUNT NOT = W-HISTORY-READ-COUNT
              OR W-HISTORY-OUT-AMOUNT NOT = W-HISTORY-READ-AMOUNT
              SET REKEY-OUT-OF-BALANCE TO TRUE
           END-IF.

       3000-REKEY-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-RELEASE-HISTORY - SORT INPUT: PASS EVERY HISTORY RECORD
      * TO THE SORT, RE-KEYING A RETIRED CUSTOMER'S RECORDS TO THE
      * SURVIVING ID
      *----------------------------------------------------------------
       3100-RELEASE-HISTORY.
           PERFORM 2920-READ-HISTORY
               THRU 2920-READ-HISTORY-EXIT
           PERFORM 3110-RELEASE-ONE-HISTORY
               THRU 3110-RELEASE-ONE-HISTORY-EXIT
               UNTIL HISTORY-EOF.

       3100-RELEASE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-RELEASE-ONE-HISTORY - TALLY, RE-KEY AND RELEASE THE
      * CURRENT HISTORY RECORD, THEN READ THE NEXT
      *----------------------------------------------------------------
       3110-RELEASE-ONE-HISTORY.
           ADD 1 TO W-HISTORY-READ-COUNT
           IF TH-TRANSACTION-AMOUNT IS NUMERIC
              ADD TH-TRANSACTION-AMOUNT TO W-HISTORY-READ-AMOUNT
           END-IF
           MOVE TRANSACTION-HISTORY-RECORD TO SORT-WORK-RECORD
           PERFORM 2800-FIND-RETIRED-ID
               THRU 2800-FIND-RETIRED-ID-EXIT
           IF ENTRY-FOUND
              MOVE W-ME-SURVIVING-ID (W-E) TO SW-CUSTOMER-ID
              ADD 1 TO W-HISTORY-REKEY-COUNT
              ADD 1 TO W-ME-HISTORY-COUNT (W-E)
              IF TH-TRANSACTION-AMOUNT IS NUMERIC
                 ADD TH-TRANSACTION-AMOUNT TO W-HISTORY-REKEY-AMOUNT
                 ADD TH-TRANSACTION-AMOUNT
                                  TO W-ME-HISTORY-AMOUNT (W-E)
              END-IF
           END-IF
           RELEASE SORT-WORK-RECORD
           PERFORM 2920-READ-HISTORY
               THRU 2920-READ-HISTORY-EXIT.

       3110-RELEASE-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-RETURN-HISTORY - SORT OUTPUT: WRITE THE RE-SEQUENCED
      * HISTORY TO THE NEW CURRENT FILE AND TALLY IT
      *----------------------------------------------------------------
       3200-RETURN-HISTORY.
           MOVE 'N' TO W-SORT-EOF-SWITCH
           PERFORM 3210-RETURN-ONE-HISTORY
               THRU 3210-RETURN-ONE-HISTORY-EXIT
               UNTIL SORT-EOF.

       3200-RETURN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3210-RETURN-ONE-HISTORY - RETURN AND WRITE ONE SORTED
      * HISTORY RECORD; A WRITE ERROR ENDS THE SORT OUTPUT
      *----------------------------------------------------------------
       3210-RETURN-ONE-HISTORY.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 3210-RETURN-ONE-HISTORY-EXIT
           END-RETURN
           MOVE SORT-WORK-RECORD TO CURRENT-OUT-RECORD
           WRITE CURRENT-OUT-RECORD
           IF CURRENT-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO CURRENT-OUT='
                      CURRENT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED TO TRUE
              SET SORT-EOF     TO TRUE
              GO TO 3210-RETURN-ONE-HISTORY-EXIT
           END-IF
           ADD 1 TO W-HISTORY-OUT-COUNT
           IF CO-TRANSACTION-AMOUNT IS NUMERIC
              ADD CO-TRANSACTION-AMOUNT TO W-HISTORY-OUT-AMOUNT
           END-IF.

       3210-RETURN-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REKEY-ARCHIVE - RE-KEY THE PROVED ARCHIVE THE SAME WAY
      * AND CLOSE THE NEW ARCHIVE WITH A FRESH TRAILER, WHICH MUST
      * AGREE WITH THE PRIOR TRAILER AND WITH THE DETAIL READ
      *----------------------------------------------------------------
       4000-REKEY-ARCHIVE.
           OPEN OUTPUT ARCHIVE-OUT.
           IF ARCHIVE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ARCHIVE-OUT='
                      ARCHIVE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 4100-RELEASE-ARCHIVE
                   THRU 4100-RELEASE-ARCHIVE-EXIT
               OUTPUT PROCEDURE 4200-RETURN-ARCHIVE
                   THRU 4200-RETURN-ARCHIVE-EXIT.

           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'ARCHIVE RE-KEY SORT FAILED, SORT-RETURN='
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 7000-WRITE-ARCHIVE-TRAILER
               THRU 7000-WRITE-ARCHIVE-TRAILER-EXIT

           IF W-ARCHIVE-OUT-COUNT NOT = W-ARCHIVE-READ-COUNT
              OR W-ARCHIVE-OUT-AMOUNT NOT = W-ARCHIVE-READ-AMOUNT
              OR W-ARCHIVE-OUT-COUNT NOT = W-ARI-TRAILER-COUNT
              OR W-ARCHIVE-OUT-AMOUNT NOT = W-ARI-TRAILER-AMOUNT
              SET REKEY-OUT-OF-BALANCE TO TRUE
           END-IF.

       4000-REKEY-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-RELEASE-ARCHIVE - SORT INPUT: PASS EVERY PRIOR-ARCHIVE
      * DETAIL TO THE SORT, RE-KEYING A RETIRED CUSTOMER'S RECORDS;
      * THE PRIOR TRAILER ENDS THE DETAIL AND IS NOT CARRIED
      *----------------------------------------------------------------
       4100-RELEASE-ARCHIVE.
           IF NOT ARCHIVE-PRESENT
              GO TO 4100-RELEASE-ARCHIVE-EXIT
           END-IF
           PERFORM 2930-READ-ARCHIVE-IN
               THRU 2930-READ-ARCHIVE-IN-EXIT
           PERFORM 4110-RELEASE-ONE-ARCHIVE
               THRU 4110-RELEASE-ONE-ARCHIVE-EXIT
               UNTIL ARCHIVE-IN-EOF
                  OR ARI-TRAILER-ID = 'TRAILR'.

       4100-RELEASE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4110-RELEASE-ONE-ARCHIVE - TALLY, RE-KEY AND RELEASE THE
      * CURRENT ARCHIVE DETAIL, THEN READ THE NEXT
      *----------------------------------------------------------------
       4110-RELEASE-ONE-ARCHIVE.
           ADD 1 TO W-ARCHIVE-READ-COUNT
           IF ARI-TRANSACTION-AMOUNT IS NUMERIC
              ADD ARI-TRANSACTION-AMOUNT TO W-ARCHIVE-READ-AMOUNT
           END-IF
           MOVE ARCHIVE-IN-RECORD TO SORT-WORK-RECORD
           PERFORM 2800-FIND-RETIRED-ID
               THRU 2800-FIND-RETIRED-ID-EXIT
           IF ENTRY-FOUND
              MOVE W-ME-SURVIVING-ID (W-E) TO SW-CUSTOMER-ID
              ADD 1 TO W-ARCHIVE-REKEY-COUNT
              ADD 1 TO W-ME-ARCHIVE-COUNT (W-E)
              IF ARI-TRANSACTION-AMOUNT IS NUMERIC
                 ADD ARI-TRANSACTION-AMOUNT TO W-ARCHIVE-REKEY-AMOUNT
                 ADD ARI-TRANSACTION-AMOUNT
                                  TO W-ME-ARCHIVE-AMOUNT (W-E)
              END-IF
           END-IF
           RELEASE SORT-WORK-RECORD
           PERFORM 2930-READ-ARCHIVE-IN
               THRU 2930-READ-ARCHIVE-IN-EXIT.

       4110-RELEASE-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-RETURN-ARCHIVE - SORT OUTPUT: WRITE THE RE-SEQUENCED
      * ARCHIVE DETAIL AND TALLY IT FOR THE NEW TRAILER
      *----------------------------------------------------------------
       4200-RETURN-ARCHIVE.
           MOVE 'N' TO W-SORT-EOF-SWITCH
           PERFORM 4210-RETURN-ONE-ARCHIVE
               THRU 4210-RETURN-ONE-ARCHIVE-EXIT
               UNTIL SORT-EOF.

       4200-RETURN-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4210-RETURN-ONE-ARCHIVE - RETURN AND WRITE ONE SORTED ARCHIVE
      * DETAIL; A WRITE ERROR ENDS THE SORT OUTPUT
      *----------------------------------------------------------------
       4210-RETURN-ONE-ARCHIVE.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 4210-RETURN-ONE-ARCHIVE-EXIT
           END-RETURN
           MOVE SORT-WORK-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           IF ARCHIVE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ARCHIVE-OUT='
                      ARCHIVE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED TO TRUE
              SET SORT-EOF     TO TRUE
              GO TO 4210-RETURN-ONE-ARCHIVE-EXIT
           END-IF
           ADD 1 TO W-ARCHIVE-OUT-COUNT
           IF ARO-TRANSACTION-AMOUNT IS NUMERIC
              ADD ARO-TRANSACTION-AMOUNT TO W-ARCHIVE-OUT-AMOUNT
           END-IF.

       4210-RETURN-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-COMBINE-BALANCES - CARRY THE PROVED BALANCE MASTER:
      * COPY ITS HEADER, RE-KEY A RETIRED CUSTOMER'S BALANCES THROUGH
      * A SORT ON CUSTOMER-ID AND CURRENCY, COMBINE EACH WITH THE
      * SURVIVOR'S BALANCE IN THE SAME CURRENCY AND CLOSE THE NEW
      * MASTER WITH A FRESH TRAILER. THE CLOSING TOTAL MUST AGREE
      * WITH THE PRIOR TRAILER AND THE DETAIL READ, AND EVERY RECORD
      * READ MUST BE WRITTEN OR COMBINED
      *----------------------------------------------------------------
       4500-COMBINE-BALANCES.
           OPEN OUTPUT BALANCE-OUT.
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           IF NOT BALANCE-PRESENT
              GO TO 4500-COMBINE-BALANCES-EXIT
           END-IF

           MOVE W-BALANCE-HEADER-HOLD TO BALANCE-OUT-HEADER
           WRITE BALANCE-OUT-HEADER
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           SORT SORT-BALANCE-FILE
               ON ASCENDING KEY SB-CUSTOMER-ID
                                SB-CURRENCY-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 4600-RELEASE-BALANCE
                   THRU 4600-RELEASE-BALANCE-EXIT
               OUTPUT PROCEDURE 4700-RETURN-BALANCE
                   THRU 4700-RETURN-BALANCE-EXIT.

           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'BALANCE RE-KEY SORT FAILED, SORT-RETURN='
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 7100-WRITE-BALANCE-TRAILER
               THRU 7100-WRITE-BALANCE-TRAILER-EXIT

           IF W-BALANCE-OUT-COUNT + W-BALANCE-COMBINED-COUNT
                                   NOT = W-BALANCE-READ-COUNT
              OR W-BALANCE-READ-COUNT NOT = W-BFI-TRAILER-COUNT
              OR W-BALANCE-OUT-AMOUNT NOT = W-BALANCE-READ-AMOUNT
              OR W-BALANCE-OUT-AMOUNT NOT = W-BFI-TRAILER-AMOUNT
              SET REKEY-OUT-OF-BALANCE TO TRUE
           END-IF.

       4500-COMBINE-BALANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-RELEASE-BALANCE - SORT INPUT: PASS EVERY OLD BALANCE TO
      * THE SORT, RE-KEYING A RETIRED CUSTOMER'S BALANCES; THE PRIOR
      * TRAILER ENDS THE DETAIL AND IS NOT CARRIED
      *----------------------------------------------------------------
       4600-RELEASE-BALANCE.
           PERFORM 4610-RELEASE-ONE-BALANCE
               THRU 4610-RELEASE-ONE-BALANCE-EXIT
               UNTIL BALANCE-IN-EOF
                  OR BFI-TRAILER-ID = 'TRAILR'.

       4600-RELEASE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4610-RELEASE-ONE-BALANCE - TALLY, RE-KEY AND RELEASE THE
      * CURRENT OLD BALANCE, THEN READ THE NEXT
      *----------------------------------------------------------------
       4610-RELEASE-ONE-BALANCE.
           ADD 1 TO W-BALANCE-READ-COUNT
           IF BFI-CLOSING-BALANCE IS NUMERIC
              ADD BFI-CLOSING-BALANCE TO W-BALANCE-READ-AMOUNT
           END-IF
           MOVE BALANCE-IN-RECORD TO SORT-BALANCE-RECORD
           MOVE BFI-CUSTOMER-ID   TO SW-CUSTOMER-ID
           PERFORM 2800-FIND-RETIRED-ID
               THRU 2800-FIND-RETIRED-ID-EXIT
           IF ENTRY-FOUND
              MOVE W-ME-SURVIVING-ID (W-E) TO SB-CUSTOMER-ID
              ADD 1 TO W-BALANCE-REKEY-COUNT
              ADD 1 TO W-ME-BALANCE-COUNT (W-E)
              IF BFI-CLOSING-BALANCE IS NUMERIC
                 ADD BFI-CLOSING-BALANCE TO W-BALANCE-REKEY-AMOUNT
                 ADD BFI-CLOSING-BALANCE
                                  TO W-ME-BALANCE-AMOUNT (W-E)
              END-IF
           END-IF
           RELEASE SORT-BALANCE-RECORD
           PERFORM 2950-READ-BALANCE-IN
               THRU 2950-READ-BALANCE-IN-EXIT.

       4610-RELEASE-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-RETURN-BALANCE - SORT OUTPUT: HOLD EACH SORTED BALANCE
      * UNTIL THE CUSTOMER-ID OR CURRENCY CHANGES, COMBINING INTO IT
      * ANY FURTHER BALANCE WITH THE SAME KEY, THEN WRITE IT
      *----------------------------------------------------------------
       4700-RETURN-BALANCE.
           MOVE 'N' TO W-SORT-EOF-SWITCH
           MOVE 'N' TO W-BALANCE-HELD-SW
           PERFORM 4710-RETURN-ONE-BALANCE
               THRU 4710-RETURN-ONE-BALANCE-EXIT
               UNTIL SORT-EOF
           IF BALANCE-HELD
              AND NOT SORT-ABORTED
              PERFORM 4720-WRITE-BALANCE-OUT
                  THRU 4720-WRITE-BALANCE-OUT-EXIT
           END-IF.

       4700-RETURN-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4710-RETURN-ONE-BALANCE - RETURN ONE SORTED BALANCE: ONE WITH
      * THE HELD BALANCE'S KEY IS ADDED INTO IT, ANY OTHER RELEASES
      * THE HELD BALANCE TO THE NEW MASTER AND IS HELD IN ITS PLACE
      *----------------------------------------------------------------
       4710-RETURN-ONE-BALANCE.
           RETURN SORT-BALANCE-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 4710-RETURN-ONE-BALANCE-EXIT
           END-RETURN

           IF BALANCE-HELD
              AND SB-CUSTOMER-ID   = W-BH-CUSTOMER-ID
              AND SB-CURRENCY-CODE = W-BH-CURRENCY-CODE
              PERFORM 4730-ADD-TO-HELD-BALANCE
                  THRU 4730-ADD-TO-HELD-BALANCE-EXIT
              GO TO 4710-RETURN-ONE-BALANCE-EXIT
           END-IF

           IF BALANCE-HELD
              PERFORM 4720-WRITE-BALANCE-OUT
                  THRU 4720-WRITE-BALANCE-OUT-EXIT
              IF SORT-ABORTED
                 GO TO 4710-RETURN-ONE-BALANCE-EXIT
              END-IF
           END-IF
           MOVE SORT-BALANCE-RECORD TO W-BALANCE-HOLD
           SET BALANCE-HELD TO TRUE.

       4710-RETURN-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4720-WRITE-BALANCE-OUT - WRITE THE HELD BALANCE AND TALLY IT
      * FOR THE NEW TRAILER; A WRITE ERROR ENDS THE SORT OUTPUT
      *----------------------------------------------------------------
       4720-WRITE-BALANCE-OUT.
           MOVE W-BALANCE-HOLD TO BALANCE-OUT-RECORD
           WRITE BALANCE-OUT-RECORD
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              SET SORT-ABORTED TO TRUE
              SET SORT-EOF     TO TRUE
              GO TO 4720-WRITE-BALANCE-OUT-EXIT
           END-IF
           ADD 1 TO W-BALANCE-OUT-COUNT
           IF BFO-CLOSING-BALANCE IS NUMERIC
              ADD BFO-CLOSING-BALANCE TO W-BALANCE-OUT-AMOUNT
           END-IF.

       4720-WRITE-BALANCE-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4730-ADD-TO-HELD-BALANCE - COMBINE THE RETURNED BALANCE INTO
      * THE HELD BALANCE OF THE SAME CUSTOMER AND CURRENCY; IT IS NOT
      * WRITTEN ON ITS OWN
      *----------------------------------------------------------------
       4730-ADD-TO-HELD-BALANCE.
           ADD 1 TO W-BALANCE-COMBINED-COUNT
           IF SB-OPENING-BALANCE IS NUMERIC
              AND W-BH-OPENING-BALANCE IS NUMERIC
              ADD SB-OPENING-BALANCE   TO W-BH-OPENING-BALANCE
           END-IF
           IF SB-PERIOD-ACTIVITY IS NUMERIC
              AND W-BH-PERIOD-ACTIVITY IS NUMERIC
              ADD SB-PERIOD-ACTIVITY   TO W-BH-PERIOD-ACTIVITY
           END-IF
           IF SB-LAST-RUN-ACTIVITY IS NUMERIC
              AND W-BH-LAST-RUN-ACTIVITY IS NUMERIC
              ADD SB-LAST-RUN-ACTIVITY TO W-BH-LAST-RUN-ACTIVITY
           END-IF
           IF SB-CLOSING-BALANCE IS NUMERIC
              AND W-BH-CLOSING-BALANCE IS NUMERIC
              ADD SB-CLOSING-BALANCE   TO W-BH-CLOSING-BALANCE
           END-IF.

       4730-ADD-TO-HELD-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-MERGE-XREF - WRITE THE NEW CROSS-REFERENCE FILE: THE
      * PRIOR ENTRIES MERGED IN RETIRED-ID SEQUENCE WITH ONE NEW
      * ENTRY PER MERGE APPLIED TONIGHT
      *----------------------------------------------------------------
       5000-MERGE-XREF.
           OPEN OUTPUT XREF-OUT.
           IF XREF-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING XREF-OUT='
                      XREF-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE ZERO TO W-ORDER-COUNT
           PERFORM 5050-ORDER-ONE-MERGE
               THRU 5050-ORDER-ONE-MERGE-EXIT
               VARYING W-E FROM 1 BY 1
               UNTIL W-E > W-MERGE-COUNT

           IF NOT XREF-IN-EOF
              PERFORM 2940-READ-XREF-IN
                  THRU 2940-READ-XREF-IN-EXIT
           END-IF
           MOVE 1 TO W-O
           PERFORM 5100-MERGE-ONE-XREF
               THRU 5100-MERGE-ONE-XREF-EXIT
               UNTIL XREF-IN-EOF
                 AND W-O > W-ORDER-COUNT.

       5000-MERGE-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-ORDER-ONE-MERGE - INSERT APPLIED MERGE W-E INTO THE
      * RETIRED-ID ORDER OF THE NEW CROSS-REFERENCE ENTRIES
      *----------------------------------------------------------------
       5050-ORDER-ONE-MERGE.
           IF NOT ME-APPLIED (W-E)
              GO TO 5050-ORDER-ONE-MERGE-EXIT
           END-IF
           ADD 1 TO W-ORDER-COUNT
           MOVE W-ORDER-COUNT TO W-K
           MOVE 'N' TO W-ORDER-PLACED-SWITCH
           PERFORM 5060-SHIFT-ONE-ORDER
               THRU 5060-SHIFT-ONE-ORDER-EXIT
               UNTIL ORDER-PLACED
           MOVE W-E TO W-ORDER-ENTRY (W-K).

       5050-ORDER-ONE-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5060-SHIFT-ONE-ORDER - FREE SLOT W-K FOR MERGE W-E: THE SLOT
      * IS THE PLACE WHEN IT IS THE FIRST OR THE ENTRY BEFORE IT DOES
      * NOT SORT AFTER W-E; OTHERWISE THAT ENTRY MOVES UP ONE SLOT
      *----------------------------------------------------------------
       5060-SHIFT-ONE-ORDER.
           IF W-K = 1
              SET ORDER-PLACED TO TRUE
              GO TO 5060-SHIFT-ONE-ORDER-EXIT
           END-IF
           COMPUTE W-PRIOR-SLOT = W-K - 1
           MOVE W-ORDER-ENTRY (W-PRIOR-SLOT) TO W-PRIOR-MERGE
           IF W-ME-RETIRED-ID (W-PRIOR-MERGE)
              NOT > W-ME-RETIRED-ID (W-E)
              SET ORDER-PLACED TO TRUE
              GO TO 5060-SHIFT-ONE-ORDER-EXIT
           END-IF
           MOVE W-PRIOR-MERGE TO W-ORDER-ENTRY (W-K)
           MOVE W-PRIOR-SLOT  TO W-K.

       5060-SHIFT-ONE-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-MERGE-ONE-XREF - WRITE WHICHEVER COMES FIRST IN RETIRED-
      * ID SEQUENCE: THE CURRENT PRIOR ENTRY (RE-POINTED WHEN ITS
      * SURVIVOR WAS RETIRED TONIGHT) OR THE NEXT NEW ENTRY. A PRIOR
      * ENTRY FOR AN ID RETIRED AGAIN TONIGHT IS REPLACED
      *----------------------------------------------------------------
       5100-MERGE-ONE-XREF.
           IF W-O NOT > W-ORDER-COUNT
              MOVE W-ORDER-ENTRY (W-O) TO W-F
           END-IF

           IF NOT XREF-IN-EOF
              AND W-O NOT > W-ORDER-COUNT
              AND XRI-RETIRED-ID = W-ME-RETIRED-ID (W-F)
              ADD 1 TO W-XREF-REPLACED-COUNT
              PERFORM 2940-READ-XREF-IN
                  THRU 2940-READ-XREF-IN-EXIT
              GO TO 5100-MERGE-ONE-XREF-EXIT
           END-IF

           IF NOT XREF-IN-EOF
              AND (W-O > W-ORDER-COUNT
                   OR XRI-RETIRED-ID < W-ME-RETIRED-ID (W-F))
              MOVE XREF-IN-RECORD TO XREF-OUT-RECORD
              MOVE XRI-SURVIVING-ID TO SW-CUSTOMER-ID
              PERFORM 2800-FIND-RETIRED-ID
                  THRU 2800-FIND-RETIRED-ID-EXIT
              IF ENTRY-FOUND
                 ADD 1 TO W-XREF-REPOINT-COUNT
                 MOVE W-ME-SURVIVING-ID (W-E) TO XRO-SURVIVING-ID
                 MOVE SPACES                  TO W-MERGE-LINE
                 MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
                 MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
                 MOVE 'XREF'                  TO W-MGL-ITEM
                 STRING 'EARLIER RETIRED ID '  DELIMITED BY SIZE
                        XRI-RETIRED-ID         DELIMITED BY SIZE
                        ' RE-POINTED TO SURVIVOR'
                                               DELIMITED BY SIZE
                     INTO W-MGL-TEXT
                 END-STRING
                 PERFORM 8150-WRITE-MERGE-LINE
                     THRU 8150-WRITE-MERGE-LINE-EXIT
              END-IF
              PERFORM 5200-WRITE-XREF
                  THRU 5200-WRITE-XREF-EXIT
              PERFORM 2940-READ-XREF-IN
                  THRU 2940-READ-XREF-IN-EXIT
              GO TO 5100-MERGE-ONE-XREF-EXIT
           END-IF

           MOVE SPACES                  TO XREF-OUT-RECORD
           MOVE W-ME-RETIRED-ID (W-F)   TO XRO-RETIRED-ID
           MOVE W-ME-SURVIVING-ID (W-F) TO XRO-SURVIVING-ID
           MOVE W-RUN-BUSINESS-DATE     TO XRO-BUSINESS-DATE
           MOVE W-RUN-NUMBER            TO XRO-RUN-NUMBER
           MOVE W-ME-MAKER-ID (W-F)     TO XRO-MAKER-ID
           MOVE W-ME-CHECKER-ID (W-F)   TO XRO-CHECKER-ID
           ADD 1 TO W-XREF-ADDED-COUNT
           PERFORM 5200-WRITE-XREF
               THRU 5200-WRITE-XREF-EXIT
           ADD 1 TO W-O.

       5100-MERGE-ONE-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-WRITE-XREF - WRITE THE CROSS-REFERENCE PREPARED IN
      * XREF-OUT-RECORD
      *----------------------------------------------------------------
       5200-WRITE-XREF.
           WRITE XREF-OUT-RECORD
           IF XREF-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO XREF-OUT='
                      XREF-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-XREF-WRITTEN-COUNT.

       5200-WRITE-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-LIST-REKEY-COUNTS - ONE HISTORY, ONE ARCHIVE AND ONE
      * BALANCE LINE PER APPLIED MERGE SHOWING WHAT WAS RE-KEYED
      *----------------------------------------------------------------
       6000-LIST-REKEY-COUNTS.
           PERFORM VARYING W-E FROM 1 BY 1
                   UNTIL W-E > W-MERGE-COUNT
               IF ME-APPLIED (W-E)
                  MOVE SPACES                  TO W-MERGE-LINE
                  MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
                  MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
                  MOVE 'HISTORY'               TO W-MGL-ITEM
                  MOVE W-ME-HISTORY-COUNT (W-E)  TO W-EDIT-COUNT
                  MOVE W-ME-HISTORY-AMOUNT (W-E) TO W-EDIT-AMOUNT
                  STRING 'RE-KEYED '           DELIMITED BY SIZE
                         W-EDIT-COUNT          DELIMITED BY SIZE
                         '  AMOUNT '           DELIMITED BY SIZE
                         W-EDIT-AMOUNT         DELIMITED BY SIZE
                      INTO W-MGL-TEXT
                  END-STRING
                  PERFORM 8150-WRITE-MERGE-LINE
                      THRU 8150-WRITE-MERGE-LINE-EXIT
                  MOVE 'ARCHIVE'               TO W-MGL-ITEM
                  MOVE SPACES                  TO W-MGL-TEXT
                  MOVE W-ME-ARCHIVE-COUNT (W-E)  TO W-EDIT-COUNT
                  MOVE W-ME-ARCHIVE-AMOUNT (W-E) TO W-EDIT-AMOUNT
                  STRING 'RE-KEYED '           DELIMITED BY SIZE
                         W-EDIT-COUNT          DELIMITED BY SIZE
                         '  AMOUNT '           DELIMITED BY SIZE
                         W-EDIT-AMOUNT         DELIMITED BY SIZE
                      INTO W-MGL-TEXT
                  END-STRING
                  PERFORM 8150-WRITE-MERGE-LINE
                      THRU 8150-WRITE-MERGE-LINE-EXIT
                  MOVE 'BALANCE'               TO W-MGL-ITEM
                  MOVE SPACES                  TO W-MGL-TEXT
                  MOVE W-ME-BALANCE-COUNT (W-E)  TO W-EDIT-COUNT
                  MOVE W-ME-BALANCE-AMOUNT (W-E) TO W-EDIT-AMOUNT
                  STRING 'RE-KEYED '           DELIMITED BY SIZE
                         W-EDIT-COUNT          DELIMITED BY SIZE
                         '  CLOSING '          DELIMITED BY SIZE
                         W-EDIT-AMOUNT         DELIMITED BY SIZE
                      INTO W-MGL-TEXT
                  END-STRING
                  PERFORM 8150-WRITE-MERGE-LINE
                      THRU 8150-WRITE-MERGE-LINE-EXIT
               END-IF
           END-PERFORM.

       6000-LIST-REKEY-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-ARCHIVE-TRAILER - CLOSE THE NEW ARCHIVE WITH A
      * TRAILER COVERING EVERYTHING ON IT, SO THE NEXT ARCHIVE RUN
      * CAN PROVE IT AGAIN
      *----------------------------------------------------------------
       7000-WRITE-ARCHIVE-TRAILER.
           MOVE SPACES               TO ARCHIVE-OUT-TRAILER
           MOVE 'TRAILR'             TO ARO-TRAILER-ID
           MOVE W-ARCHIVE-OUT-COUNT  TO ARO-TRAILER-COUNT
           MOVE W-ARCHIVE-OUT-AMOUNT TO ARO-TRAILER-AMOUNT
           WRITE ARCHIVE-OUT-TRAILER
           IF ARCHIVE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO ARCHIVE-OUT='
                      ARCHIVE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       7000-WRITE-ARCHIVE-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-WRITE-BALANCE-TRAILER - CLOSE THE NEW BALANCE MASTER
      * WITH A TRAILER COVERING EVERY BALANCE ON IT, SO TCOBWBFW CAN
      * PROVE IT AGAIN
      *----------------------------------------------------------------
       7100-WRITE-BALANCE-TRAILER.
           MOVE SPACES               TO BALANCE-OUT-TRAILER
           MOVE 'TRAILR'             TO BFO-TRAILER-ID
           MOVE W-BALANCE-OUT-COUNT  TO BFO-TRAILER-COUNT
           MOVE W-BALANCE-OUT-AMOUNT TO BFO-TRAILER-AMOUNT
           WRITE BALANCE-OUT-TRAILER
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       7100-WRITE-BALANCE-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE MERGE, MASTER,
      * RE-KEY AND CROSS-REFERENCE CONTROL TOTALS AND SET THE
      * CONDITION CODE
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO W-SUMMARY-LINE
           MOVE 'MERGES READ'                 TO W-SUM-TEXT
           MOVE W-MERGE-READ-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'MERGES APPLIED'              TO W-SUM-TEXT
           MOVE W-MERGE-APPLIED-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'MERGES REFUSED'              TO W-SUM-TEXT
           MOVE W-MERGE-REFUSED-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT

           MOVE 'MASTER RECORDS READ'         TO W-SUM-TEXT
           MOVE W-MASTER-READ-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'MASTER RECORDS WRITTEN'      TO W-SUM-TEXT
           MOVE W-MASTER-WRITTEN-COUNT        TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CUSTOMERS RETIRED'           TO W-SUM-TEXT
           MOVE W-MASTER-RETIRED-COUNT        TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CONTACTS ADDED TO SURVIVOR'  TO W-SUM-TEXT
           MOVE W-CONTACT-ADDED-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CONTACTS ALREADY HELD'       TO W-SUM-TEXT
           MOVE W-CONTACT-HELD-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CONTACTS NOT CARRIED'        TO W-SUM-TEXT
           MOVE W-CONTACT-LOST-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT

           MOVE W-BLANK-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'HISTORY RECORDS READ'        TO W-SUM-TEXT
           MOVE W-HISTORY-READ-COUNT          TO W-SUM-COUNT
           MOVE W-HISTORY-READ-AMOUNT         TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE '  RE-KEYED TO SURVIVOR'      TO W-SUM-TEXT
           MOVE W-HISTORY-REKEY-COUNT         TO W-SUM-COUNT
           MOVE W-HISTORY-REKEY-AMOUNT        TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'HISTORY RECORDS WRITTEN'     TO W-SUM-TEXT
           MOVE W-HISTORY-OUT-COUNT           TO W-SUM-COUNT
           MOVE W-HISTORY-OUT-AMOUNT          TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'PRIOR ARCHIVE TRAILER'       TO W-SUM-TEXT
           MOVE W-ARI-TRAILER-COUNT           TO W-SUM-COUNT
           MOVE W-ARI-TRAILER-AMOUNT          TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'ARCHIVE RECORDS READ'        TO W-SUM-TEXT
           MOVE W-ARCHIVE-READ-COUNT          TO W-SUM-COUNT
           MOVE W-ARCHIVE-READ-AMOUNT         TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE '  RE-KEYED TO SURVIVOR'      TO W-SUM-TEXT
           MOVE W-ARCHIVE-REKEY-COUNT         TO W-SUM-COUNT
           MOVE W-ARCHIVE-REKEY-AMOUNT        TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'NEW ARCHIVE TRAILER'         TO W-SUM-TEXT
           MOVE W-ARCHIVE-OUT-COUNT           TO W-SUM-COUNT
           MOVE W-ARCHIVE-OUT-AMOUNT          TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'PRIOR BALANCE TRAILER'       TO W-SUM-TEXT
           MOVE W-BFI-TRAILER-COUNT           TO W-SUM-COUNT
           MOVE W-BFI-TRAILER-AMOUNT          TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE 'BALANCE RECORDS READ'        TO W-SUM-TEXT
           MOVE W-BALANCE-READ-COUNT          TO W-SUM-COUNT
           MOVE W-BALANCE-READ-AMOUNT         TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE '  RE-KEYED TO SURVIVOR'      TO W-SUM-TEXT
           MOVE W-BALANCE-REKEY-COUNT         TO W-SUM-COUNT
           MOVE W-BALANCE-REKEY-AMOUNT        TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT
           MOVE '  COMBINED INTO SURVIVOR'    TO W-SUM-TEXT
           MOVE W-BALANCE-COMBINED-COUNT      TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'NEW BALANCE TRAILER'         TO W-SUM-TEXT
           MOVE W-BALANCE-OUT-COUNT           TO W-SUM-COUNT
           MOVE W-BALANCE-OUT-AMOUNT          TO W-SUM-AMOUNT
           PERFORM 8250-WRITE-AMOUNT-LINE
               THRU 8250-WRITE-AMOUNT-LINE-EXIT

           MOVE W-BLANK-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'CROSS-REFERENCES CARRIED IN' TO W-SUM-TEXT
           MOVE W-XREF-READ-COUNT             TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CROSS-REFERENCES ADDED'      TO W-SUM-TEXT
           MOVE W-XREF-ADDED-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CROSS-REFERENCES RE-POINTED' TO W-SUM-TEXT
           MOVE W-XREF-REPOINT-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CROSS-REFERENCES REPLACED'   TO W-SUM-TEXT
           MOVE W-XREF-REPLACED-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT
           MOVE 'CROSS-REFERENCES WRITTEN'    TO W-SUM-TEXT
           MOVE W-XREF-WRITTEN-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
               THRU 8200-WRITE-COUNT-LINE-EXIT

           MOVE W-BLANK-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           EVALUATE TRUE
               WHEN REKEY-OUT-OF-BALANCE
                   MOVE 'RESULT: RE-KEYED FILES OUT OF BALANCE'
                                                TO W-STA-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN W-MERGE-REFUSED-COUNT > ZERO
                 OR W-CONTACT-LOST-COUNT > ZERO
                   MOVE 'RESULT: MERGES APPLIED WITH EXCEPTIONS'
                                                TO W-STA-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULT: MERGES APPLIED, FILES PROVED'
                                                TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * MERGE-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE MERGE-REPORT-RECORD
           IF MERGE-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO MERGE-REPORT='
                      MERGE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-WRITE-MERGE-LINE - WRITE THE DETAIL LINE PREPARED IN
      * W-MERGE-LINE
      *----------------------------------------------------------------
       8150-WRITE-MERGE-LINE.
           MOVE W-MERGE-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8150-WRITE-MERGE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-COUNT-LINE - WRITE ONE CONTROL COUNT LINE WITH NO
      * AMOUNT
      *----------------------------------------------------------------
       8200-WRITE-COUNT-LINE.
           MOVE W-SUMMARY-LINE TO MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD (44:21)
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-COUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8250-WRITE-AMOUNT-LINE - WRITE ONE CONTROL COUNT AND AMOUNT
      * LINE
      *----------------------------------------------------------------
       8250-WRITE-AMOUNT-LINE.
           MOVE W-SUMMARY-LINE TO MERGE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8250-WRITE-AMOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-REFUSE-MERGE - MARK MERGE W-E REFUSED AND LIST IT WITH
      * THE REASON SET BY THE CALLER IN W-REJECT-REASON-TEXT
      *----------------------------------------------------------------
       8300-REFUSE-MERGE.
           MOVE 'R' TO W-ME-STATE (W-E)
           ADD 1 TO W-MERGE-REFUSED-COUNT
           MOVE SPACES                  TO W-MERGE-LINE
           MOVE W-ME-SURVIVING-ID (W-E) TO W-MGL-SURVIVING-ID
           MOVE W-ME-RETIRED-ID (W-E)   TO W-MGL-RETIRED-ID
           MOVE 'REFUSED'               TO W-MGL-ITEM
           MOVE W-REJECT-REASON-TEXT    TO W-MGL-TEXT
           PERFORM 8150-WRITE-MERGE-LINE
               THRU 8150-WRITE-MERGE-LINE-EXIT.

       8300-REFUSE-MERGE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE MERGE-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE NEW-MASTER.
           CLOSE TRANSACTION-HISTORY.
           CLOSE CURRENT-OUT.
           CLOSE ARCHIVE-IN.
           CLOSE ARCHIVE-OUT.
           CLOSE XREF-IN.
           CLOSE XREF-OUT.
           CLOSE BALANCE-IN.
           CLOSE BALANCE-OUT.
           CLOSE MERGE-REPORT.

           GOBACK.

       END PROGRAM TCOBWMRG.
