       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWGLJ.
      * ----------------------------------------------------------------
      * GENERAL-LEDGER JOURNAL INTERFACE FOR THE TCOBWVB EXTRACT
      * ----------------------------------------------------------------
      * RUN AFTER TCOBWBAL HAS PROVED OUTPUT-FILE IN BALANCE. BUILDS
      * THE NIGHT'S GL JOURNAL: BALANCED DEBIT/CREDIT ENTRIES
      * SUMMARISED BY SOURCE, CURRENCY, BILLING CYCLE AND SIGN OF
      * TRANSACTION-AMOUNT, EACH LINE CARRYING ITS GBP BASE AMOUNT AT
      * THE EXCHANGE-RATE-FILE RATES THE EXTRACT RAN WITH. THE
      * JOURNAL HEADER AND EVERY LINE CARRY THE BUSINESS DATE AND RUN
      * NUMBER FROM THE EXTRACT HEADER-RECORD.
      * SOURCES AND ACCOUNTS (A CREDIT AMOUNT REVERSES THE PAIR):
      *   NIGHTLY ACTIVITY   DR 110000 CUSTOMER LEDGER CONTROL
      *                      CR 400000 ACTIVITY CLEARING
      *   RECYCLED RESUBMITS DR 110000 CUSTOMER LEDGER CONTROL
      *                      CR 190200 RESUBMIT SUSPENSE
      *   NEW REJECTS        DR 190100 REJECT SUSPENSE
      *                      CR 400000 ACTIVITY CLEARING
      * THE RESUBMIT BLOCK AT THE HEAD OF OUTPUT-FILE (ITS RECORD
      * COUNT IS ON THE TRAILER) WAS CLEARED THROUGH ACTIVITY
      * CLEARING THE NIGHT IT WAS REJECTED, SO IT IS POSTED AGAINST
      * RESUBMIT SUSPENSE, NOT CLEARING, AND IS NEVER POSTED TWICE.
      * ONLY FIRST-TIME REJECTS (RECYCLE COUNT ZERO) ON REJECT-FILE
      * ARE JOURNALED; A RESUBMIT REJECTED AGAIN IS ALREADY HELD IN
      * REJECT SUSPENSE AND IS SHOWN ON THE CONTROL REPORT ONLY.
      * THE JOURNAL CONTROL REPORT PROVES THE NET OF THE POSTED
      * EXTRACT ENTRIES AGAINST TRAILER-TOTAL-AMOUNT AND DEBITS
      * AGAINST CREDITS IN BOTH CURRENCY AND BASE. THE JOURNAL
      * TRAILER IS STAMPED 'P' (PROVED) OR 'H' (HOLD) AND ANY
      * DIFFERENCE ENDS RC 8 SO THE GL TRANSMISSION STEP DOES NOT
      * RUN. A WRONG OR STALE RUN, A SELECTIVE RE-EXTRACT, A STALE
      * REJECT-FILE OR A MISSING EXCHANGE RATE ENDS RC 12 WITH NO
      * JOURNAL LINES WRITTEN (OR A HELD JOURNAL); RC 16 IS I/O.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REJECT-FILE
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE
           ASSIGN TO RATEFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCHANGE-RATE-STATUS.

           SELECT GL-JOURNAL-FILE
           ASSIGN TO GLJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT JOURNAL-CONTROL-REPORT
           ASSIGN TO GLCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTROL-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS V
           RECORD CONTAINS 21 TO 5869 CHARACTERS.
       01  EXT-CUSTOMER-DATA.
           05 EXT-CUSTOMER-ID         PIC 9(6).
           05 EXT-CONTINUATION-IND    PIC X(1).
           05 EXT-EXTRACT-ACTION-IND  PIC X(1).
           05 EXT-CUSTOMER-CYCLE      PIC X(2).
           05 EXT-PERSONAL-DATA.
              10 EXT-CUSTOMER-NAME    PIC X(20).
              10 EXT-CUSTOMER-ADDRESS PIC X(20).
              10 EXT-CUSTOMER-PHONE   PIC X(8).
           05 EXT-CONTACT-INFO.
              10 EXT-CONTACT-NBR      PIC 9(4) COMP.
              10 EXT-CUSTOMER-CONTACTS OCCURS 0 TO 5
                 DEPENDING ON EXT-CONTACT-NBR.
                 15 EXT-CONTACT-TYPE  PIC X(1).
                 15 EXT-CONTACT-VALUE PIC X(40).
           05 EXT-TRANSACTIONS.
              10 EXT-TRANSACTION-NBR  PIC 9(9) COMP.
              10 EXT-TRANSACTION OCCURS 0 TO 200
                 DEPENDING ON EXT-TRANSACTION-NBR.
                 15 EXT-TRANSACTION-DATE    PIC X(8).
                 15 EXT-TRANSACTION-AMOUNT  PIC S9(13)V99 COMP-3.
                 15 EXT-TRANSACTION-CURRENCY-CODE PIC X(3).
                 15 EXT-TRANSACTION-COMMENT PIC X(9).
       01  EXT-TRAILER-RECORD.
           05 EXT-TRAILER-ID          PIC X(6).
           05 EXT-TRAILER-CUSTOMER-COUNT PIC 9(9) COMP-3.
           05 EXT-TRAILER-TOTAL-AMOUNT PIC S9(15)V99 COMP-3.
           05 EXT-TRAILER-RUN-MODE    PIC X(1).
           05 EXT-TRAILER-CYCLE       PIC X(2).
           05 EXT-TRAILER-RESUBMIT-RECORDS PIC 9(9) COMP-3.
       01  EXT-HEADER-RECORD.
           05 EXT-HEADER-ID           PIC X(6).
           05 EXT-HEADER-BUSINESS-DATE PIC X(8).
           05 EXT-HEADER-RUN-NUMBER   PIC 9(4).
           05 EXT-HEADER-CYCLE        PIC X(2).
           05 FILLER                  PIC X(1).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  REJECT-RECORD.
           05 REJ-REASON-CODE         PIC X(4).
           05 REJ-RECYCLE-COUNT       PIC 9(2).
           05 REJ-CUSTOMER-DATA.
              10 REJ-CUSTOMER-ID      PIC 9(6).
              10 REJ-CONTINUATION-IND PIC X(1).
              10 REJ-EXTRACT-ACTION-IND PIC X(1).
              10 REJ-CUSTOMER-CYCLE   PIC X(2).
              10 REJ-PERSONAL-DATA.
                 15 REJ-CUSTOMER-NAME    PIC X(20).
                 15 REJ-CUSTOMER-ADDRESS PIC X(20).
                 15 REJ-CUSTOMER-PHONE   PIC X(8).
              10 REJ-CONTACT-INFO.
                 15 REJ-CONTACT-NBR   PIC 9(4) COMP.
                 15 REJ-CUSTOMER-CONTACTS OCCURS 0 TO 5
                    DEPENDING ON REJ-CONTACT-NBR.
                    20 REJ-CONTACT-TYPE  PIC X(1).
                    20 REJ-CONTACT-VALUE PIC X(40).
              10 REJ-TRANSACTIONS.
                 15 REJ-TRANSACTION-NBR PIC 9(9) COMP.
                 15 REJ-TRANSACTION OCCURS 0 TO 200
                    DEPENDING ON REJ-TRANSACTION-NBR.
                    20 REJ-TRANSACTION-DATE    PIC X(8).
                    20 REJ-TRANSACTION-AMOUNT  PIC S9(13)V99 COMP-3.
                    20 REJ-TRANSACTION-CURRENCY-CODE PIC X(3).
                    20 REJ-TRANSACTION-COMMENT PIC X(9).
       01  REJECT-HEADER-RECORD.
           05 RHD-ID                  PIC X(6).
           05 RHD-BUSINESS-DATE       PIC X(8).
           05 RHD-RUN-NUMBER          PIC 9(4).
           05 RHD-CYCLE               PIC X(2).
           05 FILLER                  PIC X(5855).

       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  EXCHANGE-RATE-RECORD.
           05 RT-RATE-DATE                PIC X(8).
           05 RT-CURRENCY-CODE            PIC X(3).
           05 RT-RATE-TO-GBP              PIC 9(3)V9(6).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05 GJ-BUSINESS-DATE        PIC X(8).
           05 GJ-RUN-NUMBER           PIC 9(4).
           05 GJ-LINE-NUMBER          PIC 9(6).
           05 GJ-ACCOUNT              PIC X(6).
           05 GJ-DEBIT-CREDIT         PIC X(1).
           05 GJ-CURRENCY-CODE        PIC X(3).
           05 GJ-AMOUNT               PIC 9(15)V99.
           05 GJ-BASE-AMOUNT          PIC 9(15)V99.
           05 GJ-BILLING-CYCLE        PIC X(2).
           05 GJ-AMOUNT-SIGN          PIC X(1).
           05 GJ-SOURCE               PIC X(1).
           05 GJ-TRANSACTION-COUNT    PIC 9(9).
           05 GJ-DESCRIPTION          PIC X(24).
           05 FILLER                  PIC X(1).
       01  GL-JOURNAL-HEADER.
           05 GJH-ID                  PIC X(6).
           05 GJH-BUSINESS-DATE       PIC X(8).
           05 GJH-RUN-NUMBER          PIC 9(4).
           05 GJH-RATE-DATE           PIC X(8).
           05 GJH-BASE-CURRENCY       PIC X(3).
           05 GJH-EXTRACT-CYCLE       PIC X(2).
           05 FILLER                  PIC X(69).
       01  GL-JOURNAL-TRAILER.
           05 GJT-ID                  PIC X(6).
           05 GJT-LINE-COUNT          PIC 9(9).
           05 GJT-DEBIT-TOTAL         PIC 9(15)V99.
           05 GJT-CREDIT-TOTAL        PIC 9(15)V99.
           05 GJT-BASE-DEBIT-TOTAL    PIC 9(15)V99.
           05 GJT-BASE-CREDIT-TOTAL   PIC 9(15)V99.
           05 GJT-CONTROL-STATUS      PIC X(1).
           05 FILLER                  PIC X(16).

       FD  JOURNAL-CONTROL-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-REPORT-RECORD      PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  W-K                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  W-S                        PIC 9(4) COMP.
       01  W-T                        PIC 9(4) COMP.
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  REJECT-FILE-STATUS         PIC 9(2).
       01  EXCHANGE-RATE-STATUS       PIC 9(2) VALUE ZERO.
       01  GL-JOURNAL-STATUS          PIC 9(2).
       01  CONTROL-REPORT-STATUS      PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-EXTRACT-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 EXTRACT-EOF                VALUE 'Y'.
           05 W-REJECT-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 REJECT-FILE-EOF            VALUE 'Y'.
           05 W-RATE-FILE-EOF-SWITCH  PIC X(1) VALUE 'N'.
              88 RATE-FILE-EOF              VALUE 'Y'.
           05 W-HEADER-SEEN-SWITCH    PIC X(1) VALUE 'N'.
              88 HEADER-SEEN                VALUE 'Y'.
           05 W-TRAILER-SEEN-SWITCH   PIC X(1) VALUE 'N'.
              88 TRAILER-SEEN               VALUE 'Y'.
           05 W-REJECT-HEADER-SW      PIC X(1) VALUE 'N'.
              88 REJECT-HEADER-SEEN         VALUE 'Y'.
           05 W-RUN-CHECK-SWITCH      PIC X(1) VALUE 'Y'.
              88 RUN-CHECK-PASSED           VALUE 'Y'.
              88 RUN-CHECK-FAILED           VALUE 'N'.
           05 W-RATE-ERROR-SWITCH     PIC X(1) VALUE 'N'.
              88 RATE-ERROR                 VALUE 'Y'.
           05 W-TABLE-FULL-SWITCH     PIC X(1) VALUE 'N'.
              88 SUMMARY-TABLE-FULL         VALUE 'Y'.
           05 W-PROOF-SWITCH          PIC X(1) VALUE 'Y'.
              88 JOURNAL-PROVED             VALUE 'Y'.
              88 JOURNAL-NOT-PROVED         VALUE 'N'.
           05 W-ENTRY-FOUND-SWITCH    PIC X(1) VALUE 'N'.
              88 ENTRY-FOUND                VALUE 'Y'.
       01  W-EXPECTED-RUN.
           05 W-EXP-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-EXP-RUN-NUMBER        PIC 9(4) VALUE ZERO.
       01  W-HEADER-VALUES.
           05 W-HDR-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-HDR-RUN-NUMBER        PIC 9(4) VALUE ZERO.
           05 W-HDR-CYCLE             PIC X(2) VALUE SPACES.
       01  W-TRAILER-VALUES.
           05 W-TRAILER-TOTAL-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-TRAILER-RUN-MODE      PIC X(1) VALUE SPACE.
           05 W-TRAILER-RESUBMIT-RECS PIC 9(9) COMP-3 VALUE ZERO.
       01  W-RUN-CHECK-REASON         PIC X(52) VALUE SPACES.
       01  W-RATE-DATE                PIC X(8) VALUE SPACES.
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 3.
       01  W-CURRENCY-TABLE.
           05 W-CURRENCY-ENTRY OCCURS 3 TIMES.
              10 W-CT-CODE            PIC X(3).
              10 W-CT-RATE-FOUND-SW   PIC X(1).
                 88 CT-RATE-FOUND           VALUE 'Y'.
              10 W-CT-RATE            PIC 9(3)V9(6) COMP-3.
              10 W-CT-NET-AMOUNT      PIC S9(15)V99 COMP-3.
              10 W-CT-NET-BASE        PIC S9(15)V99 COMP-3.
       01  W-ENTRY-RATE               PIC 9(3)V9(6) COMP-3 VALUE ZERO.
       01  W-ENTRY-CCY-SLOT           PIC 9(4) COMP VALUE ZERO.
      *    SUMMARY TABLE IN KEY ORDER: SOURCE (1 NIGHTLY, 2 RECYCLED
      *    RESUBMIT, 3 NEW REJECT), CURRENCY, CYCLE, SIGN
       01  MAX-SUMMARY-ENTRIES        PIC 9(4) COMP VALUE 500.
       01  W-SUMMARY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  W-SUMMARY-TABLE.
           05 W-SUMMARY-ENTRY OCCURS 500 TIMES.
              10 W-SUM-KEY.
                 15 W-SUM-SOURCE      PIC X(1).
                 15 W-SUM-CURRENCY    PIC X(3).
                 15 W-SUM-CYCLE       PIC X(2).
                 15 W-SUM-SIGN        PIC X(1).
              10 W-SUM-TX-COUNT       PIC 9(9) COMP-3.
              10 W-SUM-AMOUNT         PIC S9(15)V99 COMP-3.
       01  W-NEW-KEY.
           05 W-NEW-SOURCE            PIC X(1).
              88 NEW-SOURCE-NIGHTLY         VALUE '1'.
              88 NEW-SOURCE-RESUBMIT        VALUE '2'.
              88 NEW-SOURCE-REJECT          VALUE '3'.
           05 W-NEW-CURRENCY          PIC X(3).
           05 W-NEW-CYCLE             PIC X(2).
           05 W-NEW-SIGN              PIC X(1).
       01  W-NEW-AMOUNT               PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-TX-AMOUNT                PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-ENTRY-FIELDS.
           05 W-ENT-DEBIT-ACCOUNT     PIC X(6).
           05 W-ENT-CREDIT-ACCOUNT    PIC X(6).
           05 W-ENT-SOURCE-CODE       PIC X(1).
           05 W-ENT-DESCRIPTION       PIC X(24).
           05 W-ENT-BASE-AMOUNT       PIC S9(15)V99 COMP-3.
       01  W-GL-ACCOUNTS.
           05 W-ACCT-LEDGER-CONTROL   PIC X(6) VALUE '110000'.
           05 W-ACCT-REJECT-SUSPENSE  PIC X(6) VALUE '190100'.
           05 W-ACCT-RESUBMIT-SUSPENSE PIC X(6) VALUE '190200'.
           05 W-ACCT-ACTIVITY-CLEARING PIC X(6) VALUE '400000'.
       01  W-RUN-TOTALS.
           05 W-DATA-RECORD-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DATA-RECORD-SEQ       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-EXTRACT-NET-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-NIGHTLY-TX-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NIGHTLY-NET-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-RESUBMIT-TX-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-NET-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-REJECT-NEW-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJECT-NEW-AMOUNT     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-REJECT-HELD-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJECT-HELD-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-JOURNAL-LINE-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-JOURNAL-NET-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-DEBIT-TOTAL           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-CREDIT-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-BASE-DEBIT-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-BASE-CREDIT-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'GL JOURNAL CONTROL REPORT               '.
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-RUN-IDENT-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'RUN IDENTITY:      '.
           05 W-RID-DATE              PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-RID-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RID-VERDICT           PIC X(14).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-RATE-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'RATES OF:          '.
           05 W-RTL-RATE-DATE         PIC X(8).
           05 FILLER                  PIC X(53) VALUE SPACES.
       01  W-SECTION-LINE.
           05 W-SEC-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-ENTRY-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'S CCY CY S   COUNT           AMOUNT     '.
           05 FILLER                  PIC X(40)
              VALUE '    GBP BASE  DR     CR                 '.
       01  W-ENTRY-LINE.
           05 W-ENL-SOURCE            PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-CYCLE             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-SIGN              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-BASE              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-ENL-DEBIT-ACCOUNT     PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ENL-CREDIT-ACCOUNT    PIC X(6).
           05 FILLER                  PIC X(7)  VALUE SPACES.
       01  W-CURRENCY-LINE.
           05 FILLER                  PIC X(9)  VALUE 'CURRENCY '.
           05 W-CCL-CODE              PIC X(3).
           05 FILLER                  PIC X(13)
              VALUE '  NET POSTED '.
           05 W-CCL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(6)  VALUE '  GBP '.
           05 W-CCL-BASE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  W-COMPARE-LINE.
           05 W-CMP-TEXT              PIC X(26).
           05 W-CMP-COMPUTED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-CONTROL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-VERDICT           PIC X(14).
           05 FILLER                  PIC X(2)  VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(30).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-SUM-AMOUNT-OUT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1500-PRESCAN-EXTRACT
               THRU 1500-PRESCAN-EXTRACT-EXIT
           PERFORM 1700-CHECK-RUN-IDENTITY
               THRU 1700-CHECK-RUN-IDENTITY-EXIT
           IF RUN-CHECK-PASSED
              PERFORM 2000-SUMMARISE-EXTRACT
                  THRU 2000-SUMMARISE-EXTRACT-EXIT
                  UNTIL EXTRACT-EOF
              PERFORM 3000-SUMMARISE-REJECT
                  THRU 3000-SUMMARISE-REJECT-EXIT
                  UNTIL REJECT-FILE-EOF
              PERFORM 5000-WRITE-JOURNAL
                  THRU 5000-WRITE-JOURNAL-EXIT
           END-IF
           PERFORM 8000-WRITE-CONTROL-REPORT
               THRU 8000-WRITE-CONTROL-REPORT-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE EXPECTED RUN FROM RUN CONTROL,
      * LOAD THE EXCHANGE RATES AND OPEN FILES. THE JOURNAL IS OPENED
      * OUTPUT HERE SO A REFUSED RUN NEVER LEAVES AN EARLIER NIGHT'S
      * JOURNAL BEHIND FOR TRANSMISSION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'GBP' TO W-CT-CODE (1)
           MOVE 'USD' TO W-CT-CODE (2)
           MOVE 'EUR' TO W-CT-CODE (3)
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE 'N'  TO W-CT-RATE-FOUND-SW (W-M)
               MOVE ZERO TO W-CT-RATE (W-M)
               MOVE ZERO TO W-CT-NET-AMOUNT (W-M)
               MOVE ZERO TO W-CT-NET-BASE (W-M)
           END-PERFORM
           MOVE 1.000000 TO W-CT-RATE (1)
           MOVE 'Y'      TO W-CT-RATE-FOUND-SW (1).

           OPEN OUTPUT JOURNAL-CONTROL-REPORT.
           IF CONTROL-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING JOURNAL-CONTROL-REPORT='
                      CONTROL-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING GL-JOURNAL-FILE='
                      GL-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'RUN-CONTROL FILE NOT AVAILABLE'
                                         TO W-RUN-CHECK-REASON
           ELSE
              READ RUN-CONTROL-FILE
                  AT END
                      DISPLAY 'RUN-CONTROL FILE EMPTY'
                      SET RUN-CHECK-FAILED TO TRUE
                      MOVE 'RUN-CONTROL FILE EMPTY'
                                         TO W-RUN-CHECK-REASON
                  NOT AT END
                      MOVE RC-BUSINESS-DATE TO W-EXP-BUSINESS-DATE
                      MOVE RC-RUN-NUMBER    TO W-EXP-RUN-NUMBER
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.

           PERFORM 1200-LOAD-EXCHANGE-RATES
               THRU 1200-LOAD-EXCHANGE-RATES-EXIT.

           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-EXCHANGE-RATES - READ THE DATED EXCHANGE-RATE FILE
      * THE EXTRACT RAN WITH INTO THE CURRENCY TABLE; GBP IS PRESET
      * TO 1.000000
      *----------------------------------------------------------------
       1200-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF EXCHANGE-RATE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING EXCHANGE-RATE-FILE='
                      EXCHANGE-RATE-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 1250-LOAD-ONE-RATE
               THRU 1250-LOAD-ONE-RATE-EXIT
               UNTIL RATE-FILE-EOF.

           CLOSE EXCHANGE-RATE-FILE.

       1200-LOAD-EXCHANGE-RATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-RATE - STORE ONE EXCHANGE-RATE RECORD IN THE
      * CURRENCY TABLE; RATES FOR CURRENCIES WE DO NOT SETTLE ARE
      * PASSED OVER
      *----------------------------------------------------------------
       1250-LOAD-ONE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                   SET RATE-FILE-EOF TO TRUE
                   GO TO 1250-LOAD-ONE-RATE-EXIT
           END-READ.
           IF EXCHANGE-RATE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING EXCHANGE-RATE-FILE='
                      EXCHANGE-RATE-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE RT-RATE-DATE TO W-RATE-DATE
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CT-CODE (W-M) = RT-CURRENCY-CODE
                  MOVE RT-RATE-TO-GBP TO W-CT-RATE (W-M)
                  MOVE 'Y' TO W-CT-RATE-FOUND-SW (W-M)
               END-IF
           END-PERFORM.

       1250-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-PRESCAN-EXTRACT - FIRST PASS OVER OUTPUT-FILE TO PICK UP
      * THE HEADER AND THE TRAILER (WHICH CARRIES THE SIZE OF THE
      * RESUBMIT BLOCK) BEFORE ANY ENTRY IS SUMMARISED; THE FILE IS
      * THEN REOPENED FOR THE SUMMARISING PASS
      *----------------------------------------------------------------
       1500-PRESCAN-EXTRACT.
           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT
           PERFORM 1510-PRESCAN-ONE-RECORD
               THRU 1510-PRESCAN-ONE-RECORD-EXIT
               UNTIL EXTRACT-EOF

           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-EXTRACT-EOF-SWITCH
           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.

       1500-PRESCAN-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-PRESCAN-ONE-RECORD - NOTE THE HEADER, THE TRAILER OR ONE
      * MORE CUSTOMER-DATA RECORD, THEN READ ON
      *----------------------------------------------------------------
       1510-PRESCAN-ONE-RECORD.
           EVALUATE TRUE
               WHEN EXT-HEADER-ID = 'HEADER'
                    SET HEADER-SEEN TO TRUE
                    MOVE EXT-HEADER-BUSINESS-DATE
                                      TO W-HDR-BUSINESS-DATE
                    MOVE EXT-HEADER-RUN-NUMBER TO W-HDR-RUN-NUMBER
                    MOVE EXT-HEADER-CYCLE      TO W-HDR-CYCLE
               WHEN EXT-TRAILER-ID = 'TRAILR'
                    SET TRAILER-SEEN TO TRUE
                    MOVE EXT-TRAILER-TOTAL-AMOUNT
                                      TO W-TRAILER-TOTAL-AMOUNT
                    MOVE EXT-TRAILER-RUN-MODE  TO W-TRAILER-RUN-MODE
                    IF EXT-TRAILER-RESUBMIT-RECORDS IS NUMERIC
                       MOVE EXT-TRAILER-RESUBMIT-RECORDS
                                      TO W-TRAILER-RESUBMIT-RECS
                    END-IF
               WHEN OTHER
                    ADD 1 TO W-DATA-RECORD-COUNT
           END-EVALUATE
           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.

       1510-PRESCAN-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-CHECK-RUN-IDENTITY - THE EXTRACT MUST BE TONIGHT'S
      * NIGHTLY RUN (HEADER AGAINST RUN CONTROL, NOT A SELECTIVE
      * RE-EXTRACT, WITH A TRAILER) AND REJECT-FILE MUST CARRY THE
      * SAME RUN IN ITS HEADER. ANY FAILURE STOPS THE JOURNAL
      *----------------------------------------------------------------
       1700-CHECK-RUN-IDENTITY.
           IF RUN-CHECK-FAILED
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF

           IF NOT HEADER-SEEN
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'NO HEADER RECORD ON EXTRACT-FILE'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           IF NOT TRAILER-SEEN
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'NO TRAILER RECORD ON EXTRACT-FILE'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           IF W-TRAILER-RUN-MODE = 'S'
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'SELECTIVE RE-EXTRACT IS NOT JOURNALED'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           IF W-HDR-BUSINESS-DATE NOT = W-EXP-BUSINESS-DATE
              OR W-HDR-RUN-NUMBER NOT = W-EXP-RUN-NUMBER
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'EXTRACT HEADER IS NOT THE EXPECTED RUN'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           IF W-TRAILER-RESUBMIT-RECS > W-DATA-RECORD-COUNT
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'TRAILER RESUBMIT COUNT EXCEEDS DATA RECORDS'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF

           PERFORM 3900-READ-REJECT
               THRU 3900-READ-REJECT-EXIT
           IF REJECT-FILE-EOF
              OR RHD-ID NOT = 'HEADER'
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'NO HEADER RECORD ON REJECT-FILE'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           SET REJECT-HEADER-SEEN TO TRUE
           IF RHD-BUSINESS-DATE NOT = W-EXP-BUSINESS-DATE
              OR RHD-RUN-NUMBER NOT = W-EXP-RUN-NUMBER
              SET RUN-CHECK-FAILED TO TRUE
              MOVE 'REJECT-FILE HEADER IS NOT THE EXPECTED RUN'
                                         TO W-RUN-CHECK-REASON
              GO TO 1700-CHECK-RUN-IDENTITY-EXIT
           END-IF
           PERFORM 3900-READ-REJECT
               THRU 3900-READ-REJECT-EXIT.

       1700-CHECK-RUN-IDENTITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SUMMARISE-EXTRACT - ADD EVERY TRANSACTION OF ONE
      * CUSTOMER-DATA RECORD TO THE SUMMARY TABLE. THE FIRST
      * TRAILER-RESUBMIT-RECORDS DATA RECORDS ARE THE RESUBMIT BLOCK;
      * THE REST ARE THE NIGHT'S OWN ACTIVITY
      *----------------------------------------------------------------
       2000-SUMMARISE-EXTRACT.
           IF EXT-HEADER-ID = 'HEADER'
              OR EXT-TRAILER-ID = 'TRAILR'
              GO TO 2000-SUMMARISE-EXTRACT-READ
           END-IF

           ADD 1 TO W-DATA-RECORD-SEQ
           IF W-DATA-RECORD-SEQ > W-TRAILER-RESUBMIT-RECS
              SET NEW-SOURCE-NIGHTLY  TO TRUE
           ELSE
              SET NEW-SOURCE-RESUBMIT TO TRUE
           END-IF
           MOVE EXT-CUSTOMER-CYCLE TO W-NEW-CYCLE

           PERFORM VARYING W-T FROM 1 BY 1
                   UNTIL W-T > EXT-TRANSACTION-NBR
               MOVE EXT-TRANSACTION-AMOUNT (W-T) TO W-TX-AMOUNT
               MOVE EXT-TRANSACTION-CURRENCY-CODE (W-T)
                                          TO W-NEW-CURRENCY
               ADD W-TX-AMOUNT TO W-EXTRACT-NET-AMOUNT
               IF NEW-SOURCE-NIGHTLY
                  ADD 1           TO W-NIGHTLY-TX-COUNT
                  ADD W-TX-AMOUNT TO W-NIGHTLY-NET-AMOUNT
               ELSE
                  ADD 1           TO W-RESUBMIT-TX-COUNT
                  ADD W-TX-AMOUNT TO W-RESUBMIT-NET-AMOUNT
               END-IF
               PERFORM 2500-ADD-TO-SUMMARY
                   THRU 2500-ADD-TO-SUMMARY-EXIT
           END-PERFORM.

       2000-SUMMARISE-EXTRACT-READ.
           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.

       2000-SUMMARISE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ADD-TO-SUMMARY - ADD W-TX-AMOUNT (BY ITS SIGN) TO THE
      * SUMMARY ENTRY FOR W-NEW-KEY, INSERTING A NEW ENTRY IN KEY
      * ORDER WHEN THE KEY IS NOT YET HELD. AMOUNTS ARE HELD
      * UNSIGNED; THE SIGN IS PART OF THE KEY
      *----------------------------------------------------------------
       2500-ADD-TO-SUMMARY.
           IF W-TX-AMOUNT < ZERO
              MOVE '-' TO W-NEW-SIGN
              COMPUTE W-NEW-AMOUNT = ZERO - W-TX-AMOUNT
           ELSE
              MOVE '+' TO W-NEW-SIGN
              MOVE W-TX-AMOUNT TO W-NEW-AMOUNT
           END-IF

           MOVE 'N' TO W-ENTRY-FOUND-SWITCH
           PERFORM VARYING W-S FROM 1 BY 1
                   UNTIL W-S > W-SUMMARY-COUNT
                      OR W-SUM-KEY (W-S) >= W-NEW-KEY
               CONTINUE
           END-PERFORM
           IF W-S <= W-SUMMARY-COUNT
              AND W-SUM-KEY (W-S) = W-NEW-KEY
              SET ENTRY-FOUND TO TRUE
           END-IF

           IF NOT ENTRY-FOUND
              IF W-SUMMARY-COUNT >= MAX-SUMMARY-ENTRIES
                 SET SUMMARY-TABLE-FULL TO TRUE
                 GO TO 2500-ADD-TO-SUMMARY-EXIT
              END-IF
              PERFORM VARYING W-K FROM W-SUMMARY-COUNT BY -1
                      UNTIL W-K < W-S
                  MOVE W-SUMMARY-ENTRY (W-K)
                                  TO W-SUMMARY-ENTRY (W-K + 1)
              END-PERFORM
              ADD 1 TO W-SUMMARY-COUNT
              MOVE W-NEW-KEY TO W-SUM-KEY (W-S)
              MOVE ZERO      TO W-SUM-TX-COUNT (W-S)
              MOVE ZERO      TO W-SUM-AMOUNT (W-S)
           END-IF

           ADD 1            TO W-SUM-TX-COUNT (W-S)
           ADD W-NEW-AMOUNT TO W-SUM-AMOUNT (W-S).

       2500-ADD-TO-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-EXTRACT - READ THE NEXT EXTRACT RECORD, SET EOF
      *----------------------------------------------------------------
       2900-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ
           IF NOT EXTRACT-EOF
              AND EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SUMMARISE-REJECT - A FIRST-TIME REJECT (RECYCLE COUNT
      * ZERO) IS JOURNALED TO REJECT SUSPENSE; A RESUBMIT THAT FAILED
      * AGAIN IS ALREADY IN SUSPENSE FROM ITS FIRST NIGHT AND IS ONLY
      * COUNTED FOR THE CONTROL REPORT
      *----------------------------------------------------------------
       3000-SUMMARISE-REJECT.
           IF REJ-RECYCLE-COUNT IS NUMERIC
              AND REJ-RECYCLE-COUNT > ZERO
              PERFORM VARYING W-T FROM 1 BY 1
                      UNTIL W-T > REJ-TRANSACTION-NBR
                  ADD 1 TO W-REJECT-HELD-COUNT
                  ADD REJ-TRANSACTION-AMOUNT (W-T)
                                  TO W-REJECT-HELD-AMOUNT
              END-PERFORM
              GO TO 3000-SUMMARISE-REJECT-READ
           END-IF

           SET NEW-SOURCE-REJECT TO TRUE
           MOVE REJ-CUSTOMER-CYCLE TO W-NEW-CYCLE
           PERFORM VARYING W-T FROM 1 BY 1
                   UNTIL W-T > REJ-TRANSACTION-NBR
               MOVE REJ-TRANSACTION-AMOUNT (W-T) TO W-TX-AMOUNT
               MOVE REJ-TRANSACTION-CURRENCY-CODE (W-T)
                                          TO W-NEW-CURRENCY
               ADD 1           TO W-REJECT-NEW-COUNT
               ADD W-TX-AMOUNT TO W-REJECT-NEW-AMOUNT
               PERFORM 2500-ADD-TO-SUMMARY
                   THRU 2500-ADD-TO-SUMMARY-EXIT
           END-PERFORM.

       3000-SUMMARISE-REJECT-READ.
           PERFORM 3900-READ-REJECT
               THRU 3900-READ-REJECT-EXIT.

       3000-SUMMARISE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-READ-REJECT - READ THE NEXT REJECT-FILE RECORD, SET EOF
      *----------------------------------------------------------------
       3900-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET REJECT-FILE-EOF TO TRUE
           END-READ
           IF NOT REJECT-FILE-EOF
              AND REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       3900-READ-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-JOURNAL - WRITE THE JOURNAL HEADER, A DEBIT AND A
      * CREDIT LINE FOR EVERY SUMMARY ENTRY, THEN PROVE THE JOURNAL
      * AND WRITE THE TRAILER STAMPED PROVED OR HOLD
      *----------------------------------------------------------------
       5000-WRITE-JOURNAL.
           MOVE SPACES              TO GL-JOURNAL-HEADER
           MOVE 'HEADER'            TO GJH-ID
           MOVE W-HDR-BUSINESS-DATE TO GJH-BUSINESS-DATE
           MOVE W-HDR-RUN-NUMBER    TO GJH-RUN-NUMBER
           MOVE W-RATE-DATE         TO GJH-RATE-DATE
           MOVE 'GBP'               TO GJH-BASE-CURRENCY
           MOVE W-HDR-CYCLE         TO GJH-EXTRACT-CYCLE
           WRITE GL-JOURNAL-HEADER
           IF GL-JOURNAL-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO GL-JOURNAL-FILE='
                      GL-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 5100-WRITE-ONE-ENTRY
               THRU 5100-WRITE-ONE-ENTRY-EXIT
               VARYING W-S FROM 1 BY 1
               UNTIL W-S > W-SUMMARY-COUNT

           IF W-JOURNAL-NET-AMOUNT NOT = W-TRAILER-TOTAL-AMOUNT
              OR W-EXTRACT-NET-AMOUNT NOT = W-TRAILER-TOTAL-AMOUNT
              OR W-DEBIT-TOTAL NOT = W-CREDIT-TOTAL
              OR W-BASE-DEBIT-TOTAL NOT = W-BASE-CREDIT-TOTAL
              SET JOURNAL-NOT-PROVED TO TRUE
           END-IF

           MOVE SPACES               TO GL-JOURNAL-TRAILER
           MOVE 'TRAILR'             TO GJT-ID
           MOVE W-JOURNAL-LINE-COUNT TO GJT-LINE-COUNT
           MOVE W-DEBIT-TOTAL        TO GJT-DEBIT-TOTAL
           MOVE W-CREDIT-TOTAL       TO GJT-CREDIT-TOTAL
           MOVE W-BASE-DEBIT-TOTAL   TO GJT-BASE-DEBIT-TOTAL
           MOVE W-BASE-CREDIT-TOTAL  TO GJT-BASE-CREDIT-TOTAL
           IF JOURNAL-PROVED
              AND NOT RATE-ERROR
              AND NOT SUMMARY-TABLE-FULL
              MOVE 'P' TO GJT-CONTROL-STATUS
           ELSE
              MOVE 'H' TO GJT-CONTROL-STATUS
           END-IF
           WRITE GL-JOURNAL-TRAILER
           IF GL-JOURNAL-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO GL-JOURNAL-FILE='
                      GL-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       5000-WRITE-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-ONE-ENTRY - CHOOSE THE ACCOUNT PAIR FOR ONE
      * SUMMARY ENTRY (A NEGATIVE AMOUNT SWAPS DEBIT AND CREDIT),
      * CONVERT IT TO GBP AT THE RUN'S RATE, WRITE THE TWO LINES AND
      * ROLL THE ENTRY INTO THE PROOF TOTALS
      *----------------------------------------------------------------
       5100-WRITE-ONE-ENTRY.
           EVALUATE W-SUM-SOURCE (W-S)
               WHEN '1'
                    MOVE W-ACCT-LEDGER-CONTROL TO W-ENT-DEBIT-ACCOUNT
                    MOVE W-ACCT-ACTIVITY-CLEARING
                                               TO W-ENT-CREDIT-ACCOUNT
                    MOVE 'N'                   TO W-ENT-SOURCE-CODE
                    MOVE 'NIGHTLY ACTIVITY'    TO W-ENT-DESCRIPTION
               WHEN '2'
                    MOVE W-ACCT-LEDGER-CONTROL TO W-ENT-DEBIT-ACCOUNT
                    MOVE W-ACCT-RESUBMIT-SUSPENSE
                                               TO W-ENT-CREDIT-ACCOUNT
                    MOVE 'R'                   TO W-ENT-SOURCE-CODE
                    MOVE 'RECYCLED RESUBMITS'  TO W-ENT-DESCRIPTION
               WHEN OTHER
                    MOVE W-ACCT-REJECT-SUSPENSE
                                               TO W-ENT-DEBIT-ACCOUNT
                    MOVE W-ACCT-ACTIVITY-CLEARING
                                               TO W-ENT-CREDIT-ACCOUNT
                    MOVE 'J'                   TO W-ENT-SOURCE-CODE
                    MOVE 'NEW REJECTS TO SUSPENSE'
                                               TO W-ENT-DESCRIPTION
           END-EVALUATE
           IF W-SUM-SIGN (W-S) = '-'
              MOVE W-ENT-DEBIT-ACCOUNT  TO W-ENL-DEBIT-ACCOUNT
              MOVE W-ENT-CREDIT-ACCOUNT TO W-ENT-DEBIT-ACCOUNT
              MOVE W-ENL-DEBIT-ACCOUNT  TO W-ENT-CREDIT-ACCOUNT
           END-IF

           MOVE ZERO TO W-ENTRY-CCY-SLOT
           MOVE ZERO TO W-ENTRY-RATE
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CT-CODE (W-M) = W-SUM-CURRENCY (W-S)
                  MOVE W-M TO W-ENTRY-CCY-SLOT
               END-IF
           END-PERFORM
           IF W-ENTRY-CCY-SLOT = ZERO
              DISPLAY 'CURRENCY ' W-SUM-CURRENCY (W-S)
                      ' IS NOT A SETTLED CURRENCY'
              SET RATE-ERROR TO TRUE
           ELSE
              IF CT-RATE-FOUND (W-ENTRY-CCY-SLOT)
                 MOVE W-CT-RATE (W-ENTRY-CCY-SLOT) TO W-ENTRY-RATE
              ELSE
                 DISPLAY 'NO EXCHANGE RATE FOR CURRENCY '
                         W-SUM-CURRENCY (W-S)
                 SET RATE-ERROR TO TRUE
              END-IF
           END-IF
           COMPUTE W-ENT-BASE-AMOUNT ROUNDED =
                   W-SUM-AMOUNT (W-S) * W-ENTRY-RATE

           MOVE SPACES                 TO GL-JOURNAL-RECORD
           MOVE W-HDR-BUSINESS-DATE    TO GJ-BUSINESS-DATE
           MOVE W-HDR-RUN-NUMBER       TO GJ-RUN-NUMBER
           MOVE W-SUM-CURRENCY (W-S)   TO GJ-CURRENCY-CODE
           MOVE W-SUM-AMOUNT (W-S)     TO GJ-AMOUNT
           MOVE W-ENT-BASE-AMOUNT      TO GJ-BASE-AMOUNT
           MOVE W-SUM-CYCLE (W-S)      TO GJ-BILLING-CYCLE
           MOVE W-SUM-SIGN (W-S)       TO GJ-AMOUNT-SIGN
           MOVE W-ENT-SOURCE-CODE      TO GJ-SOURCE
           MOVE W-SUM-TX-COUNT (W-S)   TO GJ-TRANSACTION-COUNT
           MOVE W-ENT-DESCRIPTION      TO GJ-DESCRIPTION

           ADD 1 TO W-JOURNAL-LINE-COUNT
           MOVE W-JOURNAL-LINE-COUNT   TO GJ-LINE-NUMBER
           MOVE W-ENT-DEBIT-ACCOUNT    TO GJ-ACCOUNT
           MOVE 'D'                    TO GJ-DEBIT-CREDIT
           PERFORM 5900-WRITE-JOURNAL-LINE
               THRU 5900-WRITE-JOURNAL-LINE-EXIT
           ADD 1 TO W-JOURNAL-LINE-COUNT
           MOVE W-JOURNAL-LINE-COUNT   TO GJ-LINE-NUMBER
           MOVE W-ENT-CREDIT-ACCOUNT   TO GJ-ACCOUNT
           MOVE 'C'                    TO GJ-DEBIT-CREDIT
           PERFORM 5900-WRITE-JOURNAL-LINE
               THRU 5900-WRITE-JOURNAL-LINE-EXIT

           ADD W-SUM-AMOUNT (W-S)  TO W-DEBIT-TOTAL
           ADD W-SUM-AMOUNT (W-S)  TO W-CREDIT-TOTAL
           ADD W-ENT-BASE-AMOUNT   TO W-BASE-DEBIT-TOTAL
           ADD W-ENT-BASE-AMOUNT   TO W-BASE-CREDIT-TOTAL

           IF W-SUM-SOURCE (W-S) NOT = '3'
              IF W-SUM-SIGN (W-S) = '-'
                 SUBTRACT W-SUM-AMOUNT (W-S) FROM W-JOURNAL-NET-AMOUNT
                 IF W-ENTRY-CCY-SLOT > ZERO
                    SUBTRACT W-SUM-AMOUNT (W-S)
                        FROM W-CT-NET-AMOUNT (W-ENTRY-CCY-SLOT)
                    SUBTRACT W-ENT-BASE-AMOUNT
                        FROM W-CT-NET-BASE (W-ENTRY-CCY-SLOT)
                 END-IF
              ELSE
                 ADD W-SUM-AMOUNT (W-S) TO W-JOURNAL-NET-AMOUNT
                 IF W-ENTRY-CCY-SLOT > ZERO
                    ADD W-SUM-AMOUNT (W-S)
                        TO W-CT-NET-AMOUNT (W-ENTRY-CCY-SLOT)
                    ADD W-ENT-BASE-AMOUNT
                        TO W-CT-NET-BASE (W-ENTRY-CCY-SLOT)
                 END-IF
              END-IF
           END-IF.

       5100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5900-WRITE-JOURNAL-LINE - WRITE THE JOURNAL LINE PREPARED IN
      * GL-JOURNAL-RECORD BY THE CALLER
      *----------------------------------------------------------------
       5900-WRITE-JOURNAL-LINE.
           WRITE GL-JOURNAL-RECORD
           IF GL-JOURNAL-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO GL-JOURNAL-FILE='
                      GL-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       5900-WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-REPORT - RUN IDENTITY, THE JOURNAL
      * ENTRIES, THE NET POSTED PER CURRENCY WITH ITS GBP BASE, THE
      * PROOF AGAINST THE EXTRACT TRAILER AND THE SUSPENSE MEMO
      * FIGURES; SETS THE CONDITION CODE THAT RELEASES OR HOLDS THE
      * GL TRANSMISSION
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-REPORT.
           MOVE W-HDR-BUSINESS-DATE TO W-RID-DATE
           MOVE W-HDR-RUN-NUMBER    TO W-RID-RUN-NUMBER
           IF RUN-CHECK-PASSED
              MOVE 'EXPECTED RUN  ' TO W-RID-VERDICT
           ELSE
              MOVE 'WRONG RUN     ' TO W-RID-VERDICT
           END-IF
           MOVE W-RUN-IDENT-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-RATE-DATE TO W-RTL-RATE-DATE
           MOVE W-RATE-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           IF RUN-CHECK-FAILED
              MOVE W-RUN-CHECK-REASON TO W-STA-TEXT
              MOVE W-STATUS-LINE TO CONTROL-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              MOVE 'RESULT: WRONG OR STALE RUN - HOLD GL'
                                         TO W-STA-TEXT
              MOVE W-STATUS-LINE TO CONTROL-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 8000-WRITE-CONTROL-REPORT-EXIT
           END-IF

           MOVE 'JOURNAL ENTRIES (N NIGHTLY R RESUBMIT J REJECT)'
                                         TO W-SEC-TEXT
           MOVE W-SECTION-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-ENTRY-HEADING-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           PERFORM 8200-WRITE-ENTRY-LINE
               THRU 8200-WRITE-ENTRY-LINE-EXIT
               VARYING W-S FROM 1 BY 1
               UNTIL W-S > W-SUMMARY-COUNT
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE W-CT-CODE (W-M)       TO W-CCL-CODE
               MOVE W-CT-NET-AMOUNT (W-M) TO W-CCL-AMOUNT
               MOVE W-CT-NET-BASE (W-M)   TO W-CCL-BASE
               MOVE W-CURRENCY-LINE TO CONTROL-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE
                   THRU 8100-WRITE-REPORT-LINE-EXIT
           END-PERFORM
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'JOURNAL/TRAILER AMOUNT    ' TO W-CMP-TEXT
           MOVE W-JOURNAL-NET-AMOUNT        TO W-CMP-COMPUTED
           MOVE W-TRAILER-TOTAL-AMOUNT      TO W-CMP-CONTROL
           IF W-JOURNAL-NET-AMOUNT = W-TRAILER-TOTAL-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           PERFORM 8300-WRITE-COMPARE-LINE
               THRU 8300-WRITE-COMPARE-LINE-EXIT
           MOVE 'EXTRACT/TRAILER AMOUNT    ' TO W-CMP-TEXT
           MOVE W-EXTRACT-NET-AMOUNT        TO W-CMP-COMPUTED
           MOVE W-TRAILER-TOTAL-AMOUNT      TO W-CMP-CONTROL
           IF W-EXTRACT-NET-AMOUNT = W-TRAILER-TOTAL-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           PERFORM 8300-WRITE-COMPARE-LINE
               THRU 8300-WRITE-COMPARE-LINE-EXIT
           MOVE 'DEBITS/CREDITS            ' TO W-CMP-TEXT
           MOVE W-DEBIT-TOTAL               TO W-CMP-COMPUTED
           MOVE W-CREDIT-TOTAL              TO W-CMP-CONTROL
           IF W-DEBIT-TOTAL = W-CREDIT-TOTAL
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           PERFORM 8300-WRITE-COMPARE-LINE
               THRU 8300-WRITE-COMPARE-LINE-EXIT
           MOVE 'GBP BASE DEBITS/CREDITS   ' TO W-CMP-TEXT
           MOVE W-BASE-DEBIT-TOTAL          TO W-CMP-COMPUTED
           MOVE W-BASE-CREDIT-TOTAL         TO W-CMP-CONTROL
           IF W-BASE-DEBIT-TOTAL = W-BASE-CREDIT-TOTAL
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           PERFORM 8300-WRITE-COMPARE-LINE
               THRU 8300-WRITE-COMPARE-LINE-EXIT
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO W-SUMMARY-LINE
           MOVE 'NIGHTLY ACTIVITY POSTED'     TO W-SUM-TEXT
           MOVE W-NIGHTLY-TX-COUNT            TO W-SUM-COUNT
           MOVE W-NIGHTLY-NET-AMOUNT          TO W-SUM-AMOUNT-OUT
           PERFORM 8400-WRITE-SUMMARY-LINE
               THRU 8400-WRITE-SUMMARY-LINE-EXIT
           MOVE 'RESUBMITS POSTED VS SUSPENSE' TO W-SUM-TEXT
           MOVE W-RESUBMIT-TX-COUNT           TO W-SUM-COUNT
           MOVE W-RESUBMIT-NET-AMOUNT         TO W-SUM-AMOUNT-OUT
           PERFORM 8400-WRITE-SUMMARY-LINE
               THRU 8400-WRITE-SUMMARY-LINE-EXIT
           MOVE 'NEW REJECTS TO SUSPENSE'     TO W-SUM-TEXT
           MOVE W-REJECT-NEW-COUNT            TO W-SUM-COUNT
           MOVE W-REJECT-NEW-AMOUNT           TO W-SUM-AMOUNT-OUT
           PERFORM 8400-WRITE-SUMMARY-LINE
               THRU 8400-WRITE-SUMMARY-LINE-EXIT
           MOVE 'RE-REJECTS HELD, NOT POSTED' TO W-SUM-TEXT
           MOVE W-REJECT-HELD-COUNT           TO W-SUM-COUNT
           MOVE W-REJECT-HELD-AMOUNT          TO W-SUM-AMOUNT-OUT
           PERFORM 8400-WRITE-SUMMARY-LINE
               THRU 8400-WRITE-SUMMARY-LINE-EXIT
           MOVE 'JOURNAL LINES WRITTEN'       TO W-SUM-TEXT
           MOVE W-JOURNAL-LINE-COUNT          TO W-SUM-COUNT
           MOVE ZERO                          TO W-SUM-AMOUNT-OUT
           PERFORM 8400-WRITE-SUMMARY-LINE
               THRU 8400-WRITE-SUMMARY-LINE-EXIT
           MOVE W-BLANK-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           EVALUATE TRUE
               WHEN SUMMARY-TABLE-FULL
                    MOVE 'RESULT: SUMMARY TABLE FULL - HOLD GL'
                                               TO W-STA-TEXT
                    MOVE 12 TO RETURN-CODE
               WHEN RATE-ERROR
                    MOVE 'RESULT: EXCHANGE RATE MISSING - HOLD GL'
                                               TO W-STA-TEXT
                    MOVE 12 TO RETURN-CODE
               WHEN JOURNAL-NOT-PROVED
                    MOVE 'RESULT: JOURNAL NOT PROVED - HOLD GL'
                                               TO W-STA-TEXT
                    MOVE 8 TO RETURN-CODE
               WHEN OTHER
                    MOVE 'RESULT: JOURNAL PROVED - RELEASE TO GL'
                                               TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * CONTROL-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE CONTROL-REPORT-RECORD
           IF CONTROL-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO JOURNAL-CONTROL-REPORT='
                      CONTROL-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-ENTRY-LINE - LIST ONE SUMMARY ENTRY WITH ITS GBP
      * BASE AND THE ACCOUNT PAIR IT WAS POSTED TO
      *----------------------------------------------------------------
       8200-WRITE-ENTRY-LINE.
           EVALUATE W-SUM-SOURCE (W-S)
               WHEN '1'
                    MOVE 'N' TO W-ENL-SOURCE
                    MOVE W-ACCT-LEDGER-CONTROL TO W-ENL-DEBIT-ACCOUNT
                    MOVE W-ACCT-ACTIVITY-CLEARING
                                               TO W-ENL-CREDIT-ACCOUNT
               WHEN '2'
                    MOVE 'R' TO W-ENL-SOURCE
                    MOVE W-ACCT-LEDGER-CONTROL TO W-ENL-DEBIT-ACCOUNT
                    MOVE W-ACCT-RESUBMIT-SUSPENSE
                                               TO W-ENL-CREDIT-ACCOUNT
               WHEN OTHER
                    MOVE 'J' TO W-ENL-SOURCE
                    MOVE W-ACCT-REJECT-SUSPENSE
                                               TO W-ENL-DEBIT-ACCOUNT
                    MOVE W-ACCT-ACTIVITY-CLEARING
                                               TO W-ENL-CREDIT-ACCOUNT
           END-EVALUATE
           IF W-SUM-SIGN (W-S) = '-'
              MOVE W-ENL-DEBIT-ACCOUNT  TO W-ENT-DEBIT-ACCOUNT
              MOVE W-ENL-CREDIT-ACCOUNT TO W-ENL-DEBIT-ACCOUNT
              MOVE W-ENT-DEBIT-ACCOUNT  TO W-ENL-CREDIT-ACCOUNT
           END-IF
           MOVE ZERO TO W-ENTRY-RATE
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CT-CODE (W-M) = W-SUM-CURRENCY (W-S)
                  MOVE W-CT-RATE (W-M) TO W-ENTRY-RATE
               END-IF
           END-PERFORM
           COMPUTE W-ENT-BASE-AMOUNT ROUNDED =
                   W-SUM-AMOUNT (W-S) * W-ENTRY-RATE
           MOVE W-SUM-CURRENCY (W-S) TO W-ENL-CURRENCY
           MOVE W-SUM-CYCLE (W-S)    TO W-ENL-CYCLE
           MOVE W-SUM-SIGN (W-S)     TO W-ENL-SIGN
           MOVE W-SUM-TX-COUNT (W-S) TO W-ENL-COUNT
           MOVE W-SUM-AMOUNT (W-S)   TO W-ENL-AMOUNT
           MOVE W-ENT-BASE-AMOUNT    TO W-ENL-BASE
           MOVE W-ENTRY-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-ENTRY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-COMPARE-LINE - WRITE ONE PROOF LINE
      *----------------------------------------------------------------
       8300-WRITE-COMPARE-LINE.
           MOVE W-COMPARE-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8300-WRITE-COMPARE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8400-WRITE-SUMMARY-LINE - WRITE ONE COUNT/AMOUNT LINE
      *----------------------------------------------------------------
       8400-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO CONTROL-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8400-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE EXTRACT-FILE.
           CLOSE REJECT-FILE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE JOURNAL-CONTROL-REPORT.

           GOBACK.

       END PROGRAM TCOBWGLJ.
