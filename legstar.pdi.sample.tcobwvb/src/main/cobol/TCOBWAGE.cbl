       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWAGE.
      * ----------------------------------------------------------------
      * AGED-ACTIVITY (CREDIT CONTROL) REPORT
      * ----------------------------------------------------------------
      * AGES EVERY CUSTOMER'S ACTIVITY BY TRANSACTION DATE INTO
      * 0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS PER CURRENCY,
      * COUNTED BACK FROM THE RUN-CONTROL BUSINESS DATE. THE CURRENT
      * TRANSACTION-HISTORY AND THE TCOBWARC ARCHIVE ARE READ
      * TOGETHER, MATCH-MERGED WITH CUSTOMER-MASTER IN CUSTOMER-ID
      * ORDER, SO ACTIVITY MOVED PAST THE RETENTION CUTOFF IS STILL
      * AGED. A PARM BILLING CYCLE LIMITS THE REPORT TO CUSTOMERS OF
      * THAT CYCLE; A BLANK PARM REPORTS EVERY CUSTOMER.
      * THE REPORT HAS A CUSTOMER DETAIL SECTION (ONE LINE PER
      * CURRENCY HELD), A CURRENCY SUMMARY WITH GBP EQUIVALENTS AT THE
      * EXCHANGE-RATE-FILE RATES, AND CONTROL TOTALS THAT FOOT BACK
      * TO THE RECORDS READ FROM BOTH HISTORY FILES. THE ARCHIVE IS
      * PROVED AGAINST ITS TRAILER AS IT IS READ.
      * TWO-DIGIT-YEAR DD/MM/YY DATES ARE WINDOWED AS TCOBWARC DOES;
      * A RECORD WHOSE DATE CANNOT BE READ IS REPORTED AS UNDATED
      * ACTIVITY, NEVER AGED ON A GUESS, AND FUTURE-DATED ACTIVITY IS
      * CURRENT (0-30). ACTIVITY IN A CURRENCY OUTSIDE THE SETTLED
      * GBP/USD/EUR TABLE IS AGED UNDER 'OTH' WITH NO GBP EQUIVALENT.
      * CONDITION CODES: 0 CLEAN, 4 UNDATED OR UNSETTLED-CURRENCY
      * ACTIVITY PRESENT, 8 TOTALS DO NOT FOOT OR ARCHIVE OUT OF
      * PROOF, 12 CONTROL ERROR (RUN CONTROL OR MISSING RATE), 16 I/O.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER (274 BYTES MAX).
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCHIVE-FILE
           ASSIGN TO ARCHIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE
           ASSIGN TO RATEFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCHANGE-RATE-STATUS.

           SELECT AGED-REPORT
           ASSIGN TO AGERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AGED-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  TRANSACTION-HISTORY-RECORD.
           05 TH-CUSTOMER-ID          PIC 9(6).
           05 TH-TRANSACTION-DATE     PIC X(8).
           05 TH-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 TH-CURRENCY-CODE        PIC X(3).
           05 TH-COMMENT              PIC X(9).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 AR-CUSTOMER-ID          PIC 9(6).
           05 AR-TRANSACTION-DATE     PIC X(8).
           05 AR-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 AR-CURRENCY-CODE        PIC X(3).
           05 AR-COMMENT              PIC X(9).
       01  ARCHIVE-TRAILER.
           05 AR-TRAILER-ID           PIC X(6).
           05 AR-TRAILER-COUNT        PIC 9(9).
           05 AR-TRAILER-AMOUNT       PIC S9(15)V99.
           05 FILLER                  PIC X(9).

       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  EXCHANGE-RATE-RECORD.
           05 RT-RATE-DATE                PIC X(8).
           05 RT-CURRENCY-CODE            PIC X(3).
           05 RT-RATE-TO-GBP              PIC 9(3)V9(6).

       FD  AGED-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AGED-REPORT-RECORD         PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  W-B                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  ARCHIVE-FILE-STATUS        PIC 9(2).
       01  EXCHANGE-RATE-STATUS       PIC 9(2) VALUE ZERO.
       01  AGED-REPORT-STATUS         PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
           05 W-HISTORY-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 HISTORY-EOF                VALUE 'Y'.
           05 W-ARCHIVE-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 ARCHIVE-EOF                VALUE 'Y'.
           05 W-ARCHIVE-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 ARCHIVE-PRESENT            VALUE 'Y'.
           05 W-AR-TRAILER-SEEN-SW    PIC X(1) VALUE 'N'.
              88 AR-TRAILER-SEEN            VALUE 'Y'.
           05 W-RATE-FILE-EOF-SWITCH  PIC X(1) VALUE 'N'.
              88 RATE-FILE-EOF              VALUE 'Y'.
           05 W-DATE-VALID-SWITCH     PIC X(1) VALUE 'Y'.
              88 NORM-DATE-VALID            VALUE 'Y'.
              88 NORM-DATE-INVALID          VALUE 'N'.
           05 W-CUSTOMER-SELECT-SW    PIC X(1) VALUE 'N'.
              88 CUSTOMER-SELECTED          VALUE 'Y'.
           05 W-CUSTOMER-ON-MASTER-SW PIC X(1) VALUE 'N'.
              88 CUSTOMER-ON-MASTER         VALUE 'Y'.
           05 W-CCY-FOUND-SWITCH      PIC X(1) VALUE 'N'.
              88 CURRENCY-FOUND             VALUE 'Y'.
           05 W-RATE-MISSING-SWITCH   PIC X(1) VALUE 'N'.
              88 RATE-MISSING               VALUE 'Y'.
       01  W-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  W-BUSINESS-DAY-NUMBER      PIC 9(9) COMP-3 VALUE ZERO.
       01  W-SELECT-CYCLE             PIC X(2) VALUE SPACES.
       01  W-RATE-DATE                PIC X(8) VALUE SPACES.
       01  W-RAW-DATE                 PIC X(8) VALUE SPACES.
       01  FILLER REDEFINES W-RAW-DATE.
           05 W-RAW-DAY               PIC X(2).
           05 FILLER                  PIC X(1).
           05 W-RAW-MONTH             PIC X(2).
           05 FILLER                  PIC X(1).
           05 W-RAW-YEAR              PIC X(2).
       01  W-NORM-DATE.
           05 W-NRM-CENTURY           PIC X(2).
           05 W-NRM-YEAR              PIC X(2).
           05 W-NRM-MONTH             PIC X(2).
           05 W-NRM-DAY               PIC X(2).
       01  W-NORM-DATE-NUMBER REDEFINES W-NORM-DATE PIC 9(8).
       01  W-TX-DAY-NUMBER            PIC 9(9) COMP-3 VALUE ZERO.
       01  W-AGE-DAYS                 PIC S9(9) COMP-3 VALUE ZERO.
       01  W-AGE-BUCKET               PIC 9(4) COMP VALUE ZERO.
       01  W-TX-FIELDS.
           05 W-TX-DATE               PIC X(8).
           05 W-TX-AMOUNT             PIC S9(13)V99 COMP-3.
           05 W-TX-CURRENCY           PIC X(3).
       01  W-MERGE-KEYS.
           05 W-CM-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-TH-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-AR-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-LOW-KEY               PIC X(6) VALUE HIGH-VALUES.
       01  W-CURRENT-CUSTOMER.
           05 W-CUR-CUSTOMER-NAME     PIC X(20).
           05 W-CUR-BILLING-CYCLE     PIC X(2).
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 4.
       01  MAX-SETTLED-ENTRIES        PIC 9(1) COMP VALUE 3.
       01  MAX-AGE-BUCKETS            PIC 9(1) COMP VALUE 4.
       01  W-CUSTOMER-AGING.
           05 W-CAG-ENTRY OCCURS 4 TIMES.
              10 W-CAG-TX-COUNT       PIC 9(9) COMP-3.
              10 W-CAG-BUCKET-AMOUNT  PIC S9(15)V99 COMP-3
                                      OCCURS 4 TIMES.
              10 W-CAG-TOTAL          PIC S9(15)V99 COMP-3.
              10 W-CAG-UNDATED-COUNT  PIC 9(9) COMP-3.
              10 W-CAG-UNDATED-AMOUNT PIC S9(15)V99 COMP-3.
       01  W-RUN-AGING.
           05 W-RAG-ENTRY OCCURS 4 TIMES.
              10 W-RAG-CODE           PIC X(3).
              10 W-RAG-RATE-FOUND-SW  PIC X(1).
                 88 RAG-RATE-FOUND          VALUE 'Y'.
              10 W-RAG-RATE           PIC 9(3)V9(6) COMP-3.
              10 W-RAG-CUSTOMER-COUNT PIC 9(9) COMP-3.
              10 W-RAG-TX-COUNT       PIC 9(9) COMP-3.
              10 W-RAG-BUCKET-AMOUNT  PIC S9(15)V99 COMP-3
                                      OCCURS 4 TIMES.
              10 W-RAG-TOTAL          PIC S9(15)V99 COMP-3.
              10 W-RAG-UNDATED-COUNT  PIC 9(9) COMP-3.
              10 W-RAG-UNDATED-AMOUNT PIC S9(15)V99 COMP-3.
       01  W-BASE-AGING.
           05 W-BAS-BUCKET-AMOUNT     PIC S9(15)V99 COMP-3
                                      OCCURS 4 TIMES.
           05 W-BAS-TOTAL             PIC S9(15)V99 COMP-3.
       01  W-BASE-WORK                PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-CONTROL-TOTALS.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CUSTOMER-SELECT-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CUSTOMER-REPORT-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NO-MASTER-CUST-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-AR-TRAILER-COUNT      PIC 9(9) VALUE ZERO.
           05 W-AR-TRAILER-AMOUNT     PIC S9(15)V99 VALUE ZERO.
           05 W-OUTSIDE-CYCLE-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-OUTSIDE-CYCLE-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-NO-MASTER-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NO-MASTER-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-AGED-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
           05 W-AGED-AMOUNT           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-UNDATED-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-UNDATED-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ACCOUNTED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-READ-AMOUNT           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ACCOUNTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-READ-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BUCKET-SUM            PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'AGED ACTIVITY REPORT - CREDIT CONTROL   '.
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-RUN-IDENT-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'AGED AS AT:        '.
           05 W-RID-DATE              PIC X(8).
           05 FILLER                  PIC X(9)  VALUE '  CYCLE: '.
           05 W-RID-CYCLE             PIC X(3).
           05 FILLER                  PIC X(41) VALUE SPACES.
       01  W-SECTION-LINE.
           05 W-SEC-TEXT              PIC X(40).
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-AGED-HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE '       CCY'.
           05 FILLER                  PIC X(14)
              VALUE '     0-30 DAYS'.
           05 FILLER                  PIC X(14)
              VALUE '    31-60 DAYS'.
           05 FILLER                  PIC X(14)
              VALUE '    61-90 DAYS'.
           05 FILLER                  PIC X(14)
              VALUE '  OVER 90 DAYS'.
           05 FILLER                  PIC X(14)
              VALUE '         TOTAL'.
       01  W-CUSTOMER-LINE.
           05 FILLER                  PIC X(9)  VALUE 'CUSTOMER '.
           05 W-CUS-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CUS-CUSTOMER-NAME     PIC X(22).
           05 FILLER                  PIC X(7)  VALUE 'CYCLE  '.
           05 W-CUS-CYCLE             PIC X(2).
           05 FILLER                  PIC X(32) VALUE SPACES.
       01  W-AGED-LINE.
           05 W-AGL-LABEL             PIC X(7).
           05 W-AGL-CURRENCY          PIC X(3).
           05 W-AGL-BUCKET OCCURS 4 TIMES.
              10 FILLER               PIC X(1).
              10 W-AGL-AMOUNT         PIC ZZZZZZZZ9.99-.
           05 FILLER                  PIC X(1).
           05 W-AGL-TOTAL             PIC ZZZZZZZZ9.99-.
       01  W-UNDATED-LINE.
           05 FILLER                  PIC X(7)  VALUE SPACES.
           05 W-UND-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(26)
              VALUE ' UNDATED (NOT AGED) COUNT '.
           05 W-UND-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-UND-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-RATE-LINE.
           05 FILLER                  PIC X(26)
              VALUE 'CURRENCY SUMMARY, RATES OF'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-RTL-RATE-DATE         PIC X(8).
           05 FILLER                  PIC X(45) VALUE SPACES.
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
           05 W-SUM-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH             PIC 9(4) COMP.
           05 PARM-TEXT.
              10 PARM-CYCLE              PIC X(2).
              10 FILLER                  PIC X(78).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-AGE-CUSTOMER
               THRU 2000-AGE-CUSTOMER-EXIT
               UNTIL W-CM-KEY = HIGH-VALUES
                 AND W-TH-KEY = HIGH-VALUES
                 AND W-AR-KEY = HIGH-VALUES
           PERFORM 6000-WRITE-CURRENCY-SUMMARY
               THRU 6000-WRITE-CURRENCY-SUMMARY-EXIT
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE CYCLE FROM THE PARM, READ THE
      * BUSINESS DATE FROM RUN CONTROL, LOAD THE EXCHANGE RATES, OPEN
      * FILES AND PRIME THE THREE MERGE INPUTS; THE ARCHIVE IS
      * OPTIONAL
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH >= 2 AND PARM-CYCLE NOT = SPACES
              MOVE PARM-CYCLE TO W-SELECT-CYCLE
           END-IF.

           MOVE 'GBP' TO W-RAG-CODE (1)
           MOVE 'USD' TO W-RAG-CODE (2)
           MOVE 'EUR' TO W-RAG-CODE (3)
           MOVE 'OTH' TO W-RAG-CODE (4)
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE 'N'  TO W-RAG-RATE-FOUND-SW (W-M)
               MOVE ZERO TO W-RAG-RATE (W-M)
               MOVE ZERO TO W-RAG-CUSTOMER-COUNT (W-M)
               MOVE ZERO TO W-RAG-TX-COUNT (W-M)
               MOVE ZERO TO W-RAG-TOTAL (W-M)
               MOVE ZERO TO W-RAG-UNDATED-COUNT (W-M)
               MOVE ZERO TO W-RAG-UNDATED-AMOUNT (W-M)
               PERFORM VARYING W-B FROM 1 BY 1
                       UNTIL W-B > MAX-AGE-BUCKETS
                   MOVE ZERO TO W-RAG-BUCKET-AMOUNT (W-M W-B)
               END-PERFORM
           END-PERFORM
           MOVE 1.000000 TO W-RAG-RATE (1)
           MOVE 'Y'      TO W-RAG-RATE-FOUND-SW (1).

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
                   MOVE RC-BUSINESS-DATE TO W-BUSINESS-DATE
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE W-BUSINESS-DATE TO W-RAW-DATE
           PERFORM 3000-NORMALIZE-DATE
               THRU 3000-NORMALIZE-DATE-EXIT
           IF NORM-DATE-INVALID
              OR W-BUSINESS-DATE IS NOT NUMERIC
              DISPLAY 'RUN-CONTROL BUSINESS DATE ' W-BUSINESS-DATE
                      ' IS NOT A VALID CCYYMMDD DATE'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE W-TX-DAY-NUMBER TO W-BUSINESS-DAY-NUMBER.

           PERFORM 1200-LOAD-EXCHANGE-RATES
               THRU 1200-LOAD-EXCHANGE-RATES-EXIT.

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

           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = 35
              DISPLAY 'NO ARCHIVE PRESENT, AGEING CURRENT HISTORY '
                      'ONLY'
              MOVE ZERO TO ARCHIVE-FILE-STATUS
              SET ARCHIVE-EOF TO TRUE
           ELSE
              IF ARCHIVE-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING ARCHIVE-FILE='
                         ARCHIVE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              SET ARCHIVE-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT AGED-REPORT.
           IF AGED-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING AGED-REPORT='
                      AGED-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BUSINESS-DATE TO W-RID-DATE
           IF W-SELECT-CYCLE = SPACES
              MOVE 'ALL'          TO W-RID-CYCLE
           ELSE
              MOVE W-SELECT-CYCLE TO W-RID-CYCLE
           END-IF
           MOVE W-RUN-IDENT-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'CUSTOMER DETAIL' TO W-SEC-TEXT
           MOVE W-SECTION-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-AGED-HEADING-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT
           PERFORM 2910-READ-HISTORY
               THRU 2910-READ-HISTORY-EXIT
           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-EXCHANGE-RATES - READ THE DATED EXCHANGE-RATE FILE
      * INTO THE CURRENCY TABLE; THE BASE CURRENCY GBP IS PRESET TO
      * 1.000000 AND A SETTLED CURRENCY STILL WITHOUT A RATE AT
      * SUMMARY TIME IS A CONTROL ERROR IF IT HAS ACTIVITY
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
                   UNTIL W-M > MAX-SETTLED-ENTRIES
               IF W-RAG-CODE (W-M) = RT-CURRENCY-CODE
                  MOVE RT-RATE-TO-GBP TO W-RAG-RATE (W-M)
                  MOVE 'Y' TO W-RAG-RATE-FOUND-SW (W-M)
               END-IF
           END-PERFORM.

       1250-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-AGE-CUSTOMER - TAKE THE LOWEST CUSTOMER-ID WAITING ON
      * CUSTOMER-MASTER, TRANSACTION-HISTORY AND THE ARCHIVE, DECIDE
      * WHETHER THE CUSTOMER IS IN THE SELECTED CYCLE, AGE ALL OF ITS
      * HISTORY AND ARCHIVE ACTIVITY, AND PRINT ITS DETAIL LINES
      *----------------------------------------------------------------
       2000-AGE-CUSTOMER.
           MOVE W-CM-KEY TO W-LOW-KEY
           IF W-TH-KEY < W-LOW-KEY
              MOVE W-TH-KEY TO W-LOW-KEY
           END-IF
           IF W-AR-KEY < W-LOW-KEY
              MOVE W-AR-KEY TO W-LOW-KEY
           END-IF

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE ZERO TO W-CAG-TX-COUNT (W-M)
               MOVE ZERO TO W-CAG-TOTAL (W-M)
               MOVE ZERO TO W-CAG-UNDATED-COUNT (W-M)
               MOVE ZERO TO W-CAG-UNDATED-AMOUNT (W-M)
               PERFORM VARYING W-B FROM 1 BY 1
                       UNTIL W-B > MAX-AGE-BUCKETS
                   MOVE ZERO TO W-CAG-BUCKET-AMOUNT (W-M W-B)
               END-PERFORM
           END-PERFORM

           MOVE 'N' TO W-CUSTOMER-ON-MASTER-SW
           MOVE 'N' TO W-CUSTOMER-SELECT-SW
           IF W-CM-KEY = W-LOW-KEY
              SET CUSTOMER-ON-MASTER TO TRUE
              MOVE CM-CUSTOMER-NAME  TO W-CUR-CUSTOMER-NAME
              MOVE CM-BILLING-CYCLE  TO W-CUR-BILLING-CYCLE
              IF W-SELECT-CYCLE = SPACES
                 OR CM-BILLING-CYCLE = W-SELECT-CYCLE
                 SET CUSTOMER-SELECTED TO TRUE
                 ADD 1 TO W-CUSTOMER-SELECT-COUNT
              END-IF
              PERFORM 2900-READ-MASTER
                  THRU 2900-READ-MASTER-EXIT
           ELSE
              MOVE '** NOT ON MASTER **' TO W-CUR-CUSTOMER-NAME
              MOVE SPACES                TO W-CUR-BILLING-CYCLE
              ADD 1 TO W-NO-MASTER-CUST-COUNT
              IF W-SELECT-CYCLE = SPACES
                 SET CUSTOMER-SELECTED TO TRUE
              END-IF
           END-IF

           PERFORM 2100-TAKE-HISTORY
               THRU 2100-TAKE-HISTORY-EXIT
               UNTIL W-TH-KEY NOT = W-LOW-KEY
           PERFORM 2200-TAKE-ARCHIVE
               THRU 2200-TAKE-ARCHIVE-EXIT
               UNTIL W-AR-KEY NOT = W-LOW-KEY

           IF CUSTOMER-SELECTED
              PERFORM 2500-WRITE-CUSTOMER-DETAIL
                  THRU 2500-WRITE-CUSTOMER-DETAIL-EXIT
           END-IF.

       2000-AGE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-TAKE-HISTORY - ROUTE ONE CURRENT HISTORY RECORD OF THE
      * CUSTOMER IN HAND TO THE AGEING OR TO THE EXCLUSION COUNTS
      *----------------------------------------------------------------
       2100-TAKE-HISTORY.
           ADD 1 TO W-HISTORY-READ-COUNT
           MOVE TH-TRANSACTION-DATE TO W-TX-DATE
           MOVE ZERO                TO W-TX-AMOUNT
           IF TH-TRANSACTION-AMOUNT IS NUMERIC
              MOVE TH-TRANSACTION-AMOUNT TO W-TX-AMOUNT
           END-IF
           MOVE TH-CURRENCY-CODE    TO W-TX-CURRENCY
           ADD W-TX-AMOUNT TO W-HISTORY-READ-AMOUNT
           PERFORM 2300-ROUTE-TRANSACTION
               THRU 2300-ROUTE-TRANSACTION-EXIT
           PERFORM 2910-READ-HISTORY
               THRU 2910-READ-HISTORY-EXIT.

       2100-TAKE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-TAKE-ARCHIVE - ROUTE ONE ARCHIVED HISTORY RECORD OF THE
      * CUSTOMER IN HAND TO THE AGEING OR TO THE EXCLUSION COUNTS
      *----------------------------------------------------------------
       2200-TAKE-ARCHIVE.
           ADD 1 TO W-ARCHIVE-READ-COUNT
           MOVE AR-TRANSACTION-DATE TO W-TX-DATE
           MOVE ZERO                TO W-TX-AMOUNT
           IF AR-TRANSACTION-AMOUNT IS NUMERIC
              MOVE AR-TRANSACTION-AMOUNT TO W-TX-AMOUNT
           END-IF
           MOVE AR-CURRENCY-CODE    TO W-TX-CURRENCY
           ADD W-TX-AMOUNT TO W-ARCHIVE-READ-AMOUNT
           PERFORM 2300-ROUTE-TRANSACTION
               THRU 2300-ROUTE-TRANSACTION-EXIT
           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT.

       2200-TAKE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-ROUTE-TRANSACTION - A TRANSACTION OF A CUSTOMER OUTSIDE
      * THE SELECTED CYCLE (OR NOT ON THE MASTER WHEN A CYCLE IS
      * SELECTED) IS ONLY COUNTED; OTHERWISE IT IS AGED INTO ITS
      * CURRENCY SLOT, OR HELD AS UNDATED WHEN ITS DATE CANNOT BE
      * READ
      *----------------------------------------------------------------
       2300-ROUTE-TRANSACTION.
           IF NOT CUSTOMER-SELECTED
              IF CUSTOMER-ON-MASTER
                 ADD 1           TO W-OUTSIDE-CYCLE-COUNT
                 ADD W-TX-AMOUNT TO W-OUTSIDE-CYCLE-AMOUNT
              ELSE
                 ADD 1           TO W-NO-MASTER-COUNT
                 ADD W-TX-AMOUNT TO W-NO-MASTER-AMOUNT
              END-IF
              GO TO 2300-ROUTE-TRANSACTION-EXIT
           END-IF

           MOVE 'N' TO W-CCY-FOUND-SWITCH
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-SETTLED-ENTRIES
                      OR CURRENCY-FOUND
               IF W-RAG-CODE (W-M) = W-TX-CURRENCY
                  SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
              SUBTRACT 1 FROM W-M
           ELSE
              MOVE MAX-CURRENCY-ENTRIES TO W-M
           END-IF
           ADD 1 TO W-CAG-TX-COUNT (W-M)

           MOVE W-TX-DATE TO W-RAW-DATE
           PERFORM 3000-NORMALIZE-DATE
               THRU 3000-NORMALIZE-DATE-EXIT
           IF NORM-DATE-INVALID
              ADD 1           TO W-CAG-UNDATED-COUNT (W-M)
              ADD W-TX-AMOUNT TO W-CAG-UNDATED-AMOUNT (W-M)
              GO TO 2300-ROUTE-TRANSACTION-EXIT
           END-IF

           COMPUTE W-AGE-DAYS = W-BUSINESS-DAY-NUMBER - W-TX-DAY-NUMBER
           EVALUATE TRUE
               WHEN W-AGE-DAYS <= 30
                    MOVE 1 TO W-AGE-BUCKET
               WHEN W-AGE-DAYS <= 60
                    MOVE 2 TO W-AGE-BUCKET
               WHEN W-AGE-DAYS <= 90
                    MOVE 3 TO W-AGE-BUCKET
               WHEN OTHER
                    MOVE 4 TO W-AGE-BUCKET
           END-EVALUATE
           ADD W-TX-AMOUNT TO W-CAG-BUCKET-AMOUNT (W-M W-AGE-BUCKET)
           ADD W-TX-AMOUNT TO W-CAG-TOTAL (W-M).

       2300-ROUTE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-CUSTOMER-DETAIL - PRINT THE CUSTOMER HEADING AND
      * ONE AGED LINE PER CURRENCY THE CUSTOMER HAS ACTIVITY IN (PLUS
      * AN UNDATED LINE WHERE NEEDED), AND ROLL THE CUSTOMER INTO THE
      * RUN TOTALS. A CUSTOMER WITH NO ACTIVITY IS NOT PRINTED
      *----------------------------------------------------------------
       2500-WRITE-CUSTOMER-DETAIL.
           IF W-CAG-TX-COUNT (1) = ZERO
              AND W-CAG-TX-COUNT (2) = ZERO
              AND W-CAG-TX-COUNT (3) = ZERO
              AND W-CAG-TX-COUNT (4) = ZERO
              GO TO 2500-WRITE-CUSTOMER-DETAIL-EXIT
           END-IF
           ADD 1 TO W-CUSTOMER-REPORT-COUNT

           MOVE W-LOW-KEY           TO W-CUS-CUSTOMER-ID
           MOVE W-CUR-CUSTOMER-NAME TO W-CUS-CUSTOMER-NAME
           MOVE W-CUR-BILLING-CYCLE TO W-CUS-CYCLE
           MOVE W-CUSTOMER-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CAG-TX-COUNT (W-M) > ZERO
                  ADD 1 TO W-RAG-CUSTOMER-COUNT (W-M)
                  ADD W-CAG-TX-COUNT (W-M) TO W-RAG-TX-COUNT (W-M)
                  ADD W-CAG-TOTAL (W-M)    TO W-RAG-TOTAL (W-M)
                  ADD W-CAG-UNDATED-COUNT (W-M)
                      TO W-RAG-UNDATED-COUNT (W-M)
                  ADD W-CAG-UNDATED-AMOUNT (W-M)
                      TO W-RAG-UNDATED-AMOUNT (W-M)
                  MOVE SPACES           TO W-AGED-LINE
                  MOVE W-RAG-CODE (W-M) TO W-AGL-CURRENCY
                  PERFORM VARYING W-B FROM 1 BY 1
                          UNTIL W-B > MAX-AGE-BUCKETS
                      ADD W-CAG-BUCKET-AMOUNT (W-M W-B)
                          TO W-RAG-BUCKET-AMOUNT (W-M W-B)
                      MOVE W-CAG-BUCKET-AMOUNT (W-M W-B)
                          TO W-AGL-AMOUNT (W-B)
                  END-PERFORM
                  MOVE W-CAG-TOTAL (W-M) TO W-AGL-TOTAL
                  MOVE W-AGED-LINE TO AGED-REPORT-RECORD
                  PERFORM 8100-WRITE-REPORT-LINE
                      THRU 8100-WRITE-REPORT-LINE-EXIT
                  IF W-CAG-UNDATED-COUNT (W-M) > ZERO
                     MOVE W-RAG-CODE (W-M) TO W-UND-CURRENCY
                     MOVE W-CAG-UNDATED-COUNT (W-M)  TO W-UND-COUNT
                     MOVE W-CAG-UNDATED-AMOUNT (W-M) TO W-UND-AMOUNT
                     MOVE W-UNDATED-LINE TO AGED-REPORT-RECORD
                     PERFORM 8100-WRITE-REPORT-LINE
                         THRU 8100-WRITE-REPORT-LINE-EXIT
                  END-IF
               END-IF
           END-PERFORM.

       2500-WRITE-CUSTOMER-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-MASTER - READ THE NEXT CUSTOMER-MASTER RECORD AND
      * SET ITS MERGE KEY; HIGH-VALUES AT EOF
      *----------------------------------------------------------------
       2900-READ-MASTER.
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
           IF MASTER-EOF
              MOVE HIGH-VALUES TO W-CM-KEY
           ELSE
              ADD 1 TO W-MASTER-READ-COUNT
              MOVE CM-CUSTOMER-ID TO W-CM-KEY
           END-IF.

       2900-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-READ-HISTORY - READ THE NEXT TRANSACTION-HISTORY RECORD
      * AND SET ITS MERGE KEY; HIGH-VALUES AT EOF
      *----------------------------------------------------------------
       2910-READ-HISTORY.
           READ TRANSACTION-HISTORY
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-EOF
              AND TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR READING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF HISTORY-EOF
              MOVE HIGH-VALUES TO W-TH-KEY
           ELSE
              MOVE TH-CUSTOMER-ID TO W-TH-KEY
           END-IF.

       2910-READ-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-ARCHIVE - READ THE NEXT ARCHIVE RECORD AND SET ITS
      * MERGE KEY; THE TRAILER ENDS THE DETAIL AND ITS TOTALS ARE
      * KEPT FOR THE PROOF
      *----------------------------------------------------------------
       2920-READ-ARCHIVE.
           IF ARCHIVE-EOF
              MOVE HIGH-VALUES TO W-AR-KEY
              GO TO 2920-READ-ARCHIVE-EXIT
           END-IF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ
           IF NOT ARCHIVE-EOF
              AND ARCHIVE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING ARCHIVE-FILE='
                      ARCHIVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT ARCHIVE-EOF
              AND AR-TRAILER-ID = 'TRAILR'
              IF AR-TRAILER-COUNT IS NUMERIC
                 AND AR-TRAILER-AMOUNT IS NUMERIC
                 SET AR-TRAILER-SEEN TO TRUE
                 MOVE AR-TRAILER-COUNT  TO W-AR-TRAILER-COUNT
                 MOVE AR-TRAILER-AMOUNT TO W-AR-TRAILER-AMOUNT
              END-IF
              SET ARCHIVE-EOF TO TRUE
           END-IF
           IF ARCHIVE-EOF
              MOVE HIGH-VALUES TO W-AR-KEY
           ELSE
              MOVE AR-CUSTOMER-ID TO W-AR-KEY
           END-IF.

       2920-READ-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-NORMALIZE-DATE - TURN THE DATE IN W-RAW-DATE INTO A
      * CCYYMMDD DATE IN W-NORM-DATE AND ITS DAY NUMBER IN
      * W-TX-DAY-NUMBER. A DATE ALREADY IN CCYYMMDD PASSES THROUGH;
      * THE OLD DD/MM/YY FEED FORMAT IS WINDOWED: YY 70-99 IS 19YY,
      * YY 00-69 IS 20YY. ANYTHING ELSE, OR A DATE NOT ON THE
      * CALENDAR, SETS NORM-DATE-INVALID
      *----------------------------------------------------------------
       3000-NORMALIZE-DATE.
           SET NORM-DATE-VALID TO TRUE

           IF W-RAW-DATE IS NUMERIC
              MOVE W-RAW-DATE TO W-NORM-DATE
           ELSE
              IF W-RAW-DAY IS NUMERIC
                 AND W-RAW-MONTH IS NUMERIC
                 AND W-RAW-YEAR IS NUMERIC
                 MOVE W-RAW-DAY   TO W-NRM-DAY
                 MOVE W-RAW-MONTH TO W-NRM-MONTH
                 MOVE W-RAW-YEAR  TO W-NRM-YEAR
                 IF W-RAW-YEAR >= '70'
                    MOVE '19' TO W-NRM-CENTURY
                 ELSE
                    MOVE '20' TO W-NRM-CENTURY
                 END-IF
              ELSE
                 SET NORM-DATE-INVALID TO TRUE
                 GO TO 3000-NORMALIZE-DATE-EXIT
              END-IF
           END-IF

           IF W-NRM-MONTH < '01' OR W-NRM-MONTH > '12'
              OR W-NRM-DAY < '01' OR W-NRM-DAY > '31'
              OR W-NORM-DATE < '16010101'
              SET NORM-DATE-INVALID TO TRUE
              GO TO 3000-NORMALIZE-DATE-EXIT
           END-IF
           COMPUTE W-TX-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (W-NORM-DATE-NUMBER)
           IF W-TX-DAY-NUMBER = ZERO
              SET NORM-DATE-INVALID TO TRUE
           END-IF.

       3000-NORMALIZE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-CURRENCY-SUMMARY - ONE AGED LINE PER CURRENCY IN
      * CURRENCY UNITS FOLLOWED BY ITS GBP EQUIVALENT AT THE RUN'S
      * RATES, THEN THE TOTAL GBP EQUIVALENT PER BUCKET. A SETTLED
      * CURRENCY WITH ACTIVITY BUT NO RATE IS A CONTROL ERROR
      *----------------------------------------------------------------
       6000-WRITE-CURRENCY-SUMMARY.
           PERFORM VARYING W-B FROM 1 BY 1
                   UNTIL W-B > MAX-AGE-BUCKETS
               MOVE ZERO TO W-BAS-BUCKET-AMOUNT (W-B)
           END-PERFORM
           MOVE ZERO TO W-BAS-TOTAL

           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-RATE-DATE TO W-RTL-RATE-DATE
           MOVE W-RATE-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-AGED-HEADING-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-RAG-TX-COUNT (W-M) > ZERO
                  PERFORM 6100-WRITE-ONE-CURRENCY
                      THRU 6100-WRITE-ONE-CURRENCY-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES    TO W-AGED-LINE
           MOVE 'TOTAL  ' TO W-AGL-LABEL
           MOVE 'GBP'     TO W-AGL-CURRENCY
           PERFORM VARYING W-B FROM 1 BY 1
                   UNTIL W-B > MAX-AGE-BUCKETS
               MOVE W-BAS-BUCKET-AMOUNT (W-B) TO W-AGL-AMOUNT (W-B)
           END-PERFORM
           MOVE W-BAS-TOTAL TO W-AGL-TOTAL
           MOVE W-AGED-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       6000-WRITE-CURRENCY-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-ONE-CURRENCY - THE CURRENCY'S AGED LINE, ITS
      * UNDATED LINE WHERE NEEDED, AND ITS GBP EQUIVALENT LINE
      * (ROLLED INTO THE GBP TOTAL). UNDATED ACTIVITY IS NOT
      * CONVERTED; 'OTH' ACTIVITY HAS NO RATE AND IS NOT CONVERTED
      *----------------------------------------------------------------
       6100-WRITE-ONE-CURRENCY.
           MOVE SPACES           TO W-AGED-LINE
           MOVE 'CCY    '        TO W-AGL-LABEL
           MOVE W-RAG-CODE (W-M) TO W-AGL-CURRENCY
           PERFORM VARYING W-B FROM 1 BY 1
                   UNTIL W-B > MAX-AGE-BUCKETS
               MOVE W-RAG-BUCKET-AMOUNT (W-M W-B) TO W-AGL-AMOUNT (W-B)
           END-PERFORM
           MOVE W-RAG-TOTAL (W-M) TO W-AGL-TOTAL
           MOVE W-AGED-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           IF W-RAG-UNDATED-COUNT (W-M) > ZERO
              MOVE W-RAG-CODE (W-M)           TO W-UND-CURRENCY
              MOVE W-RAG-UNDATED-COUNT (W-M)  TO W-UND-COUNT
              MOVE W-RAG-UNDATED-AMOUNT (W-M) TO W-UND-AMOUNT
              MOVE W-UNDATED-LINE TO AGED-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF

           IF W-M > MAX-SETTLED-ENTRIES
              GO TO 6100-WRITE-ONE-CURRENCY-EXIT
           END-IF
           IF NOT RAG-RATE-FOUND (W-M)
              DISPLAY 'NO EXCHANGE RATE FOR CURRENCY '
                      W-RAG-CODE (W-M)
              SET RATE-MISSING TO TRUE
              GO TO 6100-WRITE-ONE-CURRENCY-EXIT
           END-IF
           MOVE SPACES    TO W-AGED-LINE
           MOVE 'GBP EQ ' TO W-AGL-LABEL
           MOVE W-RAG-CODE (W-M) TO W-AGL-CURRENCY
           PERFORM VARYING W-B FROM 1 BY 1
                   UNTIL W-B > MAX-AGE-BUCKETS
               COMPUTE W-BASE-WORK ROUNDED =
                       W-RAG-BUCKET-AMOUNT (W-M W-B) * W-RAG-RATE (W-M)
               ADD W-BASE-WORK TO W-BAS-BUCKET-AMOUNT (W-B)
               ADD W-BASE-WORK TO W-BAS-TOTAL
               MOVE W-BASE-WORK TO W-AGL-AMOUNT (W-B)
           END-PERFORM
           COMPUTE W-BASE-WORK ROUNDED =
                   W-RAG-TOTAL (W-M) * W-RAG-RATE (W-M)
           MOVE W-BASE-WORK TO W-AGL-TOTAL
           MOVE W-AGED-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       6100-WRITE-ONE-CURRENCY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - FOOT THE REPORT BACK TO THE
      * HISTORY FILES: RECORDS READ FROM EACH FILE, THOSE EXCLUDED BY
      * CYCLE OR FOR HAVING NO MASTER, AND THOSE AGED OR HELD
      * UNDATED MUST ACCOUNT FOR EVERY RECORD AND AMOUNT READ; THE
      * BUCKETS MUST FOOT TO THE AGED TOTAL; THE ARCHIVE MUST PROVE
      * TO ITS TRAILER. SETS THE CONDITION CODE
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               COMPUTE W-AGED-COUNT = W-AGED-COUNT
                     + W-RAG-TX-COUNT (W-M) - W-RAG-UNDATED-COUNT (W-M)
               ADD W-RAG-TOTAL (W-M)          TO W-AGED-AMOUNT
               ADD W-RAG-UNDATED-COUNT (W-M)  TO W-UNDATED-COUNT
               ADD W-RAG-UNDATED-AMOUNT (W-M) TO W-UNDATED-AMOUNT
               PERFORM VARYING W-B FROM 1 BY 1
                       UNTIL W-B > MAX-AGE-BUCKETS
                   ADD W-RAG-BUCKET-AMOUNT (W-M W-B) TO W-BUCKET-SUM
               END-PERFORM
           END-PERFORM
           COMPUTE W-READ-COUNT =
                   W-HISTORY-READ-COUNT + W-ARCHIVE-READ-COUNT
           COMPUTE W-READ-AMOUNT =
                   W-HISTORY-READ-AMOUNT + W-ARCHIVE-READ-AMOUNT
           COMPUTE W-ACCOUNTED-COUNT = W-AGED-COUNT + W-UNDATED-COUNT
                   + W-OUTSIDE-CYCLE-COUNT + W-NO-MASTER-COUNT
           COMPUTE W-ACCOUNTED-AMOUNT = W-AGED-AMOUNT
                   + W-UNDATED-AMOUNT + W-OUTSIDE-CYCLE-AMOUNT
                   + W-NO-MASTER-AMOUNT

           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'CONTROL TOTALS' TO W-SEC-TEXT
           MOVE W-SECTION-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO W-SUMMARY-LINE
           MOVE 'HISTORY RECORDS READ'        TO W-SUM-TEXT
           MOVE W-HISTORY-READ-COUNT          TO W-SUM-COUNT
           MOVE W-HISTORY-READ-AMOUNT         TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'ARCHIVE RECORDS READ'        TO W-SUM-TEXT
           MOVE W-ARCHIVE-READ-COUNT          TO W-SUM-COUNT
           MOVE W-ARCHIVE-READ-AMOUNT         TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'AGED'                        TO W-SUM-TEXT
           MOVE W-AGED-COUNT                  TO W-SUM-COUNT
           MOVE W-AGED-AMOUNT                 TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'UNDATED, NOT AGED'           TO W-SUM-TEXT
           MOVE W-UNDATED-COUNT               TO W-SUM-COUNT
           MOVE W-UNDATED-AMOUNT              TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'OUTSIDE SELECTED CYCLE'      TO W-SUM-TEXT
           MOVE W-OUTSIDE-CYCLE-COUNT         TO W-SUM-COUNT
           MOVE W-OUTSIDE-CYCLE-AMOUNT        TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'NO MASTER, CYCLE UNKNOWN'    TO W-SUM-TEXT
           MOVE W-NO-MASTER-COUNT             TO W-SUM-COUNT
           MOVE W-NO-MASTER-AMOUNT            TO W-SUM-AMOUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'ACCOUNTED/READ AMOUNT     ' TO W-CMP-TEXT
           MOVE W-ACCOUNTED-AMOUNT          TO W-CMP-COMPUTED
           MOVE W-READ-AMOUNT               TO W-CMP-CONTROL
           IF W-ACCOUNTED-AMOUNT = W-READ-AMOUNT
              AND W-ACCOUNTED-COUNT = W-READ-COUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           MOVE W-COMPARE-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'BUCKETS/AGED AMOUNT       ' TO W-CMP-TEXT
           MOVE W-BUCKET-SUM                TO W-CMP-COMPUTED
           MOVE W-AGED-AMOUNT               TO W-CMP-CONTROL
           IF W-BUCKET-SUM = W-AGED-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           MOVE W-COMPARE-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           IF ARCHIVE-PRESENT
              MOVE 'ARCHIVE/TRAILER AMOUNT    ' TO W-CMP-TEXT
              MOVE W-ARCHIVE-READ-AMOUNT       TO W-CMP-COMPUTED
              MOVE W-AR-TRAILER-AMOUNT         TO W-CMP-CONTROL
              IF AR-TRAILER-SEEN
                 AND W-ARCHIVE-READ-AMOUNT = W-AR-TRAILER-AMOUNT
                 AND W-ARCHIVE-READ-COUNT = W-AR-TRAILER-COUNT
                 MOVE 'IN BALANCE'     TO W-CMP-VERDICT
              ELSE
                 MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
              END-IF
              IF W-ARCHIVE-READ-COUNT = ZERO
                 AND NOT AR-TRAILER-SEEN
                 MOVE 'EMPTY ARCHIVE' TO W-CMP-VERDICT
              END-IF
              MOVE W-COMPARE-LINE TO AGED-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF
           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO W-SUMMARY-LINE
           MOVE 'CUSTOMER-MASTER RECORDS READ' TO W-SUM-TEXT
           MOVE W-MASTER-READ-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS IN SELECTED CYCLE' TO W-SUM-TEXT
           MOVE W-CUSTOMER-SELECT-COUNT       TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS REPORTED'          TO W-SUM-TEXT
           MOVE W-CUSTOMER-REPORT-COUNT       TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'HISTORY IDS NOT ON MASTER'   TO W-SUM-TEXT
           MOVE W-NO-MASTER-CUST-COUNT        TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE W-BLANK-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           EVALUATE TRUE
               WHEN W-ACCOUNTED-AMOUNT NOT = W-READ-AMOUNT
                 OR W-ACCOUNTED-COUNT NOT = W-READ-COUNT
                 OR W-BUCKET-SUM NOT = W-AGED-AMOUNT
                    MOVE 'RESULT: AGED TOTALS DO NOT FOOT TO HISTORY'
                                               TO W-STA-TEXT
                    MOVE 8 TO RETURN-CODE
               WHEN ARCHIVE-PRESENT
                AND W-CMP-VERDICT = 'OUT OF BALANCE'
                    MOVE 'RESULT: ARCHIVE OUT OF PROOF WITH ITS TRAILER'
                                               TO W-STA-TEXT
                    MOVE 8 TO RETURN-CODE
               WHEN RATE-MISSING
                    MOVE 'RESULT: EXCHANGE RATE MISSING, GBP INCOMPLETE'
                                               TO W-STA-TEXT
                    MOVE 12 TO RETURN-CODE
               WHEN W-UNDATED-COUNT > ZERO
                 OR W-RAG-TX-COUNT (4) > ZERO
                    MOVE 'RESULT: FOOTS, UNDATED OR UNSETTLED ACTIVITY'
                                               TO W-STA-TEXT
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 'RESULT: AGED TOTALS FOOT TO HISTORY'
                                               TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * AGED-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE AGED-REPORT-RECORD
           IF AGED-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO AGED-REPORT='
                      AGED-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO AGED-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE TRANSACTION-HISTORY.
           CLOSE ARCHIVE-FILE.
           CLOSE AGED-REPORT.

           GOBACK.

       END PROGRAM TCOBWAGE.
