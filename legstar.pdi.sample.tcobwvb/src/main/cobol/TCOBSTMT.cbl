      * WITH HUNDREDS OF TRANSACTIONS PRINTS AS ONE CONTINUOUS
      * DOCUMENT. PAGE HEADINGS CARRY A RUN-WIDE PAGE NUMBER AND A
      * STATEMENT INTERRUPTED BY A PAGE BREAK RESUMES UNDER A
      * CONTINUED HEADING. EVERY LINE PRINTED IS ALSO KEPT ON THE
      * KEYED STATEMENT ARCHIVE SO A STATEMENT CAN BE REPRINTED
      * EXACTLY AS ISSUED.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      *                  RUN NUMBER OR THE SELECTIVE COUNTER IS
      *                  ACCEPTED; THE BUSINESS DATE MUST MATCH IN
      *                  BOTH CASES.
      * 2026-10-15 AM    EACH STATEMENT NOW CLOSES WITH THE CUSTOMER'S
      *                  BALANCE PER CURRENCY FROM THE BALANCE MASTER
      *                  POSTED BY TCOBWBFW: OPENING BALANCE, THE
      *                  ACTIVITY POSTED FROM THIS EXTRACT AND THE
      *                  CLOSING BALANCE. THE MASTER IS OPTIONAL; WHEN
      *                  IT IS ABSENT, OR WAS NOT POSTED FROM THIS
      *                  EXTRACT, STATEMENTS PRINT WITHOUT BALANCES
      *                  (RC 4 FOR A NIGHTLY EXTRACT). THE MASTER IS
      *                  READ IN STEP WITH THE EXTRACT AND REWOUND
      *                  WHEN THE MASTER-DRIVEN RUN FOLLOWS THE
      *                  RESUBMIT BLOCK.
      * 2026-10-15 AM    NO STATEMENT IS PRINTED FOR A CUSTOMER WHOSE
      *                  CM-CUSTOMER-STATUS ON CUSTOMER-MASTER IS
      *                  SUSPENDED ('S') OR CLOSED ('C'); THE COUNT
      *                  SUPPRESSED IS DISPLAYED. THE MASTER IS READ IN
      *                  STEP WITH THE EXTRACT AND REWOUND LIKE THE
      *                  BALANCE MASTER. WITHOUT A MASTER EVERY
      *                  CUSTOMER IS PRINTED (RC 4 FOR A NIGHTLY
      *                  EXTRACT).
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE EXTRACT HEADER'S BUSINESS
      *                  DATE AND RUN NUMBER (THE EXPECTED RUN WHEN
      *                  THERE IS NO HEADER), CONDITION CODE,
      *                  STATEMENT, SUPPRESSED, CYCLE-SKIP AND PAGE
      *                  COUNTS AND THE REASON FOR ANY NONZERO CODE.
      * 2026-10-15 AM    EVERY STATEMENT PRINTED IS ALSO WRITTEN, LINE
      *                  FOR LINE, TO THE KEYED STATEMENT ARCHIVE
      *                  (STMTARC) UNDER CUSTOMER-ID, THE EXTRACT
      *                  HEADER'S BUSINESS DATE AND RUN NUMBER, A RUN
      *                  KIND (NIGHTLY OR SELECTIVE RE-EXTRACT) AND
      *                  THE STATEMENT'S PLACE IN THE RUN, CLOSED BY A
      *                  STATEMENT RECORD CARRYING THE LINE AND PAGE
      *                  COUNTS. LINES HOLDING NAME, ADDRESS OR PHONE
      *                  ARE TYPED WITH THE POSITION OF THAT DATA SO
      *                  TCOBWDSR CAN ERASE IT. A RERUN OF THE SAME
      *                  RUN REPLACES WHAT IT ARCHIVED BEFORE.
      *                  TCOBWSRP REPRINTS FROM THE ARCHIVE AND
      *                  TCOBWSAR APPLIES ITS RETENTION.
      * 2026-10-15 AM    A RERUN NOW PURGES EVERYTHING THE EARLIER RUN
      *                  OF THE SAME BUSINESS DATE, RUN NUMBER AND RUN
      *                  KIND ARCHIVED BEFORE THE FIRST STATEMENT IS
      *                  WRITTEN, SO A STATEMENT NOT REPRINTED, OR
      *                  NUMBERED DIFFERENTLY, IS NOT LEFT BEHIND.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-FILE
           ASSIGN TO BALMST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

           SELECT STATEMENT-ARCHIVE
           ASSIGN TO STMTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS STATEMENT-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       FD  BALANCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BAL-BALANCE-RECORD.
           05 BAL-CUSTOMER-ID         PIC 9(6).
           05 BAL-CURRENCY-CODE       PIC X(3).
           05 BAL-OPENING-BALANCE     PIC S9(15)V99.
           05 BAL-PERIOD-ACTIVITY     PIC S9(15)V99.
           05 BAL-LAST-RUN-ACTIVITY   PIC S9(15)V99.
           05 BAL-CLOSING-BALANCE     PIC S9(15)V99.
           05 FILLER                  PIC X(3).
       01  BAL-HEADER-RECORD.
           05 BAL-HEADER-ID           PIC X(6).
           05 BAL-POSTED-DATE         PIC X(8).
           05 BAL-POSTED-RUN-NUMBER   PIC 9(4).
           05 BAL-PERIOD-START-DATE   PIC X(8).
           05 BAL-CLOSED-DATE         PIC X(8).
           05 FILLER                  PIC X(46).
       01  BAL-TRAILER-RECORD.
           05 BAL-TRAILER-ID          PIC X(6).
           05 FILLER                  PIC X(74).

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

       FD  STEP-STATUS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 240 CHARACTERS.
       01  STEP-STATUS-RECORD.
           05 SS-STEP-NAME            PIC X(8).
           05 SS-PARTITION-NUMBER     PIC 9(2).
           05 SS-BUSINESS-DATE        PIC X(8).
           05 SS-RUN-NUMBER           PIC 9(4).
           05 SS-CONDITION-CODE       PIC 9(4).
           05 SS-REASON               PIC X(47).
           05 SS-COUNT-ENTRY OCCURS 4 TIMES.
              10 SS-COUNT-LABEL       PIC X(12).
              10 SS-COUNT             PIC 9(9).
           05 SS-AMOUNT-ENTRY OCCURS 2 TIMES.
              10 SS-AMOUNT-LABEL      PIC X(12).
              10 SS-AMOUNT            PIC S9(15)V99.
           05 FILLER                  PIC X(25).

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

       WORKING-STORAGE SECTION.
       01  W-K                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  STATEMENT-FILE-STATUS      PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  BALANCE-FILE-STATUS        PIC 9(2) VALUE ZERO.
       01  CUSTOMER-MASTER-STATUS     PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  STATEMENT-ARCHIVE-STATUS   PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-EXPECTED-RUN.
           05 W-EXP-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-EXP-RUN-NUMBER        PIC 9(4) VALUE ZERO.
              88 STATEMENT-OPEN             VALUE 'Y'.
           05 W-CCY-FOUND-SWITCH      PIC X(1) VALUE 'N'.
              88 CURRENCY-FOUND             VALUE 'Y'.
           05 W-BALANCES-SWITCH       PIC X(1) VALUE 'N'.
              88 BALANCES-AVAILABLE         VALUE 'Y'.
           05 W-BALANCE-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 BALANCE-EOF                VALUE 'Y'.
           05 W-MASTER-SWITCH         PIC X(1) VALUE 'N'.
              88 MASTER-AVAILABLE           VALUE 'Y'.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
           05 W-SUPPRESS-SWITCH       PIC X(1) VALUE 'N'.
              88 STATEMENT-SUPPRESSED       VALUE 'Y'.
           05 W-ARCHIVE-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 ARCHIVE-EOF                VALUE 'Y'.
       01  MAX-LINES-PER-PAGE         PIC 9(4) COMP VALUE 60.
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 3.
       01  W-LINE-COUNT               PIC 9(4) COMP VALUE ZERO.
           05 W-STM-OTHER-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STM-OTHER-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-STATEMENT-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
       01  W-BALANCE-KEY              PIC X(6) VALUE HIGH-VALUES.
       01  W-BALANCE-LAST-REQUEST     PIC X(6) VALUE LOW-VALUES.
       01  W-MASTER-KEY               PIC X(6) VALUE HIGH-VALUES.
       01  W-MASTER-LAST-REQUEST      PIC X(6) VALUE LOW-VALUES.
       01  W-STATUS-REQUEST-ID        PIC X(6) VALUE SPACES.
       01  W-SUPPRESSED-CUSTOMER-ID   PIC X(6) VALUE SPACES.
       01  W-SUPPRESSED-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
       01  W-STATEMENT-BALANCES.
           05 W-STB-CURRENCY-ENTRY OCCURS 3 TIMES.
              10 W-STB-FOUND-SW       PIC X(1).
                 88 STB-BALANCE-FOUND       VALUE 'Y'.
              10 W-STB-ACTIVITY       PIC S9(15)V99 COMP-3.
              10 W-STB-CLOSING        PIC S9(15)V99 COMP-3.
              10 W-STB-OPENING        PIC S9(15)V99 COMP-3.
       01  W-WORK-LINE                PIC X(80) VALUE SPACES.
      *
      * ARCHIVE LINE TYPES: 'P' PAGE HEADING, 'N' CUSTOMER HEADING
      * (NAME), 'A' ADDRESS, 'T' PHONE, 'L' ANY OTHER LINE, 'S' THE
      * STATEMENT RECORD (LINE ZERO). THE ERASE POSITIONS OF N, A AND
      * T FOLLOW THE HEADING, ADDRESS AND PHONE LINE LAYOUTS BELOW
      *
       01  W-WORK-LINE-TYPE           PIC X(1) VALUE 'L'.
       01  W-ARCHIVE-IDENTITY.
           05 W-ARC-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-ARC-RUN-NUMBER        PIC 9(4) VALUE ZERO.
           05 W-ARC-RUN-KIND          PIC X(1) VALUE 'N'.
       01  W-ARC-STATEMENT-NUMBER     PIC 9(7) VALUE ZERO.
       01  W-ARC-LINE-NUMBER          PIC 9(5) VALUE ZERO.
       01  W-ARC-FIRST-PAGE           PIC 9(4) COMP-3 VALUE ZERO.
       01  W-ARCHIVED-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
       01  W-ARCHIVE-PURGED-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PURGE-CUSTOMER-ID        PIC X(6) VALUE SPACES.
       01  W-PAGE-HEADING-LINE.
           05 FILLER                  PIC X(18)
              VALUE 'CUSTOMER STATEMENT'.
              VALUE 'TRANSACTIONS THIS STATEMENT '.
           05 W-CNT-TX-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(41) VALUE SPACES.
       01  W-BALANCE-HEADING-LINE.
           05 FILLER                  PIC X(12) VALUE 'BALANCE  CCY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(21)
              VALUE '      OPENING BALANCE'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(21)
              VALUE '             ACTIVITY'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(21)
              VALUE '      CLOSING BALANCE'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
       01  W-BALANCE-LINE.
           05 FILLER                  PIC X(9)  VALUE 'BALANCE  '.
           05 W-BAL-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-BAL-OPENING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-BAL-ACTIVITY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-BAL-CLOSING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
                  THRU 4000-FINISH-STATEMENT-EXIT
           END-IF
           DISPLAY 'STATEMENTS PRINTED=' W-STATEMENT-COUNT
           DISPLAY 'STATEMENTS ARCHIVED=' W-ARCHIVED-COUNT
                   ' EARLIER COPIES PURGED=' W-ARCHIVE-PURGED-COUNT
           DISPLAY 'STATEMENTS SUPPRESSED (SUSPENDED/CLOSED)='
                   W-SUPPRESSED-COUNT
           IF W-SELECT-CYCLE NOT = SPACES
              DISPLAY 'CYCLE SELECTED=' W-SELECT-CYCLE
                      ' CUSTOMERS OUTSIDE CYCLE=' W-CYCLE-SKIP-COUNT

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE EXTRACT AND THE STATEMENT PRINT
      * FILE, CHECK THE EXTRACT IS FOR THE EXPECTED RUN, OPEN THE
      * MASTERS AND THE STATEMENT ARCHIVE AND PRIME THE EXTRACT READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH >= 2 AND PARM-CYCLE NOT = SPACES
               NOT AT END
                   MOVE RC-BUSINESS-DATE TO W-EXP-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-EXP-RUN-NUMBER
                   MOVE RC-BUSINESS-DATE TO W-STEP-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-STEP-RUN-NUMBER
                   IF RC-SELECT-NUMBER IS NUMERIC
                      MOVE RC-SELECT-NUMBER TO W-EXP-SELECT-NUMBER
                   END-IF
              DISPLAY 'NO HEADER RECORD ON EXTRACT-FILE, '
                      'STATEMENT RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'NO HEADER ON EXTRACT-FILE - STATEMENTS REFUSED'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE EXT-HEADER-BUSINESS-DATE TO W-STEP-BUSINESS-DATE.
           MOVE EXT-HEADER-RUN-NUMBER    TO W-STEP-RUN-NUMBER.
           IF EXT-HEADER-BUSINESS-DATE NOT = W-EXP-BUSINESS-DATE
              OR (EXT-HEADER-RUN-NUMBER NOT = W-EXP-RUN-NUMBER
                  AND EXT-HEADER-RUN-NUMBER NOT =
                      ' OR RE-EXTRACT ' W-EXP-SELECT-NUMBER
                      ', STATEMENT RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'EXTRACT NOT FOR EXPECTED RUN - REFUSED'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE EXT-HEADER-BUSINESS-DATE TO W-ARC-BUSINESS-DATE.
           MOVE EXT-HEADER-RUN-NUMBER    TO W-ARC-RUN-NUMBER.
           IF EXT-HEADER-RUN-NUMBER = W-EXP-RUN-NUMBER
              MOVE 'N' TO W-ARC-RUN-KIND
           ELSE
              MOVE 'S' TO W-ARC-RUN-KIND
           END-IF.

           PERFORM 1100-OPEN-BALANCE-FILE
               THRU 1100-OPEN-BALANCE-FILE-EXIT.

           PERFORM 1200-OPEN-CUSTOMER-MASTER
               THRU 1200-OPEN-CUSTOMER-MASTER-EXIT.

           PERFORM 1300-OPEN-STATEMENT-ARCHIVE
               THRU 1300-OPEN-STATEMENT-ARCHIVE-EXIT.

           PERFORM 1400-PURGE-EARLIER-RUN
               THRU 1400-PURGE-EARLIER-RUN-EXIT.

           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-OPEN-BALANCE-FILE - OPEN THE BALANCE MASTER AND CHECK IT
      * WAS POSTED FROM THIS EXTRACT. NO MASTER, AN EMPTY ONE, OR
      * ONE POSTED FROM ANOTHER RUN LEAVES BALANCES OFF THE
      * STATEMENTS; FOR THE NIGHTLY EXTRACT THAT ENDS RC 4
      *----------------------------------------------------------------
       1100-OPEN-BALANCE-FILE.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS = 35
              MOVE ZERO TO BALANCE-FILE-STATUS
              DISPLAY 'NO BALANCE MASTER PRESENT, STATEMENTS PRINT '
                      'WITHOUT BALANCES'
              IF EXT-HEADER-RUN-NUMBER = W-EXP-RUN-NUMBER
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'STATEMENTS PRINTED WITHOUT BALANCES'
                                        TO W-STEP-REASON
              END-IF
              GO TO 1100-OPEN-BALANCE-FILE-EXIT
           END-IF.
           IF BALANCE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING BALANCE-FILE='
                      BALANCE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2950-READ-BALANCE
               THRU 2950-READ-BALANCE-EXIT.
           IF BALANCE-EOF
              OR BAL-HEADER-ID NOT = 'HEADER'
              DISPLAY 'NO HEADER RECORD ON BALANCE MASTER, '
                      'STATEMENTS PRINT WITHOUT BALANCES'
              IF EXT-HEADER-RUN-NUMBER = W-EXP-RUN-NUMBER
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'STATEMENTS PRINTED WITHOUT BALANCES'
                                        TO W-STEP-REASON
              END-IF
              GO TO 1100-OPEN-BALANCE-FILE-EXIT
           END-IF.
           IF BAL-POSTED-DATE NOT = EXT-HEADER-BUSINESS-DATE
              OR BAL-POSTED-RUN-NUMBER NOT = EXT-HEADER-RUN-NUMBER
              DISPLAY 'BALANCE MASTER POSTED FROM RUN '
                      BAL-POSTED-DATE '/' BAL-POSTED-RUN-NUMBER
                      ' NOT THIS EXTRACT, STATEMENTS PRINT '
                      'WITHOUT BALANCES'
              IF EXT-HEADER-RUN-NUMBER = W-EXP-RUN-NUMBER
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'STATEMENTS PRINTED WITHOUT BALANCES'
                                        TO W-STEP-REASON
              END-IF
              GO TO 1100-OPEN-BALANCE-FILE-EXIT
           END-IF.

           SET BALANCES-AVAILABLE TO TRUE.
           PERFORM 2950-READ-BALANCE
               THRU 2950-READ-BALANCE-EXIT.

       1100-OPEN-BALANCE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-OPEN-CUSTOMER-MASTER - OPEN THE CUSTOMER MASTER THAT
      * CARRIES EACH CUSTOMER'S STATUS. WITHOUT IT NO STATEMENT IS
      * SUPPRESSED; FOR THE NIGHTLY EXTRACT THAT ENDS RC 4
      *----------------------------------------------------------------
       1200-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = 35
              MOVE ZERO TO CUSTOMER-MASTER-STATUS
              DISPLAY 'NO CUSTOMER MASTER PRESENT, STATEMENTS PRINT '
                      'REGARDLESS OF CUSTOMER STATUS'
              IF EXT-HEADER-RUN-NUMBER = W-EXP-RUN-NUMBER
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'NO CUSTOMER MASTER - NO STATEMENT SUPPRESSED'
                                        TO W-STEP-REASON
              END-IF
              GO TO 1200-OPEN-CUSTOMER-MASTER-EXIT
           END-IF.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           SET MASTER-AVAILABLE TO TRUE.
           PERFORM 2960-READ-CUSTOMER-MASTER
               THRU 2960-READ-CUSTOMER-MASTER-EXIT.

       1200-OPEN-CUSTOMER-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-OPEN-STATEMENT-ARCHIVE - OPEN THE KEYED STATEMENT ARCHIVE
      * FOR UPDATE. THE FIRST RUN AGAINST AN EMPTY CLUSTER LOADS IT
      * (OPEN OUTPUT) BEFORE REOPENING IT FOR UPDATE
      *----------------------------------------------------------------
       1300-OPEN-STATEMENT-ARCHIVE.
           OPEN I-O STATEMENT-ARCHIVE.
           IF STATEMENT-ARCHIVE-STATUS = 35
              DISPLAY 'STATEMENT ARCHIVE EMPTY, LOADING IT'
              OPEN OUTPUT STATEMENT-ARCHIVE
              IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                         STATEMENT-ARCHIVE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              CLOSE STATEMENT-ARCHIVE
              OPEN I-O STATEMENT-ARCHIVE
           END-IF.
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1300-OPEN-STATEMENT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-PURGE-EARLIER-RUN - DELETE WHATEVER AN EARLIER RUN OF THE
      * SAME BUSINESS DATE, RUN NUMBER AND RUN KIND LEFT ON THE
      * ARCHIVE, SO A RERUN'S STATEMENTS REPLACE IT WHOLE. THE KEY
      * LEADS WITH CUSTOMER-ID, SO EACH CUSTOMER ON THE ARCHIVE IS
      * VISITED IN TURN AND ONLY ITS RECORDS FOR THIS RUN ARE READ
      *----------------------------------------------------------------
       1400-PURGE-EARLIER-RUN.
           MOVE LOW-VALUES TO SA-KEY
           PERFORM 1410-POSITION-ARCHIVE
               THRU 1410-POSITION-ARCHIVE-EXIT
           PERFORM 1420-PURGE-ONE-CUSTOMER
               THRU 1420-PURGE-ONE-CUSTOMER-EXIT
               UNTIL ARCHIVE-EOF
           IF W-ARCHIVE-PURGED-COUNT > ZERO
              DISPLAY 'RERUN OF ' W-ARC-BUSINESS-DATE '/'
                      W-ARC-RUN-NUMBER '/' W-ARC-RUN-KIND
                      ', EARLIER STATEMENTS PURGED='
                      W-ARCHIVE-PURGED-COUNT
           END-IF.

       1400-PURGE-EARLIER-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1410-POSITION-ARCHIVE - POSITION THE ARCHIVE AT THE FIRST
      * RECORD NOT BELOW THE KEY IN SA-KEY AND READ IT; EOF IS SET
      * WHEN THERE IS NONE
      *----------------------------------------------------------------
       1410-POSITION-ARCHIVE.
           START STATEMENT-ARCHIVE
               KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET ARCHIVE-EOF TO TRUE
                   GO TO 1410-POSITION-ARCHIVE-EXIT
           END-START
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR POSITIONING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM 1440-READ-NEXT-ARCHIVE
               THRU 1440-READ-NEXT-ARCHIVE-EXIT.

       1410-POSITION-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1420-PURGE-ONE-CUSTOMER - DELETE THE RECORDS OF THE CUSTOMER
      * JUST READ THAT BELONG TO THIS RUN, THEN MOVE ON TO THE NEXT
      * CUSTOMER ON THE ARCHIVE
      *----------------------------------------------------------------
       1420-PURGE-ONE-CUSTOMER.
           MOVE SA-CUSTOMER-ID      TO W-PURGE-CUSTOMER-ID
           MOVE LOW-VALUES          TO SA-KEY
           MOVE W-PURGE-CUSTOMER-ID TO SA-CUSTOMER-ID
           MOVE W-ARC-BUSINESS-DATE TO SA-BUSINESS-DATE
           MOVE W-ARC-RUN-NUMBER    TO SA-RUN-NUMBER
           MOVE W-ARC-RUN-KIND      TO SA-RUN-KIND
           PERFORM 1410-POSITION-ARCHIVE
               THRU 1410-POSITION-ARCHIVE-EXIT
           PERFORM 1430-PURGE-ONE-RECORD
               THRU 1430-PURGE-ONE-RECORD-EXIT
               UNTIL ARCHIVE-EOF
                  OR SA-CUSTOMER-ID   NOT = W-PURGE-CUSTOMER-ID
                  OR SA-BUSINESS-DATE NOT = W-ARC-BUSINESS-DATE
                  OR SA-RUN-NUMBER    NOT = W-ARC-RUN-NUMBER
                  OR SA-RUN-KIND      NOT = W-ARC-RUN-KIND
           IF ARCHIVE-EOF
              GO TO 1420-PURGE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE HIGH-VALUES         TO SA-KEY
           MOVE W-PURGE-CUSTOMER-ID TO SA-CUSTOMER-ID
           PERFORM 1410-POSITION-ARCHIVE
               THRU 1410-POSITION-ARCHIVE-EXIT.

       1420-PURGE-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1430-PURGE-ONE-RECORD - DELETE THE ARCHIVE RECORD JUST READ,
      * COUNTING A STATEMENT AT ITS STATEMENT RECORD, AND READ THE NEXT
      *----------------------------------------------------------------
       1430-PURGE-ONE-RECORD.
           DELETE STATEMENT-ARCHIVE RECORD
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR DELETING FROM STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF SA-LINE-NUMBER = ZERO
              ADD 1 TO W-ARCHIVE-PURGED-COUNT
           END-IF
           PERFORM 1440-READ-NEXT-ARCHIVE
               THRU 1440-READ-NEXT-ARCHIVE-EXIT.

       1430-PURGE-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1440-READ-NEXT-ARCHIVE - READ THE NEXT ARCHIVE RECORD IN KEY
      * ORDER, SET EOF
      *----------------------------------------------------------------
       1440-READ-NEXT-ARCHIVE.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ
           IF NOT ARCHIVE-EOF
              AND STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1440-READ-NEXT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-RECORD - FOLD THE CURRENT EXTRACT RECORD INTO THE
      * STATEMENT FOR ITS CUSTOMER. A RECORD WHOSE CUSTOMER-ID DIFFERS
              GO TO 2000-PROCESS-RECORD-READ
           END-IF.

           IF EXT-CUSTOMER-ID = W-SUPPRESSED-CUSTOMER-ID
              GO TO 2000-PROCESS-RECORD-READ
           END-IF.

           IF EXT-CUSTOMER-ID NOT = W-CURRENT-CUSTOMER-ID
              IF STATEMENT-OPEN
                 PERFORM 4000-FINISH-STATEMENT
                     THRU 4000-FINISH-STATEMENT-EXIT
              END-IF
              PERFORM 3200-CHECK-CUSTOMER-STATUS
                  THRU 3200-CHECK-CUSTOMER-STATUS-EXIT
              IF STATEMENT-SUPPRESSED
                 ADD 1 TO W-SUPPRESSED-COUNT
                 MOVE EXT-CUSTOMER-ID TO W-SUPPRESSED-CUSTOMER-ID
                 GO TO 2000-PROCESS-RECORD-READ
              END-IF
              MOVE SPACES TO W-SUPPRESSED-CUSTOMER-ID
              PERFORM 3000-START-STATEMENT
                  THRU 3000-START-STATEMENT-EXIT
           END-IF.
       2900-READ-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-READ-BALANCE - READ THE NEXT BALANCE MASTER RECORD AND SET
      * ITS POSITIONING KEY; HIGH-VALUES AT THE TRAILER OR EOF
      *----------------------------------------------------------------
       2950-READ-BALANCE.
           READ BALANCE-FILE
               AT END
                   SET BALANCE-EOF TO TRUE
           END-READ
           IF NOT BALANCE-EOF
              AND BALANCE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING BALANCE-FILE='
                      BALANCE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF BALANCE-EOF
              OR BAL-TRAILER-ID = 'TRAILR'
              MOVE HIGH-VALUES TO W-BALANCE-KEY
           ELSE
              MOVE BAL-CUSTOMER-ID TO W-BALANCE-KEY
           END-IF.

       2950-READ-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-READ-CUSTOMER-MASTER - READ THE NEXT CUSTOMER MASTER
      * RECORD AND SET ITS POSITIONING KEY; HIGH-VALUES AT EOF
      *----------------------------------------------------------------
       2960-READ-CUSTOMER-MASTER.
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
              MOVE HIGH-VALUES TO W-MASTER-KEY
           ELSE
              MOVE CM-CUSTOMER-ID TO W-MASTER-KEY
           END-IF.

       2960-READ-CUSTOMER-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-START-STATEMENT - OPEN THE STATEMENT FOR A NEW CUSTOMER:
      * RESET THE SUBTOTALS, START A FRESH PAGE AND PRINT THE HEADING
      * BLOCK FROM PERSONAL-DATA. THE STATEMENT TAKES THE NEXT
      * STATEMENT NUMBER OF THE RUN FOR ITS ARCHIVE KEY
      *----------------------------------------------------------------
       3000-START-STATEMENT.
           MOVE EXT-CUSTOMER-ID       TO W-CURRENT-CUSTOMER-ID
           MOVE ZERO TO W-STM-OTHER-COUNT
           MOVE ZERO TO W-STM-OTHER-AMOUNT
           MOVE 'N'  TO W-IN-STATEMENT-SWITCH
           PERFORM 3100-LOAD-BALANCES
               THRU 3100-LOAD-BALANCES-EXIT

           COMPUTE W-ARC-STATEMENT-NUMBER = W-STATEMENT-COUNT + 1
           MOVE ZERO TO W-ARC-LINE-NUMBER
           PERFORM 8100-START-NEW-PAGE
               THRU 8100-START-NEW-PAGE-EXIT
           MOVE W-PAGE-NUMBER TO W-ARC-FIRST-PAGE

           MOVE W-CURRENT-CUSTOMER-ID   TO W-CSH-CUSTOMER-ID
           MOVE W-CURRENT-CUSTOMER-NAME TO W-CSH-CUSTOMER-NAME
           MOVE SPACES                  TO W-CSH-CONTINUED-TAG
           MOVE W-CUST-HEADING-LINE     TO W-WORK-LINE
           MOVE 'N'                     TO W-WORK-LINE-TYPE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT

           MOVE W-CURRENT-CUSTOMER-ADDR TO W-ADR-CUSTOMER-ADDRESS
           MOVE W-ADDRESS-LINE          TO W-WORK-LINE
           MOVE 'A'                     TO W-WORK-LINE-TYPE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT

           MOVE W-CURRENT-CUSTOMER-PHONE TO W-PHN-CUSTOMER-PHONE
           MOVE W-PHONE-LINE            TO W-WORK-LINE
           MOVE 'T'                     TO W-WORK-LINE-TYPE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT

       3000-START-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOAD-BALANCES - POSITION THE BALANCE MASTER ON THE NEW
      * STATEMENT'S CUSTOMER AND LOAD ITS BALANCES INTO THE SAME
      * CURRENCY SLOTS AS THE SUBTOTALS. THE OPENING BALANCE SHOWN IS
      * THE CLOSING BALANCE BEFORE THIS EXTRACT'S ACTIVITY WAS
      * POSTED. A CUSTOMER-ID LOWER THAN THE LAST ONE POSITIONED ON
      * (THE MASTER-DRIVEN RUN AFTER THE RESUBMIT BLOCK) REWINDS THE
      * MASTER
      *----------------------------------------------------------------
       3100-LOAD-BALANCES.
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE 'N'  TO W-STB-FOUND-SW (W-M)
               MOVE ZERO TO W-STB-OPENING (W-M)
               MOVE ZERO TO W-STB-ACTIVITY (W-M)
               MOVE ZERO TO W-STB-CLOSING (W-M)
           END-PERFORM
           IF NOT BALANCES-AVAILABLE
              GO TO 3100-LOAD-BALANCES-EXIT
           END-IF

           IF W-CURRENT-CUSTOMER-ID < W-BALANCE-LAST-REQUEST
              CLOSE BALANCE-FILE
              OPEN INPUT BALANCE-FILE
              IF BALANCE-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR REOPENING BALANCE-FILE='
                         BALANCE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE 'N' TO W-BALANCE-EOF-SWITCH
              PERFORM 2950-READ-BALANCE
                  THRU 2950-READ-BALANCE-EXIT
              PERFORM 2950-READ-BALANCE
                  THRU 2950-READ-BALANCE-EXIT
           END-IF
           MOVE W-CURRENT-CUSTOMER-ID TO W-BALANCE-LAST-REQUEST

           PERFORM 2950-READ-BALANCE
               THRU 2950-READ-BALANCE-EXIT
               UNTIL W-BALANCE-KEY NOT < W-CURRENT-CUSTOMER-ID
           PERFORM 3110-LOAD-ONE-BALANCE
               THRU 3110-LOAD-ONE-BALANCE-EXIT
               UNTIL W-BALANCE-KEY NOT = W-CURRENT-CUSTOMER-ID.

       3100-LOAD-BALANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-LOAD-ONE-BALANCE - MOVE ONE BALANCE RECORD OF THE
      * STATEMENT'S CUSTOMER INTO ITS CURRENCY SLOT
      *----------------------------------------------------------------
       3110-LOAD-ONE-BALANCE.
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-STM-CCY-CODE (W-M) = BAL-CURRENCY-CODE
                  MOVE 'Y' TO W-STB-FOUND-SW (W-M)
                  MOVE BAL-LAST-RUN-ACTIVITY TO W-STB-ACTIVITY (W-M)
                  MOVE BAL-CLOSING-BALANCE   TO W-STB-CLOSING (W-M)
                  COMPUTE W-STB-OPENING (W-M) =
                          BAL-CLOSING-BALANCE - BAL-LAST-RUN-ACTIVITY
               END-IF
           END-PERFORM
           PERFORM 2950-READ-BALANCE
               THRU 2950-READ-BALANCE-EXIT.

       3110-LOAD-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-CUSTOMER-STATUS - POSITION THE CUSTOMER MASTER ON
      * THE NEXT STATEMENT'S CUSTOMER AND SUPPRESS THE STATEMENT WHEN
      * THE CUSTOMER IS SUSPENDED OR CLOSED. A CUSTOMER NOT ON THE
      * MASTER IS PRINTED. A CUSTOMER-ID LOWER THAN THE LAST ONE
      * POSITIONED ON REWINDS THE MASTER, AS FOR THE BALANCES
      *----------------------------------------------------------------
       3200-CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO W-SUPPRESS-SWITCH
           IF NOT MASTER-AVAILABLE
              GO TO 3200-CHECK-CUSTOMER-STATUS-EXIT
           END-IF
           MOVE EXT-CUSTOMER-ID TO W-STATUS-REQUEST-ID

           IF W-STATUS-REQUEST-ID < W-MASTER-LAST-REQUEST
              CLOSE CUSTOMER-MASTER
              OPEN INPUT CUSTOMER-MASTER
              IF CUSTOMER-MASTER-STATUS NOT = ZERO
                 DISPLAY 'ERROR REOPENING CUSTOMER-MASTER='
                         CUSTOMER-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE 'N' TO W-MASTER-EOF-SWITCH
              PERFORM 2960-READ-CUSTOMER-MASTER
                  THRU 2960-READ-CUSTOMER-MASTER-EXIT
           END-IF
           MOVE W-STATUS-REQUEST-ID TO W-MASTER-LAST-REQUEST

           PERFORM 2960-READ-CUSTOMER-MASTER
               THRU 2960-READ-CUSTOMER-MASTER-EXIT
               UNTIL W-MASTER-KEY NOT < W-STATUS-REQUEST-ID
           IF W-MASTER-KEY = W-STATUS-REQUEST-ID
              AND (CM-CUSTOMER-STATUS = 'S' OR 'C')
              SET STATEMENT-SUPPRESSED TO TRUE
           END-IF.

       3200-CHECK-CUSTOMER-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-FINISH-STATEMENT - CLOSE THE CURRENT STATEMENT WITH THE
      * PER-CURRENCY SUBTOTALS, THE TRANSACTION COUNT AND, WHEN THE
      * BALANCE MASTER IS IN USE, THE OPENING BALANCE, ACTIVITY AND
      * CLOSING BALANCE PER CURRENCY, THEN ARCHIVE THE STATEMENT RECORD
      *----------------------------------------------------------------
       4000-FINISH-STATEMENT.
           MOVE W-BLANK-LINE TO W-WORK-LINE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT

           IF BALANCES-AVAILABLE
              PERFORM 4100-WRITE-BALANCE-LINES
                  THRU 4100-WRITE-BALANCE-LINES-EXIT
           END-IF

           PERFORM 4200-ARCHIVE-STATEMENT
               THRU 4200-ARCHIVE-STATEMENT-EXIT

           MOVE 'N'    TO W-IN-STATEMENT-SWITCH
           MOVE SPACES TO W-CURRENT-CUSTOMER-ID.

       4000-FINISH-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-BALANCE-LINES - ONE BALANCE LINE PER CURRENCY THE
      * CUSTOMER HOLDS A BALANCE IN
      *----------------------------------------------------------------
       4100-WRITE-BALANCE-LINES.
           MOVE W-BLANK-LINE TO W-WORK-LINE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT
           MOVE W-BALANCE-HEADING-LINE TO W-WORK-LINE
           PERFORM 8000-WRITE-STATEMENT-LINE
               THRU 8000-WRITE-STATEMENT-LINE-EXIT

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF STB-BALANCE-FOUND (W-M)
                  MOVE W-STM-CCY-CODE (W-M)  TO W-BAL-CURRENCY
                  MOVE W-STB-OPENING (W-M)   TO W-BAL-OPENING
                  MOVE W-STB-ACTIVITY (W-M)  TO W-BAL-ACTIVITY
                  MOVE W-STB-CLOSING (W-M)   TO W-BAL-CLOSING
                  MOVE W-BALANCE-LINE        TO W-WORK-LINE
                  PERFORM 8000-WRITE-STATEMENT-LINE
                      THRU 8000-WRITE-STATEMENT-LINE-EXIT
               END-IF
           END-PERFORM.

       4100-WRITE-BALANCE-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-ARCHIVE-STATEMENT - WRITE THE STATEMENT RECORD (LINE ZERO)
      * THAT CLOSES THE STATEMENT ON THE ARCHIVE: THE NUMBER OF LINES
      * ARCHIVED, THE FIRST PAGE NUMBER, THE PAGE COUNT AND THE
      * TRANSACTION COUNT. IT IS WRITTEN LAST SO A STATEMENT CUT SHORT
      * BY A FAILED RUN IS NEVER TAKEN AS ISSUED
      *----------------------------------------------------------------
       4200-ARCHIVE-STATEMENT.
           MOVE SPACES TO STATEMENT-ARCHIVE-HEADER
           PERFORM 8220-SET-ARCHIVE-KEY
               THRU 8220-SET-ARCHIVE-KEY-EXIT
           MOVE ZERO               TO SA-LINE-NUMBER
           MOVE 'S'                TO SAH-LINE-TYPE
           MOVE W-ARC-LINE-NUMBER  TO SAH-LINE-COUNT
           MOVE W-ARC-FIRST-PAGE   TO SAH-FIRST-PAGE
           COMPUTE SAH-PAGE-COUNT =
                   W-PAGE-NUMBER - W-ARC-FIRST-PAGE + 1
           MOVE W-STM-TX-COUNT     TO SAH-TRANSACTION-COUNT
           PERFORM 8230-PUT-ARCHIVE-RECORD
               THRU 8230-PUT-ARCHIVE-RECORD-EXIT
           ADD 1 TO W-ARCHIVED-COUNT.

       4200-ARCHIVE-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-STATEMENT-LINE - WRITE THE LINE PREPARED IN
      * W-WORK-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT
      * PAGE IS FULL, AND ARCHIVE IT AS TYPE W-WORK-LINE-TYPE ('L'
      * UNLESS THE CALLER SAYS OTHERWISE)
      *----------------------------------------------------------------
       8000-WRITE-STATEMENT-LINE.
           IF W-LINE-COUNT >= MAX-LINES-PER-PAGE
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-LINE-COUNT
           MOVE W-WORK-LINE-TYPE TO SA-LINE-TYPE
           MOVE W-WORK-LINE      TO SA-LINE-TEXT
           PERFORM 8200-ARCHIVE-LINE
               THRU 8200-ARCHIVE-LINE-EXIT
           MOVE 'L' TO W-WORK-LINE-TYPE.

       8000-WRITE-STATEMENT-LINE-EXIT.
           EXIT.
      * 8100-START-NEW-PAGE - PRINT THE RUN-WIDE PAGE HEADING AND,
      * WHEN A STATEMENT IS INTERRUPTED BY THE PAGE BREAK, REPEAT ITS
      * CUSTOMER HEADING WITH A CONTINUED TAG SO THE READER CAN FOLLOW
      * THE STATEMENT ACROSS PAGES. EACH LINE IS ARCHIVED WITH THE
      * STATEMENT IT BELONGS TO
      *----------------------------------------------------------------
       8100-START-NEW-PAGE.
           ADD 1 TO W-PAGE-NUMBER
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'P'                 TO SA-LINE-TYPE
           MOVE W-PAGE-HEADING-LINE TO SA-LINE-TEXT
           PERFORM 8200-ARCHIVE-LINE
               THRU 8200-ARCHIVE-LINE-EXIT
           WRITE STATEMENT-RECORD FROM W-BLANK-LINE
           IF STATEMENT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO STATEMENT-FILE='
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'L'                 TO SA-LINE-TYPE
           MOVE W-BLANK-LINE        TO SA-LINE-TEXT
           PERFORM 8200-ARCHIVE-LINE
               THRU 8200-ARCHIVE-LINE-EXIT
           ADD 2 TO W-LINE-COUNT

           IF STATEMENT-OPEN
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE 'N'                   TO SA-LINE-TYPE
              MOVE W-CUST-HEADING-LINE   TO SA-LINE-TEXT
              PERFORM 8200-ARCHIVE-LINE
                  THRU 8200-ARCHIVE-LINE-EXIT
              WRITE STATEMENT-RECORD FROM W-COLUMN-HEADING-LINE
              IF STATEMENT-FILE-STATUS NOT = ZERO
                 DISPLAY 'ERROR WRITING TO STATEMENT-FILE='
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE 'L'                   TO SA-LINE-TYPE
              MOVE W-COLUMN-HEADING-LINE TO SA-LINE-TEXT
              PERFORM 8200-ARCHIVE-LINE
                  THRU 8200-ARCHIVE-LINE-EXIT
              ADD 2 TO W-LINE-COUNT
           END-IF.

       8100-START-NEW-PAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-ARCHIVE-LINE - ARCHIVE THE PRINTED LINE IN SA-LINE-TEXT
      * OF TYPE SA-LINE-TYPE AS THE NEXT LINE OF THE STATEMENT. A
      * NAME, ADDRESS OR PHONE LINE CARRIES THE POSITION AND LENGTH
      * OF THAT DATA WITHIN THE LINE FOR ERASURE
      *----------------------------------------------------------------
       8200-ARCHIVE-LINE.
           ADD 1 TO W-ARC-LINE-NUMBER
           PERFORM 8220-SET-ARCHIVE-KEY
               THRU 8220-SET-ARCHIVE-KEY-EXIT
           MOVE W-ARC-LINE-NUMBER TO SA-LINE-NUMBER
           EVALUATE SA-LINE-TYPE
               WHEN 'N'
                  MOVE 18 TO SA-ERASE-START
                  MOVE 20 TO SA-ERASE-LENGTH
               WHEN 'A'
                  MOVE 10 TO SA-ERASE-START
                  MOVE 20 TO SA-ERASE-LENGTH
               WHEN 'T'
                  MOVE 10 TO SA-ERASE-START
                  MOVE 8  TO SA-ERASE-LENGTH
               WHEN OTHER
                  MOVE ZERO TO SA-ERASE-START
                  MOVE ZERO TO SA-ERASE-LENGTH
           END-EVALUATE
           PERFORM 8230-PUT-ARCHIVE-RECORD
               THRU 8230-PUT-ARCHIVE-RECORD-EXIT.

       8200-ARCHIVE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8220-SET-ARCHIVE-KEY - KEY THE ARCHIVE RECORD TO THE CURRENT
      * STATEMENT; THE CALLER SETS THE LINE NUMBER
      *----------------------------------------------------------------
       8220-SET-ARCHIVE-KEY.
           MOVE W-CURRENT-CUSTOMER-ID  TO SA-CUSTOMER-ID
           MOVE W-ARC-BUSINESS-DATE    TO SA-BUSINESS-DATE
           MOVE W-ARC-RUN-NUMBER       TO SA-RUN-NUMBER
           MOVE W-ARC-RUN-KIND         TO SA-RUN-KIND
           MOVE W-ARC-STATEMENT-NUMBER TO SA-STATEMENT-NUMBER.

       8220-SET-ARCHIVE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8230-PUT-ARCHIVE-RECORD - ADD THE ARCHIVE RECORD; ANY EARLIER
      * COPY OF THIS RUN WAS PURGED AT START-UP, SO A DUPLICATE KEY IS
      * AN ERROR
      *----------------------------------------------------------------
       8230-PUT-ARCHIVE-RECORD.
           WRITE STATEMENT-ARCHIVE-RECORD
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8230-PUT-ARCHIVE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-WRITE-STEP-STATUS - LEAVE THE STANDARD STEP-STATUS RECORD
      * FOR THE TCOBWNGT NIGHT SUMMARY: RUN IDENTITY, CONDITION CODE,
      * KEY COUNTS AND AMOUNTS, AND THE REASON FOR A NONZERO CODE. A
      * CODE SET AFTER THE LAST REASON WAS RECORDED GETS THE STANDARD
      * REASON FOR ITS VALUE. A FAILURE HERE IS DISPLAYED BUT DOES NOT
      * CHANGE THE STEP'S OWN CONDITION CODE
      *----------------------------------------------------------------
       9900-WRITE-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS-FILE
           IF STEP-STATUS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STEP-STATUS-FILE='
                      STEP-STATUS-FILE-STATUS
              GO TO 9900-WRITE-STEP-STATUS-EXIT
           END-IF

           MOVE SPACES                  TO STEP-STATUS-RECORD
           MOVE 'TCOBSTMT'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE W-STEP-BUSINESS-DATE    TO SS-BUSINESS-DATE
           MOVE W-STEP-RUN-NUMBER       TO SS-RUN-NUMBER
           MOVE RETURN-CODE             TO SS-CONDITION-CODE
           IF RETURN-CODE NOT = ZERO
              IF RETURN-CODE = W-STEP-REASON-CODE
                 MOVE W-STEP-REASON     TO SS-REASON
              ELSE
                 EVALUATE RETURN-CODE
                     WHEN 4
                        MOVE 'WARNINGS RAISED - SEE STEP REPORT'
                                        TO SS-REASON
                     WHEN 8
                        MOVE 'OUT OF BALANCE - SEE STEP REPORT'
                                        TO SS-REASON
                     WHEN 12
                        MOVE 'CONTROL ERROR - SEE JOB LOG'
                                        TO SS-REASON
                     WHEN 16
                        MOVE 'FILE I/O ERROR - SEE JOB LOG'
                                        TO SS-REASON
                     WHEN OTHER
                        MOVE 'UNEXPECTED CONDITION CODE - SEE JOB LOG'
                                        TO SS-REASON
                 END-EVALUATE
              END-IF
           END-IF
           MOVE 'STATEMENTS'            TO SS-COUNT-LABEL (1)
           MOVE W-STATEMENT-COUNT       TO SS-COUNT (1)
           MOVE 'SUPPRESSED'            TO SS-COUNT-LABEL (2)
           MOVE W-SUPPRESSED-COUNT      TO SS-COUNT (2)
           MOVE 'CYCLE SKIP'            TO SS-COUNT-LABEL (3)
           MOVE W-CYCLE-SKIP-COUNT      TO SS-COUNT (3)
           MOVE 'PAGES'                 TO SS-COUNT-LABEL (4)
           MOVE W-PAGE-NUMBER           TO SS-COUNT (4)
           MOVE ZERO                    TO SS-AMOUNT (1)
           MOVE ZERO                    TO SS-AMOUNT (2)

           WRITE STEP-STATUS-RECORD
           IF STEP-STATUS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO STEP-STATUS-FILE='
                      STEP-STATUS-FILE-STATUS
           END-IF
           CLOSE STEP-STATUS-FILE.

       9900-WRITE-STEP-STATUS-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           PERFORM 9900-WRITE-STEP-STATUS
               THRU 9900-WRITE-STEP-STATUS-EXIT.

           CLOSE EXTRACT-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE BALANCE-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE STATEMENT-ARCHIVE.

           GOBACK.

