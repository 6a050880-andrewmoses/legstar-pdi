       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWDRM.
      * ----------------------------------------------------------------
      * CUSTOMER DORMANCY SWEEP
      * ----------------------------------------------------------------
      * FINDS ACTIVE CUSTOMERS WITH NO ACTIVITY ON THE CURRENT
      * TRANSACTION-HISTORY OR THE TCOBWARC ARCHIVE IN THE LAST N
      * MONTHS (PARM, DEFAULT 12) BEFORE THE RUN-CONTROL BUSINESS
      * DATE, AND RAISES A STATUS ('S') TRANSACTION TO DORMANT FOR
      * EACH ONE. THE SWEEP NEVER UPDATES THE MASTER ITSELF: THE
      * TRANSACTIONS ARE WRITTEN STRAIGHT ONTO THE TCOBWMNT PENDING
      * FILE, KEYED BY OPERATOR 'DORMANCY', SO EACH ONE WAITS FOR A
      * CHECKER'S APPROVAL LIKE ANY OTHER SENSITIVE CHANGE AND AGES
      * OUT IF NONE COMES. PENDIN IS THE PENDING FILE TCOBWMNT LAST
      * WROTE; IT IS COPIED TO PENDOUT IN CUSTOMER-ID ORDER WITH THE
      * NEW TRANSACTIONS MERGED IN, AND PENDOUT IS THE PENDIN OF THE
      * NEXT TCOBWMNT RUN.
      * CUSTOMER-MASTER, TRANSACTION-HISTORY AND THE ARCHIVE ARE
      * MATCH-MERGED IN CUSTOMER-ID ORDER AS TCOBWAGE DOES. A
      * CUSTOMER IS DORMANT WHEN ITS STATUS IS ACTIVE (OR BLANK),
      * ITS LATEST DATED ACTIVITY AND ITS STATUS DATE ARE BOTH
      * BEFORE THE CUTOFF, AND NO STATUS CHANGE IS ALREADY PENDING
      * FOR IT. DD/MM/YY DATES ARE WINDOWED AS TCOBWARC DOES; AN
      * UNREADABLE DATE IS COUNTED AND IGNORED. THE ARCHIVE IS
      * OPTIONAL; WHEN PRESENT IT IS PROVED AGAINST ITS TRAILER IN A
      * FIRST PASS, AND AN ARCHIVE THAT DOES NOT PROVE ENDS THE RUN
      * BEFORE THE PENDING FILE IS OPENED, SO NO CHANGE IS RAISED
      * FROM IT. AN ARCHIVE WITH NO RECORDS IS TAKEN AS NO ARCHIVE.
      * CONDITION CODES: 0 NOTHING RAISED, 4 DORMANCY CHANGES
      * RAISED, 8 ARCHIVE OUT OF PROOF, 12 CONTROL ERROR (RUN
      * CONTROL OR PARM), 16 I/O.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    PROVE THE ARCHIVE IN A FIRST PASS; RC 8 BEFORE
      *                  ANY PENDING TRANSACTION IS WRITTEN.
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

           SELECT PENDING-IN
           ASSIGN TO PENDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-IN-STATUS.

           SELECT PENDING-OUT
           ASSIGN TO PENDOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-OUT-STATUS.

           SELECT DORMANCY-REPORT
           ASSIGN TO DRMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DORMANCY-REPORT-STATUS.

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
              88 CM-STATUS-ACTIVE           VALUE 'A' ' '.
              88 CM-STATUS-DORMANT          VALUE 'D'.
              88 CM-STATUS-SUSPENDED        VALUE 'S'.
              88 CM-STATUS-CLOSED           VALUE 'C'.
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

       FD  PENDING-IN
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  PENDING-IN-RECORD.
           05 PDI-AGE-COUNT           PIC 9(2).
           05 PDI-TRAN-IMAGE.
              10 PDI-ACTION           PIC X(1).
              10 PDI-CUSTOMER-ID      PIC X(6).
              10 FILLER               PIC X(143).

       FD  PENDING-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  PENDING-OUT-RECORD.
           05 PDO-AGE-COUNT           PIC 9(2).
           05 PDO-TRAN-IMAGE          PIC X(150).

       FD  DORMANCY-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMANCY-REPORT-RECORD     PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  ARCHIVE-FILE-STATUS        PIC 9(2).
       01  PENDING-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  PENDING-OUT-STATUS         PIC 9(2) VALUE ZERO.
       01  DORMANCY-REPORT-STATUS     PIC 9(2).
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
           05 W-PEND-IN-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 PENDING-IN-EOF             VALUE 'Y'.
           05 W-DATE-VALID-SWITCH     PIC X(1) VALUE 'Y'.
              88 NORM-DATE-VALID            VALUE 'Y'.
              88 NORM-DATE-INVALID          VALUE 'N'.
           05 W-CUSTOMER-ON-MASTER-SW PIC X(1) VALUE 'N'.
              88 CUSTOMER-ON-MASTER         VALUE 'Y'.
           05 W-STATUS-PENDING-SW     PIC X(1) VALUE 'N'.
              88 STATUS-CHANGE-PENDING      VALUE 'Y'.
       01  W-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  W-SWEEP-MONTHS             PIC 9(3) VALUE 12.
       01  W-MONTH-NUMBER             PIC 9(7) COMP-3 VALUE ZERO.
       01  W-CUTOFF-YEAR              PIC 9(4) COMP-3 VALUE ZERO.
       01  W-CUTOFF-MONTH             PIC 9(2) COMP-3 VALUE ZERO.
       01  W-CUTOFF-DATE.
           05 W-CUT-CCYY              PIC 9(4).
           05 W-CUT-MM                PIC 9(2).
           05 W-CUT-DD                PIC X(2).
       01  W-BUSINESS-DATE-PARTS.
           05 W-BDT-CCYY              PIC 9(4).
           05 W-BDT-MM                PIC 9(2).
           05 W-BDT-DD                PIC X(2).
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
       01  W-LAST-ACTIVITY-DATE       PIC X(8) VALUE SPACES.
       01  W-MERGE-KEYS.
           05 W-CM-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-TH-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-AR-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-PD-KEY                PIC X(6) VALUE HIGH-VALUES.
           05 W-LOW-KEY               PIC X(6) VALUE HIGH-VALUES.
       01  W-CURRENT-CUSTOMER.
           05 W-CUR-CUSTOMER-NAME     PIC X(20).
           05 W-CUR-STATUS            PIC X(1).
              88 CUR-STATUS-ACTIVE          VALUE 'A' ' '.
              88 CUR-STATUS-DORMANT         VALUE 'D'.
              88 CUR-STATUS-SUSPENDED       VALUE 'S'.
              88 CUR-STATUS-CLOSED          VALUE 'C'.
           05 W-CUR-STATUS-DATE       PIC X(8).
       01  MAINT-TRANSACTION.
           05 MT-ACTION               PIC X(1).
           05 MT-CUSTOMER-ID          PIC X(6).
           05 MT-NEW-STATUS           PIC X(1).
           05 MT-NEW-STATUS-DATE      PIC X(8).
           05 FILLER                  PIC X(11).
           05 MT-CUSTOMER-ADDRESS     PIC X(20).
           05 MT-CUSTOMER-PHONE       PIC X(8).
           05 MT-CURRENCY-CODE        PIC X(3).
           05 MT-BILLING-CYCLE        PIC X(2).
           05 MT-CONTACT-ACTION       PIC X(1).
           05 MT-CONTACT-TYPE         PIC X(1).
           05 MT-CONTACT-VALUE        PIC X(40).
           05 MT-OLD-CONTACT-VALUE    PIC X(40).
           05 MT-OPERATOR-ID          PIC X(8).
       01  W-SWEEP-OPERATOR           PIC X(8) VALUE 'DORMANCY'.
       01  W-CONTROL-TOTALS.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ACTIVE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DORMANT-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SUSPENDED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CLOSED-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RECENT-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ALREADY-PENDING-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RAISED-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NO-MASTER-CUST-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HISTORY-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ARCHIVE-READ-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-AR-TRAILER-COUNT      PIC 9(9) VALUE ZERO.
           05 W-AR-TRAILER-AMOUNT     PIC S9(15)V99 VALUE ZERO.
           05 W-PROVE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PROVE-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-UNDATED-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PENDING-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PENDING-WRITTEN-COUNT PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'CUSTOMER DORMANCY SWEEP                 '.
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-RUN-IDENT-LINE.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 W-RID-DATE              PIC X(8).
           05 FILLER                  PIC X(10) VALUE '  MONTHS: '.
           05 W-RID-MONTHS            PIC ZZ9.
           05 FILLER                  PIC X(23)
              VALUE '  NO ACTIVITY SINCE:   '.
           05 W-RID-CUTOFF            PIC X(8).
           05 FILLER                  PIC X(13) VALUE SPACES.
       01  W-SECTION-LINE.
           05 W-SEC-TEXT              PIC X(40).
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-COLUMN-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'CUSTID NAME                  STS  SINCE '.
           05 FILLER                  PIC X(40)
              VALUE '      LAST ACT    RAISED                '.
       01  W-DETAIL-LINE.
           05 W-DTL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-DTL-CUSTOMER-NAME     PIC X(20).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 W-DTL-STATUS            PIC X(1).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 W-DTL-STATUS-DATE       PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-DTL-LAST-ACTIVITY     PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-DTL-RAISED            PIC X(11).
           05 FILLER                  PIC X(11) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-COMPARE-LINE.
           05 W-CMP-TEXT              PIC X(26).
           05 W-CMP-COMPUTED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-CONTROL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-VERDICT           PIC X(14).
           05 FILLER                  PIC X(2)  VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH             PIC 9(4) COMP.
           05 PARM-TEXT.
              10 PARM-MONTHS             PIC X(3).
              10 PARM-MONTHS-NUMBER REDEFINES PARM-MONTHS
                                         PIC 9(3).
              10 FILLER                  PIC X(77).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SWEEP-CUSTOMER
               THRU 2000-SWEEP-CUSTOMER-EXIT
               UNTIL W-CM-KEY = HIGH-VALUES
                 AND W-TH-KEY = HIGH-VALUES
                 AND W-AR-KEY = HIGH-VALUES
           PERFORM 2400-COPY-PENDING
               THRU 2400-COPY-PENDING-EXIT
               UNTIL PENDING-IN-EOF
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE MONTHS FROM THE PARM, READ THE
      * BUSINESS DATE FROM RUN CONTROL AND WORK OUT THE CUTOFF DATE,
      * OPEN FILES AND PRIME THE MERGE INPUTS; THE ARCHIVE AND THE
      * PENDING FILE ARE OPTIONAL
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH >= 3 AND PARM-MONTHS NOT = SPACES
              IF PARM-MONTHS-NUMBER IS NOT NUMERIC
                 OR PARM-MONTHS-NUMBER = ZERO
                 DISPLAY 'PARM MONTHS ' PARM-MONTHS
                         ' IS NOT A NUMBER OF MONTHS'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE PARM-MONTHS-NUMBER TO W-SWEEP-MONTHS
           END-IF.

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

           MOVE W-BUSINESS-DATE TO W-BUSINESS-DATE-PARTS
           COMPUTE W-MONTH-NUMBER = W-BDT-CCYY * 12
                                  + W-BDT-MM - 1
                                  - W-SWEEP-MONTHS
           DIVIDE W-MONTH-NUMBER BY 12
               GIVING W-CUTOFF-YEAR
               REMAINDER W-CUTOFF-MONTH
           MOVE W-CUTOFF-YEAR  TO W-CUT-CCYY
           ADD 1 TO W-CUTOFF-MONTH
           MOVE W-CUTOFF-MONTH TO W-CUT-MM
           MOVE W-BDT-DD       TO W-CUT-DD.

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
              DISPLAY 'NO ARCHIVE PRESENT, SWEEPING CURRENT HISTORY '
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

           PERFORM 1500-PROVE-ARCHIVE
               THRU 1500-PROVE-ARCHIVE-EXIT.

           OPEN INPUT PENDING-IN.
           IF PENDING-IN-STATUS = 35
              DISPLAY 'NO PENDING FILE PRESENT, NOTHING CARRIED '
                      'FORWARD'
              MOVE ZERO TO PENDING-IN-STATUS
              SET PENDING-IN-EOF TO TRUE
           ELSE
              IF PENDING-IN-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING PENDING-IN='
                         PENDING-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT PENDING-OUT.
           IF PENDING-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PENDING-OUT='
                      PENDING-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT DORMANCY-REPORT.
           IF DORMANCY-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING DORMANCY-REPORT='
                      DORMANCY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BUSINESS-DATE TO W-RID-DATE
           MOVE W-SWEEP-MONTHS  TO W-RID-MONTHS
           MOVE W-CUTOFF-DATE   TO W-RID-CUTOFF
           MOVE W-RUN-IDENT-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'DORMANCY CHANGES RAISED' TO W-SEC-TEXT
           MOVE W-SECTION-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-COLUMN-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT
           PERFORM 2910-READ-HISTORY
               THRU 2910-READ-HISTORY-EXIT
           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT
           PERFORM 2930-READ-PENDING
               THRU 2930-READ-PENDING-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-PROVE-ARCHIVE - FIRST PASS OVER THE ARCHIVE: ITS DETAIL
      * COUNT AND AMOUNT MUST AGREE WITH ITS TRAILER BEFORE ANY
      * DORMANCY CHANGE IS RAISED FROM IT, OR THE RUN ENDS RC 8.
      * THE ARCHIVE IS THEN REOPENED FOR THE SWEEP
      *----------------------------------------------------------------
       1500-PROVE-ARCHIVE.
           IF NOT ARCHIVE-PRESENT
              GO TO 1500-PROVE-ARCHIVE-EXIT
           END-IF

           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT
           IF ARCHIVE-EOF
              AND NOT AR-TRAILER-SEEN
              DISPLAY 'ARCHIVE EMPTY, SWEEPING CURRENT HISTORY ONLY'
              MOVE 'N' TO W-ARCHIVE-PRESENT-SW
              GO TO 1500-PROVE-ARCHIVE-EXIT
           END-IF

           PERFORM 1510-PROVE-ONE-RECORD
               THRU 1510-PROVE-ONE-RECORD-EXIT
               UNTIL ARCHIVE-EOF

           IF NOT AR-TRAILER-SEEN
              DISPLAY 'ARCHIVE HAS NO USABLE TRAILER, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-AR-TRAILER-COUNT NOT = W-PROVE-COUNT
              OR W-AR-TRAILER-AMOUNT NOT = W-PROVE-AMOUNT
              DISPLAY 'ARCHIVE OUT OF BALANCE WITH ITS TRAILER, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           CLOSE ARCHIVE-FILE
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING ARCHIVE-FILE='
                      ARCHIVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-ARCHIVE-EOF-SWITCH
           MOVE 'N' TO W-AR-TRAILER-SEEN-SW.

       1500-PROVE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-PROVE-ONE-RECORD - TALLY ONE ARCHIVE DETAIL RECORD FOR
      * THE PROOF AND READ THE NEXT; THE TRAILER ENDS THE PASS
      *----------------------------------------------------------------
       1510-PROVE-ONE-RECORD.
           ADD 1 TO W-PROVE-COUNT
           IF AR-TRANSACTION-AMOUNT IS NUMERIC
              ADD AR-TRANSACTION-AMOUNT TO W-PROVE-AMOUNT
           END-IF
           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT.

       1510-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SWEEP-CUSTOMER - TAKE THE LOWEST CUSTOMER-ID WAITING ON
      * CUSTOMER-MASTER, TRANSACTION-HISTORY AND THE ARCHIVE, FIND
      * ITS LATEST ACTIVITY, AND RAISE A DORMANCY CHANGE FOR AN
      * ACTIVE CUSTOMER WITH NOTHING SINCE THE CUTOFF
      *----------------------------------------------------------------
       2000-SWEEP-CUSTOMER.
           MOVE W-CM-KEY TO W-LOW-KEY
           IF W-TH-KEY < W-LOW-KEY
              MOVE W-TH-KEY TO W-LOW-KEY
           END-IF
           IF W-AR-KEY < W-LOW-KEY
              MOVE W-AR-KEY TO W-LOW-KEY
           END-IF

           MOVE SPACES TO W-LAST-ACTIVITY-DATE
           MOVE 'N' TO W-CUSTOMER-ON-MASTER-SW
           IF W-CM-KEY = W-LOW-KEY
              SET CUSTOMER-ON-MASTER TO TRUE
              MOVE CM-CUSTOMER-NAME   TO W-CUR-CUSTOMER-NAME
              MOVE CM-CUSTOMER-STATUS TO W-CUR-STATUS
              MOVE CM-STATUS-DATE     TO W-CUR-STATUS-DATE
              PERFORM 2900-READ-MASTER
                  THRU 2900-READ-MASTER-EXIT
           ELSE
              ADD 1 TO W-NO-MASTER-CUST-COUNT
           END-IF

           PERFORM 2100-TAKE-HISTORY
               THRU 2100-TAKE-HISTORY-EXIT
               UNTIL W-TH-KEY NOT = W-LOW-KEY
           PERFORM 2200-TAKE-ARCHIVE
               THRU 2200-TAKE-ARCHIVE-EXIT
               UNTIL W-AR-KEY NOT = W-LOW-KEY

           IF NOT CUSTOMER-ON-MASTER
              GO TO 2000-SWEEP-CUSTOMER-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CUR-STATUS-DORMANT
                   ADD 1 TO W-DORMANT-COUNT
                   GO TO 2000-SWEEP-CUSTOMER-EXIT
               WHEN CUR-STATUS-SUSPENDED
                   ADD 1 TO W-SUSPENDED-COUNT
                   GO TO 2000-SWEEP-CUSTOMER-EXIT
               WHEN CUR-STATUS-CLOSED
                   ADD 1 TO W-CLOSED-COUNT
                   GO TO 2000-SWEEP-CUSTOMER-EXIT
               WHEN OTHER
                   ADD 1 TO W-ACTIVE-COUNT
           END-EVALUATE

           IF W-LAST-ACTIVITY-DATE NOT < W-CUTOFF-DATE
              OR (W-CUR-STATUS-DATE IS NUMERIC
                  AND W-CUR-STATUS-DATE NOT < W-CUTOFF-DATE)
              ADD 1 TO W-RECENT-COUNT
              GO TO 2000-SWEEP-CUSTOMER-EXIT
           END-IF

           MOVE 'N' TO W-STATUS-PENDING-SW
           PERFORM 2400-COPY-PENDING
               THRU 2400-COPY-PENDING-EXIT
               UNTIL PENDING-IN-EOF
                  OR W-PD-KEY > W-LOW-KEY
           IF STATUS-CHANGE-PENDING
              ADD 1 TO W-ALREADY-PENDING-COUNT
              GO TO 2000-SWEEP-CUSTOMER-EXIT
           END-IF

           PERFORM 2500-RAISE-DORMANT
               THRU 2500-RAISE-DORMANT-EXIT.

       2000-SWEEP-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-TAKE-HISTORY - NOTE THE DATE OF ONE CURRENT HISTORY
      * RECORD OF THE CUSTOMER IN HAND
      *----------------------------------------------------------------
       2100-TAKE-HISTORY.
           ADD 1 TO W-HISTORY-READ-COUNT
           MOVE TH-TRANSACTION-DATE TO W-RAW-DATE
           PERFORM 2300-NOTE-ACTIVITY
               THRU 2300-NOTE-ACTIVITY-EXIT
           PERFORM 2910-READ-HISTORY
               THRU 2910-READ-HISTORY-EXIT.

       2100-TAKE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-TAKE-ARCHIVE - NOTE THE DATE OF ONE ARCHIVED HISTORY
      * RECORD OF THE CUSTOMER IN HAND AND ADD IT TO THE PROOF
      *----------------------------------------------------------------
       2200-TAKE-ARCHIVE.
           ADD 1 TO W-ARCHIVE-READ-COUNT
           IF AR-TRANSACTION-AMOUNT IS NUMERIC
              ADD AR-TRANSACTION-AMOUNT TO W-ARCHIVE-READ-AMOUNT
           END-IF
           MOVE AR-TRANSACTION-DATE TO W-RAW-DATE
           PERFORM 2300-NOTE-ACTIVITY
               THRU 2300-NOTE-ACTIVITY-EXIT
           PERFORM 2920-READ-ARCHIVE
               THRU 2920-READ-ARCHIVE-EXIT.

       2200-TAKE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-NOTE-ACTIVITY - KEEP THE LATEST DATE SEEN FOR THE
      * CUSTOMER IN HAND; AN UNREADABLE DATE IS ONLY COUNTED
      *----------------------------------------------------------------
       2300-NOTE-ACTIVITY.
           PERFORM 3000-NORMALIZE-DATE
               THRU 3000-NORMALIZE-DATE-EXIT
           IF NORM-DATE-INVALID
              ADD 1 TO W-UNDATED-COUNT
              GO TO 2300-NOTE-ACTIVITY-EXIT
           END-IF
           IF W-LAST-ACTIVITY-DATE = SPACES
              OR W-NORM-DATE > W-LAST-ACTIVITY-DATE
              MOVE W-NORM-DATE TO W-LAST-ACTIVITY-DATE
           END-IF.

       2300-NOTE-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-COPY-PENDING - CARRY ONE PENDING TRANSACTION ACROSS TO
      * PENDOUT UNCHANGED, NOTING A STATUS CHANGE ALREADY PENDING FOR
      * THE CUSTOMER IN HAND, AND READ THE NEXT ONE
      *----------------------------------------------------------------
       2400-COPY-PENDING.
           IF W-PD-KEY = W-LOW-KEY
              AND PDI-ACTION = 'S'
              SET STATUS-CHANGE-PENDING TO TRUE
           END-IF
           MOVE PENDING-IN-RECORD TO PENDING-OUT-RECORD
           PERFORM 8300-WRITE-PENDING
               THRU 8300-WRITE-PENDING-EXIT
           PERFORM 2930-READ-PENDING
               THRU 2930-READ-PENDING-EXIT.

       2400-COPY-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RAISE-DORMANT - WRITE A STATUS TRANSACTION TO DORMANT,
      * DATED THE BUSINESS DATE AND KEYED BY THE SWEEP OPERATOR, TO
      * PENDOUT AT AGE ZERO FOR A CHECKER TO APPROVE, AND LIST IT
      *----------------------------------------------------------------
       2500-RAISE-DORMANT.
           MOVE SPACES          TO MAINT-TRANSACTION
           MOVE 'S'             TO MT-ACTION
           MOVE W-LOW-KEY       TO MT-CUSTOMER-ID
           MOVE 'D'             TO MT-NEW-STATUS
           MOVE W-BUSINESS-DATE TO MT-NEW-STATUS-DATE
           MOVE W-SWEEP-OPERATOR TO MT-OPERATOR-ID
           MOVE ZERO              TO PDO-AGE-COUNT
           MOVE MAINT-TRANSACTION TO PDO-TRAN-IMAGE
           PERFORM 8300-WRITE-PENDING
               THRU 8300-WRITE-PENDING-EXIT
           ADD 1 TO W-RAISED-COUNT

           MOVE W-LOW-KEY           TO W-DTL-CUSTOMER-ID
           MOVE W-CUR-CUSTOMER-NAME TO W-DTL-CUSTOMER-NAME
           MOVE W-CUR-STATUS        TO W-DTL-STATUS
           MOVE W-CUR-STATUS-DATE   TO W-DTL-STATUS-DATE
           IF W-LAST-ACTIVITY-DATE = SPACES
              MOVE '(NONE)'         TO W-DTL-LAST-ACTIVITY
           ELSE
              MOVE W-LAST-ACTIVITY-DATE TO W-DTL-LAST-ACTIVITY
           END-IF
           MOVE 'TO DORMANT'        TO W-DTL-RAISED
           MOVE W-DETAIL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       2500-RAISE-DORMANT-EXIT.
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
      * 2930-READ-PENDING - READ THE NEXT PENDING TRANSACTION AND SET
      * ITS MERGE KEY; HIGH-VALUES AT EOF
      *----------------------------------------------------------------
       2930-READ-PENDING.
           IF PENDING-IN-EOF
              MOVE HIGH-VALUES TO W-PD-KEY
              GO TO 2930-READ-PENDING-EXIT
           END-IF
           READ PENDING-IN
               AT END
                   SET PENDING-IN-EOF TO TRUE
           END-READ
           IF NOT PENDING-IN-EOF
              AND PENDING-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PENDING-IN='
                      PENDING-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF PENDING-IN-EOF
              MOVE HIGH-VALUES TO W-PD-KEY
           ELSE
              ADD 1 TO W-PENDING-READ-COUNT
              MOVE PDI-CUSTOMER-ID TO W-PD-KEY
           END-IF.

       2930-READ-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-NORMALIZE-DATE - TURN THE DATE IN W-RAW-DATE INTO A
      * CCYYMMDD DATE IN W-NORM-DATE. A DATE ALREADY IN CCYYMMDD
      * PASSES THROUGH; THE OLD DD/MM/YY FEED FORMAT IS WINDOWED: YY
      * 70-99 IS 19YY, YY 00-69 IS 20YY. ANYTHING ELSE, OR A MONTH OR
      * DAY OUT OF RANGE, SETS NORM-DATE-INVALID
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
           END-IF.

       3000-NORMALIZE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL-TOTALS - COUNTS BY STATUS, THE PENDING
      * FILE CARRIED AND WRITTEN, THE ARCHIVE PROOF AND THE RESULT
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           MOVE W-BLANK-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'CONTROL TOTALS' TO W-SEC-TEXT
           MOVE W-SECTION-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'MASTER RECORDS READ'        TO W-SUM-TEXT
           MOVE W-MASTER-READ-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE '  ACTIVE'                   TO W-SUM-TEXT
           MOVE W-ACTIVE-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE '  ALREADY DORMANT'          TO W-SUM-TEXT
           MOVE W-DORMANT-COUNT              TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE '  SUSPENDED'                TO W-SUM-TEXT
           MOVE W-SUSPENDED-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE '  CLOSED'                   TO W-SUM-TEXT
           MOVE W-CLOSED-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'ACTIVE WITH RECENT ACTIVITY' TO W-SUM-TEXT
           MOVE W-RECENT-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'STATUS CHANGE ALREADY PENDING' TO W-SUM-TEXT
           MOVE W-ALREADY-PENDING-COUNT      TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'DORMANCY CHANGES RAISED'    TO W-SUM-TEXT
           MOVE W-RAISED-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'HISTORY RECORDS READ'       TO W-SUM-TEXT
           MOVE W-HISTORY-READ-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'ARCHIVE RECORDS READ'       TO W-SUM-TEXT
           MOVE W-ARCHIVE-READ-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'UNDATED RECORDS IGNORED'    TO W-SUM-TEXT
           MOVE W-UNDATED-COUNT              TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'HISTORY IDS NOT ON MASTER'  TO W-SUM-TEXT
           MOVE W-NO-MASTER-CUST-COUNT       TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'PENDING CARRIED IN'         TO W-SUM-TEXT
           MOVE W-PENDING-READ-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'PENDING WRITTEN'            TO W-SUM-TEXT
           MOVE W-PENDING-WRITTEN-COUNT      TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           IF ARCHIVE-PRESENT
              MOVE W-BLANK-LINE TO DORMANCY-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              MOVE 'ARCHIVE AMOUNT VS TRAILER' TO W-CMP-TEXT
              MOVE W-ARCHIVE-READ-AMOUNT     TO W-CMP-COMPUTED
              MOVE W-AR-TRAILER-AMOUNT       TO W-CMP-CONTROL
              IF AR-TRAILER-SEEN
                 AND W-ARCHIVE-READ-COUNT = W-AR-TRAILER-COUNT
                 AND W-ARCHIVE-READ-AMOUNT = W-AR-TRAILER-AMOUNT
                 MOVE 'IN BALANCE'           TO W-CMP-VERDICT
              ELSE
                 MOVE 'OUT OF BALANCE'       TO W-CMP-VERDICT
              END-IF
              MOVE W-COMPARE-LINE TO DORMANCY-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF

           MOVE W-BLANK-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           EVALUATE TRUE
               WHEN ARCHIVE-PRESENT
                AND W-CMP-VERDICT = 'OUT OF BALANCE'
                    MOVE 'RESULT: ARCHIVE OUT OF PROOF WITH ITS TRAILER'
                                               TO W-STA-TEXT
                    MOVE 8 TO RETURN-CODE
               WHEN W-RAISED-COUNT > ZERO
                    MOVE 'RESULT: DORMANCY CHANGES RAISED FOR APPROVAL'
                                               TO W-STA-TEXT
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 'RESULT: NO DORMANT CUSTOMERS FOUND'
                                               TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * DORMANCY-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE DORMANCY-REPORT-RECORD
           IF DORMANCY-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO DORMANCY-REPORT='
                      DORMANCY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-PENDING - WRITE THE PENDING TRANSACTION PREPARED
      * IN PENDING-OUT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8300-WRITE-PENDING.
           WRITE PENDING-OUT-RECORD
           IF PENDING-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PENDING-OUT='
                      PENDING-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-PENDING-WRITTEN-COUNT.

       8300-WRITE-PENDING-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE TRANSACTION-HISTORY.
           CLOSE ARCHIVE-FILE.
           CLOSE PENDING-IN.
           CLOSE PENDING-OUT.
           CLOSE DORMANCY-REPORT.

           GOBACK.

       END PROGRAM TCOBWDRM.
