       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWBFW.
      * ----------------------------------------------------------------
      * CUSTOMER BALANCE-FORWARD POSTING AND PERIOD-END CLOSE
      * ----------------------------------------------------------------
      * KEEPS THE BALANCE MASTER: ONE RECORD PER CUSTOMER PER
      * CURRENCY CARRYING THE OPENING BALANCE OF THE CURRENT PERIOD,
      * THE ACTIVITY POSTED SINCE THE PERIOD OPENED, THE ACTIVITY
      * POSTED BY THE LAST RUN AND THE CLOSING BALANCE, BRACKETED BY
      * A HEADER (LAST RUN POSTED, PERIOD START, LAST CLOSE) AND A
      * TRAILER (RECORD COUNT AND CLOSING-BALANCE TOTAL).
      * POSTING (THE DEFAULT, RUN AFTER TCOBWBAL HAS PROVED THE
      * EXTRACT) ADDS TONIGHT'S OUTPUT-FILE ACTIVITY TO EACH
      * CUSTOMER'S CURRENCY BALANCE: OPENING PLUS ACTIVITY GIVES THE
      * CLOSING BALANCE TCOBSTMT PRINTS. OUTPUT-FILE CAN HOLD TWO
      * ASCENDING CUSTOMER-ID RUNS (THE RESUBMIT BLOCK AHEAD OF THE
      * MASTER-DRIVEN RUN), SO A PRE-SCAN FINDS THE SEQUENCE BREAK
      * AND THE TWO RUNS ARE READ AS SEPARATE STREAMS MERGED WITH THE
      * OLD BALANCE MASTER. AN EXTRACT THAT IS NOT TONIGHT'S NIGHTLY
      * RUN, OR HAS ALREADY BEEN POSTED, IS REFUSED RC 12; POSTED
      * ACTIVITY THAT DOES NOT AGREE WITH THE EXTRACT TRAILER ENDS
      * RC 8; ACTIVITY IN A CURRENCY OUTSIDE THE SETTLED TABLE IS
      * LEFT UNPOSTED AND ENDS RC 4.
      * PARM 'C' RUNS THE PERIOD-END CLOSE: EVERY BALANCE IS LISTED
      * (OPENING, PERIOD ACTIVITY, CLOSING) WITH CURRENCY TOTALS THAT
      * FOOT TO THE SUM OF EVERY CUSTOMER'S BALANCE, AND CLOSING IS
      * ROLLED INTO OPENING FOR THE NEW PERIOD. A SECOND CLOSE FOR
      * THE SAME BUSINESS DATE IS REFUSED RC 12; A BALANCE THAT DOES
      * NOT FOOT ENDS RC 8.
      * EITHER WAY THE OLD BALANCE MASTER IS FIRST PROVED AGAINST ITS
      * TRAILER IN A SEPARATE PASS, AS TCOBWARC PROVES THE ARCHIVE;
      * A MASTER THAT DOES NOT PROVE ENDS RC 8 BEFORE ANYTHING IS
      * WRITTEN.
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

           SELECT EXTRACT-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT RESUBMIT-BLOCK-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESUBMIT-BLOCK-STATUS.

           SELECT FORWARD-REPORT
           ASSIGN TO BFWRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FORWARD-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 BFI-POSTED-DATE         PIC X(8).
           05 BFI-POSTED-RUN-NUMBER   PIC 9(4).
           05 BFI-PERIOD-START-DATE   PIC X(8).
           05 BFI-CLOSED-DATE         PIC X(8).
           05 FILLER                  PIC X(46).
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
       01  BALANCE-OUT-HEADER.
           05 BFO-HEADER-ID           PIC X(6).
           05 BFO-POSTED-DATE         PIC X(8).
           05 BFO-POSTED-RUN-NUMBER   PIC 9(4).
           05 BFO-PERIOD-START-DATE   PIC X(8).
           05 BFO-CLOSED-DATE         PIC X(8).
           05 FILLER                  PIC X(46).
       01  BALANCE-OUT-TRAILER.
           05 BFO-TRAILER-ID          PIC X(6).
           05 BFO-TRAILER-COUNT       PIC 9(9).
           05 BFO-TRAILER-AMOUNT      PIC S9(15)V99.
           05 FILLER                  PIC X(48).

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
       01  EXT-HEADER-RECORD.
           05 EXT-HEADER-ID           PIC X(6).
           05 EXT-HEADER-BUSINESS-DATE PIC X(8).
           05 EXT-HEADER-RUN-NUMBER   PIC 9(4).
           05 EXT-HEADER-CYCLE        PIC X(2).
           05 FILLER                  PIC X(1).

       FD  RESUBMIT-BLOCK-FILE
           RECORDING MODE IS V
           RECORD CONTAINS 21 TO 5869 CHARACTERS.
       01  RBK-CUSTOMER-DATA.
           05 RBK-CUSTOMER-ID         PIC 9(6).
           05 RBK-CONTINUATION-IND    PIC X(1).
           05 RBK-EXTRACT-ACTION-IND  PIC X(1).
           05 RBK-CUSTOMER-CYCLE      PIC X(2).
           05 RBK-PERSONAL-DATA.
              10 RBK-CUSTOMER-NAME    PIC X(20).
              10 RBK-CUSTOMER-ADDRESS PIC X(20).
              10 RBK-CUSTOMER-PHONE   PIC X(8).
           05 RBK-CONTACT-INFO.
              10 RBK-CONTACT-NBR      PIC 9(4) COMP.
              10 RBK-CUSTOMER-CONTACTS OCCURS 0 TO 5
                 DEPENDING ON RBK-CONTACT-NBR.
                 15 RBK-CONTACT-TYPE  PIC X(1).
                 15 RBK-CONTACT-VALUE PIC X(40).
           05 RBK-TRANSACTIONS.
              10 RBK-TRANSACTION-NBR  PIC 9(9) COMP.
              10 RBK-TRANSACTION OCCURS 0 TO 200
                 DEPENDING ON RBK-TRANSACTION-NBR.
                 15 RBK-TRANSACTION-DATE    PIC X(8).
                 15 RBK-TRANSACTION-AMOUNT  PIC S9(13)V99 COMP-3.
                 15 RBK-TRANSACTION-CURRENCY-CODE PIC X(3).
                 15 RBK-TRANSACTION-COMMENT PIC X(9).
       01  RBK-HEADER-RECORD.
           05 RBK-HEADER-ID           PIC X(6).
           05 FILLER                  PIC X(15).

       FD  FORWARD-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FORWARD-REPORT-RECORD      PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  W-J                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  BALANCE-IN-STATUS          PIC 9(2).
       01  BALANCE-OUT-STATUS         PIC 9(2).
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  RESUBMIT-BLOCK-STATUS      PIC 9(2).
       01  FORWARD-REPORT-STATUS      PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-FUNCTION-SWITCH       PIC X(1) VALUE 'P'.
              88 POSTING-RUN                VALUE 'P'.
              88 CLOSE-RUN                  VALUE 'C'.
           05 W-BALANCE-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 BALANCE-PRESENT            VALUE 'Y'.
           05 W-BFI-EOF-SWITCH        PIC X(1) VALUE 'N'.
              88 BALANCE-IN-EOF             VALUE 'Y'.
           05 W-BFI-TRAILER-SEEN-SW   PIC X(1) VALUE 'N'.
              88 BFI-TRAILER-SEEN           VALUE 'Y'.
           05 W-EXTRACT-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 EXTRACT-EOF                VALUE 'Y'.
           05 W-RBK-EOF-SWITCH        PIC X(1) VALUE 'N'.
              88 RESUBMIT-BLOCK-EOF         VALUE 'Y'.
           05 W-BOUNDARY-SWITCH       PIC X(1) VALUE 'N'.
              88 BOUNDARY-FOUND             VALUE 'Y'.
           05 W-EXT-TRAILER-SEEN-SW   PIC X(1) VALUE 'N'.
              88 EXT-TRAILER-SEEN           VALUE 'Y'.
           05 W-SLOT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
              88 SLOT-FOUND                 VALUE 'Y'.
           05 W-FOOTING-SWITCH        PIC X(1) VALUE 'Y'.
              88 LISTING-FOOTS              VALUE 'Y'.
              88 LISTING-DOES-NOT-FOOT      VALUE 'N'.
       01  W-RUN-IDENTITY.
           05 W-RUN-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-RUN-NUMBER            PIC 9(4) VALUE ZERO.
       01  W-PRIOR-HEADER-VALUES.
           05 W-PRV-POSTED-DATE       PIC X(8) VALUE SPACES.
           05 W-PRV-POSTED-RUN-NUMBER PIC 9(4) VALUE ZERO.
           05 W-PRV-PERIOD-START-DATE PIC X(8) VALUE SPACES.
           05 W-PRV-CLOSED-DATE       PIC X(8) VALUE SPACES.
       01  W-EXTRACT-VALUES.
           05 W-EXT-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-EXT-RUN-NUMBER        PIC 9(4) VALUE ZERO.
           05 W-EXT-TRAILER-AMOUNT    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-EXT-TRAILER-RUN-MODE  PIC X(1) VALUE SPACE.
           05 W-EXT-TX-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-SCAN-FIELDS.
           05 W-SCAN-PRIOR-ID         PIC 9(6) VALUE ZERO.
           05 W-SCAN-RECORD-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SCAN-BREAK-COUNT      PIC 9(4) COMP VALUE ZERO.
           05 W-RUN1-RECORD-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SKIP-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RBK-READ-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PROVE-TOTALS.
           05 W-PROVE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PROVE-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-PROVE-PRIOR-KEY       PIC X(9) VALUE LOW-VALUES.
           05 W-BFI-TRAILER-COUNT     PIC 9(9) VALUE ZERO.
           05 W-BFI-TRAILER-AMOUNT    PIC S9(15)V99 VALUE ZERO.
       01  W-MERGE-KEYS.
           05 W-BFI-KEY               PIC X(6) VALUE HIGH-VALUES.
           05 W-RBK-KEY               PIC X(6) VALUE HIGH-VALUES.
           05 W-EXT-KEY               PIC X(6) VALUE HIGH-VALUES.
           05 W-LOW-KEY               PIC X(6) VALUE HIGH-VALUES.
       01  W-BALANCE-KEY.
           05 W-BKY-CUSTOMER-ID       PIC X(6).
           05 W-BKY-CURRENCY-CODE     PIC X(3).
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 3.
       01  W-CUSTOMER-SLOTS.
           05 W-SLOT OCCURS 3 TIMES.
              10 W-SLT-CCY-CODE       PIC X(3).
              10 W-SLT-PRESENT-SW     PIC X(1).
                 88 SLOT-PRESENT            VALUE 'Y'.
              10 W-SLT-TX-COUNT       PIC 9(9) COMP-3.
              10 W-SLT-OPENING        PIC S9(15)V99 COMP-3.
              10 W-SLT-PERIOD-ACTIVITY PIC S9(15)V99 COMP-3.
              10 W-SLT-CLOSING        PIC S9(15)V99 COMP-3.
              10 W-SLT-TONIGHT        PIC S9(15)V99 COMP-3.
       01  W-CURRENCY-TOTALS.
           05 W-CCY-TOTAL OCCURS 3 TIMES.
              10 W-CTL-ACCOUNT-COUNT  PIC 9(9) COMP-3.
              10 W-CTL-OPENING        PIC S9(15)V99 COMP-3.
              10 W-CTL-ACTIVITY       PIC S9(15)V99 COMP-3.
              10 W-CTL-CLOSING        PIC S9(15)V99 COMP-3.
              10 W-CTL-BROUGHT        PIC S9(15)V99 COMP-3.
              10 W-CTL-POSTED         PIC S9(15)V99 COMP-3.
       01  W-RUN-COUNTS.
           05 W-BALANCE-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-WRITE-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-BALANCE-NEW-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CUSTOMER-POSTED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-TX-POSTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-UNPOSTED-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-UNPOSTED-AMOUNT       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-NOT-FOOTING-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
       01  W-OUTPUT-TOTALS.
           05 W-OUT-CLOSING-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-POSTED-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ACCOUNTED-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 W-HDG-TEXT              PIC X(44).
           05 FILLER                  PIC X(36) VALUE SPACES.
       01  W-RUN-IDENT-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'RUN IDENTITY:      '.
           05 W-RID-DATE              PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-RID-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(44) VALUE SPACES.
       01  W-PERIOD-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'PERIOD FROM:       '.
           05 W-PER-START-DATE        PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 W-PER-END-DATE          PIC X(8).
           05 FILLER                  PIC X(41) VALUE SPACES.
       01  W-CURRENCY-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'CCY ACCOUNTS  BROUGHT FORWARD          '.
           05 FILLER                  PIC X(40)
              VALUE 'POSTED  CARRIED FORWARD                 '.
       01  W-CURRENCY-LINE.
           05 W-CUR-CODE              PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CUR-ACCOUNTS          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CUR-BROUGHT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CUR-POSTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CUR-CARRIED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(15) VALUE SPACES.
       01  W-LISTING-HEADING-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'CUSTID CCY       OPENING BALANCE       '.
           05 FILLER                  PIC X(40)
              VALUE 'PERIOD ACTIVITY       CLOSING BALANCE  '.
       01  W-LISTING-LINE.
           05 W-LST-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-LST-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-LST-OPENING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-LST-ACTIVITY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-LST-CLOSING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 W-LST-FLAG              PIC X(1).
           05 FILLER                  PIC X(3)  VALUE SPACES.
       01  W-COMPARE-LINE.
           05 W-CMP-TEXT              PIC X(26).
           05 W-CMP-COMPUTED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-CONTROL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CMP-VERDICT           PIC X(14).
           05 FILLER                  PIC X(2)  VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
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
           PERFORM 1500-PROVE-BALANCE-IN
               THRU 1500-PROVE-BALANCE-IN-EXIT
           IF CLOSE-RUN
              PERFORM 6000-CLOSE-PERIOD
                  THRU 6000-CLOSE-PERIOD-EXIT
           ELSE
              PERFORM 1600-PRESCAN-EXTRACT
                  THRU 1600-PRESCAN-EXTRACT-EXIT
              PERFORM 1700-WRITE-POSTING-HEADER
                  THRU 1700-WRITE-POSTING-HEADER-EXIT
              PERFORM 2000-POST-CUSTOMER
                  THRU 2000-POST-CUSTOMER-EXIT
                  UNTIL W-BFI-KEY = HIGH-VALUES
                    AND W-RBK-KEY = HIGH-VALUES
                    AND W-EXT-KEY = HIGH-VALUES
              PERFORM 7000-WRITE-BALANCE-TRAILER
                  THRU 7000-WRITE-BALANCE-TRAILER-EXIT
              PERFORM 8000-WRITE-POSTING-SUMMARY
                  THRU 8000-WRITE-POSTING-SUMMARY-EXIT
           END-IF
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE FUNCTION FROM THE PARM, READ THE
      * RUN-CONTROL RECORD, OPEN FILES AND WRITE THE REPORT HEADING;
      * THE OLD BALANCE MASTER IS OPTIONAL FOR POSTING (THE FIRST
      * RUN STARTS FROM NOTHING) BUT REQUIRED FOR A CLOSE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH >= 1 AND PARM-FUNCTION = 'C'
              SET CLOSE-RUN TO TRUE
           END-IF.

           MOVE 'EUR' TO W-SLT-CCY-CODE (1)
           MOVE 'GBP' TO W-SLT-CCY-CODE (2)
           MOVE 'USD' TO W-SLT-CCY-CODE (3)
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
               MOVE ZERO TO W-CTL-ACCOUNT-COUNT (W-J)
               MOVE ZERO TO W-CTL-OPENING (W-J)
               MOVE ZERO TO W-CTL-ACTIVITY (W-J)
               MOVE ZERO TO W-CTL-CLOSING (W-J)
               MOVE ZERO TO W-CTL-BROUGHT (W-J)
               MOVE ZERO TO W-CTL-POSTED (W-J)
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

           OPEN INPUT BALANCE-IN.
           IF BALANCE-IN-STATUS = 35
              IF CLOSE-RUN
                 DISPLAY 'NO BALANCE MASTER PRESENT, NOTHING TO '
                         'CLOSE'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              DISPLAY 'NO PRIOR BALANCE MASTER PRESENT, BALANCES '
                      'START EMPTY'
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

           OPEN OUTPUT BALANCE-OUT.
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT FORWARD-REPORT.
           IF FORWARD-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING FORWARD-REPORT='
                      FORWARD-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           IF CLOSE-RUN
              MOVE 'CUSTOMER BALANCE LISTING - PERIOD END CLOSE'
                                       TO W-HDG-TEXT
           ELSE
              MOVE 'CUSTOMER BALANCE FORWARD - NIGHTLY POSTING'
                                       TO W-HDG-TEXT
           END-IF
           MOVE W-HEADING-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-PROVE-BALANCE-IN - FIRST PASS OVER THE OLD BALANCE
      * MASTER: CAPTURE THE HEADER, CHECK CUSTOMER-ID/CURRENCY
      * SEQUENCE AND PROVE THE TRAILER COUNT AND CLOSING TOTAL
      * AGAINST THE DETAIL ACTUALLY READ, THEN REOPEN IT POSITIONED
      * ON THE FIRST BALANCE. A ZERO-RECORD MASTER IS TAKEN AS NO
      * PRIOR MASTER, AS TCOBWARC DOES FOR THE ARCHIVE
      *----------------------------------------------------------------
       1500-PROVE-BALANCE-IN.
           IF NOT BALANCE-PRESENT
              GO TO 1500-PROVE-BALANCE-IN-EXIT
           END-IF
           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           IF BALANCE-IN-EOF
              IF CLOSE-RUN
                 DISPLAY 'BALANCE MASTER EMPTY, NOTHING TO CLOSE'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              DISPLAY 'PRIOR BALANCE MASTER EMPTY, BALANCES START '
                      'EMPTY'
              MOVE 'N' TO W-BALANCE-PRESENT-SW
              GO TO 1500-PROVE-BALANCE-IN-EXIT
           END-IF
           IF BFI-HEADER-ID NOT = 'HEADER'
              DISPLAY 'BALANCE MASTER HAS NO HEADER RECORD, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE BFI-POSTED-DATE       TO W-PRV-POSTED-DATE
           MOVE BFI-POSTED-RUN-NUMBER TO W-PRV-POSTED-RUN-NUMBER
           MOVE BFI-PERIOD-START-DATE TO W-PRV-PERIOD-START-DATE
           MOVE BFI-CLOSED-DATE       TO W-PRV-CLOSED-DATE

           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           PERFORM 1510-PROVE-ONE-BALANCE
               THRU 1510-PROVE-ONE-BALANCE-EXIT
               UNTIL BALANCE-IN-EOF
           IF NOT BFI-TRAILER-SEEN
              DISPLAY 'BALANCE MASTER HAS NO USABLE TRAILER, '
                      'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF W-BFI-TRAILER-COUNT NOT = W-PROVE-COUNT
              OR W-BFI-TRAILER-AMOUNT NOT = W-PROVE-AMOUNT
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
           MOVE 'N' TO W-BFI-EOF-SWITCH
           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           PERFORM 2905-SET-BALANCE-KEY
               THRU 2905-SET-BALANCE-KEY-EXIT.

       1500-PROVE-BALANCE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-PROVE-ONE-BALANCE - TALLY ONE OLD BALANCE RECORD FOR THE
      * TRAILER PROOF AND CHECK IT FOLLOWS ITS PREDECESSOR IN
      * CUSTOMER-ID/CURRENCY ORDER; THE TRAILER'S TOTALS ARE
      * CAPTURED WHEN THEY ARE NUMERIC
      *----------------------------------------------------------------
       1510-PROVE-ONE-BALANCE.
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
              ADD 1 TO W-PROVE-COUNT
              IF BFI-CLOSING-BALANCE IS NUMERIC
                 ADD BFI-CLOSING-BALANCE TO W-PROVE-AMOUNT
              END-IF
           END-IF
           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT.

       1510-PROVE-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-PRESCAN-EXTRACT - FIRST PASS OVER OUTPUT-FILE: CHECK THE
      * HEADER AGAINST THE RUN-CONTROL RECORD AND THE LAST RUN
      * POSTED, CAPTURE THE TRAILER AND FIND THE DESCENDING SEQUENCE
      * BREAK THAT ENDS THE LEADING RESUBMIT BLOCK. THE FILE IS THEN
      * REOPENED POSITIONED ON THE MASTER-DRIVEN RUN AND, WHEN THERE
      * IS A RESUBMIT BLOCK, A SECOND READER IS OPENED ON IT, SO
      * EACH RUN IS AN ASCENDING STREAM FOR THE MERGE
      *----------------------------------------------------------------
       1600-PRESCAN-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT
           IF EXTRACT-EOF
              OR EXT-HEADER-ID NOT = 'HEADER'
              DISPLAY 'NO HEADER RECORD ON EXTRACT-FILE, '
                      'POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE EXT-HEADER-BUSINESS-DATE TO W-EXT-BUSINESS-DATE
           MOVE EXT-HEADER-RUN-NUMBER    TO W-EXT-RUN-NUMBER
           IF W-EXT-BUSINESS-DATE NOT = W-RUN-BUSINESS-DATE
              OR W-EXT-RUN-NUMBER NOT = W-RUN-NUMBER
              DISPLAY 'EXTRACT RUN ' W-EXT-BUSINESS-DATE '/'
                      W-EXT-RUN-NUMBER
                      ' DOES NOT MATCH EXPECTED RUN '
                      W-RUN-BUSINESS-DATE '/' W-RUN-NUMBER
                      ', POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF BALANCE-PRESENT
              AND W-EXT-BUSINESS-DATE = W-PRV-POSTED-DATE
              AND W-EXT-RUN-NUMBER = W-PRV-POSTED-RUN-NUMBER
              DISPLAY 'EXTRACT RUN ' W-EXT-BUSINESS-DATE '/'
                      W-EXT-RUN-NUMBER
                      ' ALREADY POSTED TO THE BALANCE MASTER, '
                      'POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT
           PERFORM 1610-SCAN-ONE-EXTRACT
               THRU 1610-SCAN-ONE-EXTRACT-EXIT
               UNTIL EXTRACT-EOF

           IF NOT EXT-TRAILER-SEEN
              DISPLAY 'NO TRAILER RECORD ON EXTRACT-FILE, '
                      'POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF W-EXT-TRAILER-RUN-MODE = 'S'
              DISPLAY 'SELECTIVE RE-EXTRACT CANNOT BE POSTED, '
                      'POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF W-SCAN-BREAK-COUNT > 1
              DISPLAY 'EXTRACT-FILE HAS MORE THAN ONE CUSTOMER-ID '
                      'SEQUENCE BREAK, POSTING REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-EXTRACT-EOF-SWITCH
           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT
           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT
           MOVE ZERO TO W-SKIP-COUNT
           PERFORM 1620-SKIP-ONE-EXTRACT
               THRU 1620-SKIP-ONE-EXTRACT-EXIT
               UNTIL EXTRACT-EOF
                  OR W-SKIP-COUNT NOT < W-RUN1-RECORD-COUNT
           PERFORM 2915-SET-EXTRACT-KEY
               THRU 2915-SET-EXTRACT-KEY-EXIT

           IF BOUNDARY-FOUND
              OPEN INPUT RESUBMIT-BLOCK-FILE
              IF RESUBMIT-BLOCK-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING RESUBMIT-BLOCK-FILE='
                         RESUBMIT-BLOCK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              PERFORM 2920-READ-RESUBMIT-BLOCK
                  THRU 2920-READ-RESUBMIT-BLOCK-EXIT
              MOVE ZERO TO W-RBK-READ-COUNT
              PERFORM 2920-READ-RESUBMIT-BLOCK
                  THRU 2920-READ-RESUBMIT-BLOCK-EXIT
           ELSE
              SET RESUBMIT-BLOCK-EOF TO TRUE
           END-IF
           PERFORM 2925-SET-RESUBMIT-KEY
               THRU 2925-SET-RESUBMIT-KEY-EXIT.

       1600-PRESCAN-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1610-SCAN-ONE-EXTRACT - TALLY ONE EXTRACT RECORD, CAPTURE THE
      * TRAILER, AND WATCH FOR THE CUSTOMER-ID DECREASE THAT MARKS
      * THE END OF THE RESUBMIT BLOCK
      *----------------------------------------------------------------
       1610-SCAN-ONE-EXTRACT.
           IF EXT-TRAILER-ID = 'TRAILR'
              SET EXT-TRAILER-SEEN TO TRUE
              MOVE EXT-TRAILER-TOTAL-AMOUNT TO W-EXT-TRAILER-AMOUNT
              MOVE EXT-TRAILER-RUN-MODE     TO W-EXT-TRAILER-RUN-MODE
              GO TO 1610-SCAN-ONE-EXTRACT-READ
           END-IF

           IF EXT-CUSTOMER-ID < W-SCAN-PRIOR-ID
              ADD 1 TO W-SCAN-BREAK-COUNT
              IF NOT BOUNDARY-FOUND
                 SET BOUNDARY-FOUND TO TRUE
                 MOVE W-SCAN-RECORD-COUNT TO W-RUN1-RECORD-COUNT
              END-IF
           END-IF
           MOVE EXT-CUSTOMER-ID TO W-SCAN-PRIOR-ID
           ADD 1 TO W-SCAN-RECORD-COUNT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > EXT-TRANSACTION-NBR
               ADD EXT-TRANSACTION-AMOUNT (W-K) TO W-EXT-TX-AMOUNT
           END-PERFORM.

       1610-SCAN-ONE-EXTRACT-READ.
           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT.

       1610-SCAN-ONE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1620-SKIP-ONE-EXTRACT - PASS OVER ONE RESUBMIT-BLOCK RECORD ON
      * THE MASTER-DRIVEN READER; THE SECOND READER POSTS IT
      *----------------------------------------------------------------
       1620-SKIP-ONE-EXTRACT.
           ADD 1 TO W-SKIP-COUNT
           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT.

       1620-SKIP-ONE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-WRITE-POSTING-HEADER - STAMP THE NEW BALANCE MASTER WITH
      * THE RUN BEING POSTED; THE PERIOD START AND LAST CLOSE CARRY
      * OVER FROM THE OLD MASTER (A FIRST RUN OPENS THE PERIOD ON
      * TONIGHT'S BUSINESS DATE)
      *----------------------------------------------------------------
       1700-WRITE-POSTING-HEADER.
           MOVE SPACES                 TO BALANCE-OUT-HEADER
           MOVE 'HEADER'               TO BFO-HEADER-ID
           MOVE W-EXT-BUSINESS-DATE    TO BFO-POSTED-DATE
           MOVE W-EXT-RUN-NUMBER       TO BFO-POSTED-RUN-NUMBER
           IF BALANCE-PRESENT
              MOVE W-PRV-PERIOD-START-DATE TO BFO-PERIOD-START-DATE
              MOVE W-PRV-CLOSED-DATE       TO BFO-CLOSED-DATE
           ELSE
              MOVE W-EXT-BUSINESS-DATE     TO BFO-PERIOD-START-DATE
              MOVE W-EXT-BUSINESS-DATE     TO W-PRV-PERIOD-START-DATE
           END-IF
           WRITE BALANCE-OUT-HEADER
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1700-WRITE-POSTING-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-CUSTOMER - TAKE THE LOWEST CUSTOMER-ID WAITING ON
      * THE OLD BALANCE MASTER, THE RESUBMIT BLOCK AND THE
      * MASTER-DRIVEN RUN, GATHER ITS OLD BALANCES AND TONIGHT'S
      * ACTIVITY FROM ALL THREE BY CURRENCY, AND WRITE ITS NEW
      * BALANCES IN CURRENCY ORDER
      *----------------------------------------------------------------
       2000-POST-CUSTOMER.
           MOVE W-BFI-KEY TO W-LOW-KEY
           IF W-RBK-KEY < W-LOW-KEY
              MOVE W-RBK-KEY TO W-LOW-KEY
           END-IF
           IF W-EXT-KEY < W-LOW-KEY
              MOVE W-EXT-KEY TO W-LOW-KEY
           END-IF

           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
               MOVE 'N'  TO W-SLT-PRESENT-SW (W-J)
               MOVE ZERO TO W-SLT-TX-COUNT (W-J)
               MOVE ZERO TO W-SLT-OPENING (W-J)
               MOVE ZERO TO W-SLT-PERIOD-ACTIVITY (W-J)
               MOVE ZERO TO W-SLT-CLOSING (W-J)
               MOVE ZERO TO W-SLT-TONIGHT (W-J)
           END-PERFORM

           PERFORM 2100-LOAD-OLD-BALANCE
               THRU 2100-LOAD-OLD-BALANCE-EXIT
               UNTIL W-BFI-KEY NOT = W-LOW-KEY
           PERFORM 2200-ADD-RESUBMIT-ACTIVITY
               THRU 2200-ADD-RESUBMIT-ACTIVITY-EXIT
               UNTIL W-RBK-KEY NOT = W-LOW-KEY
           PERFORM 2300-ADD-EXTRACT-ACTIVITY
               THRU 2300-ADD-EXTRACT-ACTIVITY-EXIT
               UNTIL W-EXT-KEY NOT = W-LOW-KEY

           PERFORM 2400-WRITE-CUSTOMER-BALANCES
               THRU 2400-WRITE-CUSTOMER-BALANCES-EXIT.

       2000-POST-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LOAD-OLD-BALANCE - MOVE ONE OLD BALANCE RECORD OF THE
      * CURRENT CUSTOMER INTO ITS CURRENCY SLOT
      *----------------------------------------------------------------
       2100-LOAD-OLD-BALANCE.
           ADD 1 TO W-BALANCE-READ-COUNT
           MOVE 'N' TO W-SLOT-FOUND-SWITCH
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
                      OR SLOT-FOUND
               IF W-SLT-CCY-CODE (W-J) = BFI-CURRENCY-CODE
                  SET SLOT-FOUND TO TRUE
                  MOVE 'Y' TO W-SLT-PRESENT-SW (W-J)
                  MOVE BFI-OPENING-BALANCE
                                    TO W-SLT-OPENING (W-J)
                  MOVE BFI-PERIOD-ACTIVITY
                                    TO W-SLT-PERIOD-ACTIVITY (W-J)
                  MOVE BFI-CLOSING-BALANCE
                                    TO W-SLT-CLOSING (W-J)
                  ADD BFI-CLOSING-BALANCE TO W-CTL-BROUGHT (W-J)
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
              DISPLAY 'BALANCE MASTER CURRENCY ' BFI-CURRENCY-CODE
                      ' NOT SETTLED FOR CUSTOMER ' BFI-CUSTOMER-ID
                      ', RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           PERFORM 2905-SET-BALANCE-KEY
               THRU 2905-SET-BALANCE-KEY-EXIT.

       2100-LOAD-OLD-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-RESUBMIT-ACTIVITY - ADD THE TRANSACTIONS OF ONE
      * RESUBMIT-BLOCK RECORD OF THE CURRENT CUSTOMER TO ITS
      * CURRENCY SLOTS
      *----------------------------------------------------------------
       2200-ADD-RESUBMIT-ACTIVITY.
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > RBK-TRANSACTION-NBR
               MOVE 'N' TO W-SLOT-FOUND-SWITCH
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > MAX-CURRENCY-ENTRIES
                          OR SLOT-FOUND
                   IF W-SLT-CCY-CODE (W-J) =
                      RBK-TRANSACTION-CURRENCY-CODE (W-K)
                      SET SLOT-FOUND TO TRUE
                      ADD 1 TO W-SLT-TX-COUNT (W-J)
                      ADD RBK-TRANSACTION-AMOUNT (W-K)
                          TO W-SLT-TONIGHT (W-J)
                   END-IF
               END-PERFORM
               IF NOT SLOT-FOUND
                  ADD 1 TO W-UNPOSTED-COUNT
                  ADD RBK-TRANSACTION-AMOUNT (W-K)
                      TO W-UNPOSTED-AMOUNT
               END-IF
           END-PERFORM
           PERFORM 2920-READ-RESUBMIT-BLOCK
               THRU 2920-READ-RESUBMIT-BLOCK-EXIT
           PERFORM 2925-SET-RESUBMIT-KEY
               THRU 2925-SET-RESUBMIT-KEY-EXIT.

       2200-ADD-RESUBMIT-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-ADD-EXTRACT-ACTIVITY - ADD THE TRANSACTIONS OF ONE
      * MASTER-DRIVEN RECORD (ORIGINAL OR CONTINUATION CHUNK) OF THE
      * CURRENT CUSTOMER TO ITS CURRENCY SLOTS
      *----------------------------------------------------------------
       2300-ADD-EXTRACT-ACTIVITY.
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > EXT-TRANSACTION-NBR
               MOVE 'N' TO W-SLOT-FOUND-SWITCH
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > MAX-CURRENCY-ENTRIES
                          OR SLOT-FOUND
                   IF W-SLT-CCY-CODE (W-J) =
                      EXT-TRANSACTION-CURRENCY-CODE (W-K)
                      SET SLOT-FOUND TO TRUE
                      ADD 1 TO W-SLT-TX-COUNT (W-J)
                      ADD EXT-TRANSACTION-AMOUNT (W-K)
                          TO W-SLT-TONIGHT (W-J)
                   END-IF
               END-PERFORM
               IF NOT SLOT-FOUND
                  ADD 1 TO W-UNPOSTED-COUNT
                  ADD EXT-TRANSACTION-AMOUNT (W-K)
                      TO W-UNPOSTED-AMOUNT
               END-IF
           END-PERFORM
           PERFORM 2910-READ-EXTRACT
               THRU 2910-READ-EXTRACT-EXIT
           PERFORM 2915-SET-EXTRACT-KEY
               THRU 2915-SET-EXTRACT-KEY-EXIT.

       2300-ADD-EXTRACT-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WRITE-CUSTOMER-BALANCES - WRITE ONE NEW BALANCE RECORD
      * PER CURRENCY THE CUSTOMER HELD OR TRADED IN: CLOSING PLUS
      * TONIGHT'S ACTIVITY IS THE NEW CLOSING, TONIGHT'S ACTIVITY IS
      * KEPT AS THE LAST-RUN ACTIVITY FOR THE STATEMENT
      *----------------------------------------------------------------
       2400-WRITE-CUSTOMER-BALANCES.
           IF W-SLT-TX-COUNT (1) > ZERO
              OR W-SLT-TX-COUNT (2) > ZERO
              OR W-SLT-TX-COUNT (3) > ZERO
              ADD 1 TO W-CUSTOMER-POSTED-COUNT
           END-IF
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
               IF SLOT-PRESENT (W-J)
                  OR W-SLT-TX-COUNT (W-J) > ZERO
                  IF NOT SLOT-PRESENT (W-J)
                     ADD 1 TO W-BALANCE-NEW-COUNT
                  END-IF
                  ADD W-SLT-TONIGHT (W-J)
                      TO W-SLT-PERIOD-ACTIVITY (W-J)
                  ADD W-SLT-TONIGHT (W-J) TO W-SLT-CLOSING (W-J)
                  ADD W-SLT-TX-COUNT (W-J) TO W-TX-POSTED-COUNT
                  ADD W-SLT-TONIGHT (W-J) TO W-CTL-POSTED (W-J)
                  ADD W-SLT-TONIGHT (W-J) TO W-POSTED-TOTAL
                  MOVE SPACES                 TO BALANCE-OUT-RECORD
                  MOVE W-LOW-KEY              TO BFO-CUSTOMER-ID
                  MOVE W-SLT-CCY-CODE (W-J)   TO BFO-CURRENCY-CODE
                  MOVE W-SLT-OPENING (W-J)    TO BFO-OPENING-BALANCE
                  MOVE W-SLT-PERIOD-ACTIVITY (W-J)
                                              TO BFO-PERIOD-ACTIVITY
                  MOVE W-SLT-TONIGHT (W-J)
                                              TO BFO-LAST-RUN-ACTIVITY
                  MOVE W-SLT-CLOSING (W-J)    TO BFO-CLOSING-BALANCE
                  PERFORM 2450-WRITE-BALANCE-OUT
                      THRU 2450-WRITE-BALANCE-OUT-EXIT
                  ADD 1 TO W-CTL-ACCOUNT-COUNT (W-J)
                  ADD W-SLT-CLOSING (W-J) TO W-CTL-CLOSING (W-J)
               END-IF
           END-PERFORM.

       2400-WRITE-CUSTOMER-BALANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-WRITE-BALANCE-OUT - WRITE THE BALANCE RECORD PREPARED IN
      * BALANCE-OUT-RECORD AND ROLL IT INTO THE NEW TRAILER TOTALS
      *----------------------------------------------------------------
       2450-WRITE-BALANCE-OUT.
           WRITE BALANCE-OUT-RECORD
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-BALANCE-WRITE-COUNT
           ADD BFO-CLOSING-BALANCE TO W-OUT-CLOSING-TOTAL.

       2450-WRITE-BALANCE-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-BALANCE-IN - READ THE NEXT OLD BALANCE RECORD, SET
      * EOF; THE TRAILER ENDS THE DETAIL
      *----------------------------------------------------------------
       2900-READ-BALANCE-IN.
           READ BALANCE-IN
               AT END
                   SET BALANCE-IN-EOF TO TRUE
           END-READ
           IF NOT BALANCE-IN-EOF
              AND BALANCE-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING BALANCE-IN='
                      BALANCE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-BALANCE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2905-SET-BALANCE-KEY - MERGE KEY OF THE OLD BALANCE MASTER;
      * HIGH-VALUES ONCE ITS DETAIL IS EXHAUSTED
      *----------------------------------------------------------------
       2905-SET-BALANCE-KEY.
           IF BALANCE-IN-EOF
              OR BFI-TRAILER-ID = 'TRAILR'
              MOVE HIGH-VALUES TO W-BFI-KEY
           ELSE
              MOVE BFI-CUSTOMER-ID TO W-BFI-KEY
           END-IF.

       2905-SET-BALANCE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-READ-EXTRACT - READ THE NEXT EXTRACT RECORD, SET EOF
      *----------------------------------------------------------------
       2910-READ-EXTRACT.
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

       2910-READ-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2915-SET-EXTRACT-KEY - MERGE KEY OF THE MASTER-DRIVEN RUN;
      * HIGH-VALUES AT THE TRAILER
      *----------------------------------------------------------------
       2915-SET-EXTRACT-KEY.
           IF EXTRACT-EOF
              OR EXT-TRAILER-ID = 'TRAILR'
              MOVE HIGH-VALUES TO W-EXT-KEY
           ELSE
              MOVE EXT-CUSTOMER-ID TO W-EXT-KEY
           END-IF.

       2915-SET-EXTRACT-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-RESUBMIT-BLOCK - READ THE NEXT RECORD ON THE
      * RESUBMIT-BLOCK READER; THE BLOCK ENDS AFTER THE RECORD COUNT
      * FOUND BY THE PRE-SCAN
      *----------------------------------------------------------------
       2920-READ-RESUBMIT-BLOCK.
           IF W-RBK-READ-COUNT NOT < W-RUN1-RECORD-COUNT
              SET RESUBMIT-BLOCK-EOF TO TRUE
              GO TO 2920-READ-RESUBMIT-BLOCK-EXIT
           END-IF
           READ RESUBMIT-BLOCK-FILE
               AT END
                   SET RESUBMIT-BLOCK-EOF TO TRUE
           END-READ
           IF NOT RESUBMIT-BLOCK-EOF
              AND RESUBMIT-BLOCK-STATUS NOT = ZERO
              DISPLAY 'ERROR READING RESUBMIT-BLOCK-FILE='
                      RESUBMIT-BLOCK-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF NOT RESUBMIT-BLOCK-EOF
              AND RBK-HEADER-ID NOT = 'HEADER'
              ADD 1 TO W-RBK-READ-COUNT
           END-IF.

       2920-READ-RESUBMIT-BLOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2925-SET-RESUBMIT-KEY - MERGE KEY OF THE RESUBMIT BLOCK;
      * HIGH-VALUES ONCE THE BLOCK IS EXHAUSTED
      *----------------------------------------------------------------
       2925-SET-RESUBMIT-KEY.
           IF RESUBMIT-BLOCK-EOF
              MOVE HIGH-VALUES TO W-RBK-KEY
           ELSE
              MOVE RBK-CUSTOMER-ID TO W-RBK-KEY
           END-IF.

       2925-SET-RESUBMIT-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CLOSE-PERIOD - PERIOD-END CLOSE: LIST EVERY BALANCE WITH
      * ITS OPENING, PERIOD ACTIVITY AND CLOSING, FOOT EACH ONE AND
      * THE CURRENCY TOTALS, AND WRITE THE NEW MASTER WITH CLOSING
      * ROLLED INTO OPENING. A SECOND CLOSE FOR THE SAME BUSINESS
      * DATE IS REFUSED
      *----------------------------------------------------------------
       6000-CLOSE-PERIOD.
           IF W-PRV-CLOSED-DATE = W-RUN-BUSINESS-DATE
              DISPLAY 'PERIOD ALREADY CLOSED FOR BUSINESS DATE '
                      W-RUN-BUSINESS-DATE ', CLOSE REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           MOVE W-PRV-POSTED-DATE       TO W-RID-DATE
           MOVE W-PRV-POSTED-RUN-NUMBER TO W-RID-RUN-NUMBER
           MOVE W-RUN-IDENT-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-PRV-PERIOD-START-DATE TO W-PER-START-DATE
           MOVE W-RUN-BUSINESS-DATE     TO W-PER-END-DATE
           MOVE W-PERIOD-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-LISTING-HEADING-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES                  TO BALANCE-OUT-HEADER
           MOVE 'HEADER'                TO BFO-HEADER-ID
           MOVE W-PRV-POSTED-DATE       TO BFO-POSTED-DATE
           MOVE W-PRV-POSTED-RUN-NUMBER TO BFO-POSTED-RUN-NUMBER
           MOVE W-RUN-BUSINESS-DATE     TO BFO-PERIOD-START-DATE
           MOVE W-RUN-BUSINESS-DATE     TO BFO-CLOSED-DATE
           WRITE BALANCE-OUT-HEADER
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 6100-CLOSE-ONE-BALANCE
               THRU 6100-CLOSE-ONE-BALANCE-EXIT
               UNTIL W-BFI-KEY = HIGH-VALUES

           PERFORM 7000-WRITE-BALANCE-TRAILER
               THRU 7000-WRITE-BALANCE-TRAILER-EXIT
           PERFORM 8500-WRITE-CLOSE-SUMMARY
               THRU 8500-WRITE-CLOSE-SUMMARY-EXIT.

       6000-CLOSE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-CLOSE-ONE-BALANCE - LIST ONE BALANCE, FLAG IT WHEN
      * OPENING PLUS PERIOD ACTIVITY DOES NOT FOOT TO CLOSING, ROLL
      * IT INTO THE CURRENCY TOTALS AND WRITE IT FORWARD WITH THE
      * CLOSING BALANCE AS THE NEW OPENING
      *----------------------------------------------------------------
       6100-CLOSE-ONE-BALANCE.
           ADD 1 TO W-BALANCE-READ-COUNT
           MOVE SPACES TO W-LISTING-LINE
           MOVE BFI-CUSTOMER-ID     TO W-LST-CUSTOMER-ID
           MOVE BFI-CURRENCY-CODE   TO W-LST-CURRENCY
           MOVE BFI-OPENING-BALANCE TO W-LST-OPENING
           MOVE BFI-PERIOD-ACTIVITY TO W-LST-ACTIVITY
           MOVE BFI-CLOSING-BALANCE TO W-LST-CLOSING
           IF BFI-OPENING-BALANCE + BFI-PERIOD-ACTIVITY
              NOT = BFI-CLOSING-BALANCE
              MOVE '*' TO W-LST-FLAG
              ADD 1 TO W-NOT-FOOTING-COUNT
              SET LISTING-DOES-NOT-FOOT TO TRUE
           END-IF
           MOVE W-LISTING-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO W-SLOT-FOUND-SWITCH
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
                      OR SLOT-FOUND
               IF W-SLT-CCY-CODE (W-J) = BFI-CURRENCY-CODE
                  SET SLOT-FOUND TO TRUE
                  ADD 1 TO W-CTL-ACCOUNT-COUNT (W-J)
                  ADD BFI-OPENING-BALANCE TO W-CTL-OPENING (W-J)
                  ADD BFI-PERIOD-ACTIVITY TO W-CTL-ACTIVITY (W-J)
                  ADD BFI-CLOSING-BALANCE TO W-CTL-CLOSING (W-J)
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
              DISPLAY 'BALANCE MASTER CURRENCY ' BFI-CURRENCY-CODE
                      ' NOT SETTLED FOR CUSTOMER ' BFI-CUSTOMER-ID
                      ', CLOSE REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           MOVE SPACES              TO BALANCE-OUT-RECORD
           MOVE BFI-CUSTOMER-ID     TO BFO-CUSTOMER-ID
           MOVE BFI-CURRENCY-CODE   TO BFO-CURRENCY-CODE
           MOVE BFI-CLOSING-BALANCE TO BFO-OPENING-BALANCE
           MOVE ZERO                TO BFO-PERIOD-ACTIVITY
           MOVE ZERO                TO BFO-LAST-RUN-ACTIVITY
           MOVE BFI-CLOSING-BALANCE TO BFO-CLOSING-BALANCE
           PERFORM 2450-WRITE-BALANCE-OUT
               THRU 2450-WRITE-BALANCE-OUT-EXIT

           PERFORM 2900-READ-BALANCE-IN
               THRU 2900-READ-BALANCE-IN-EXIT
           PERFORM 2905-SET-BALANCE-KEY
               THRU 2905-SET-BALANCE-KEY-EXIT.

       6100-CLOSE-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-BALANCE-TRAILER - CLOSE THE NEW BALANCE MASTER
      * WITH A TRAILER COVERING EVERY BALANCE ON IT, SO THE NEXT RUN
      * CAN PROVE IT AGAIN
      *----------------------------------------------------------------
       7000-WRITE-BALANCE-TRAILER.
           MOVE SPACES                TO BALANCE-OUT-TRAILER
           MOVE 'TRAILR'              TO BFO-TRAILER-ID
           MOVE W-BALANCE-WRITE-COUNT TO BFO-TRAILER-COUNT
           MOVE W-OUT-CLOSING-TOTAL   TO BFO-TRAILER-AMOUNT
           WRITE BALANCE-OUT-TRAILER
           IF BALANCE-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO BALANCE-OUT='
                      BALANCE-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       7000-WRITE-BALANCE-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-POSTING-SUMMARY - CURRENCY PAGE (BROUGHT FORWARD,
      * POSTED, CARRIED FORWARD), THE PROOF OF POSTED ACTIVITY
      * AGAINST THE EXTRACT TRAILER AND THE RUN COUNTS; RC 8 WHEN
      * THE POSTING DOES NOT AGREE WITH THE EXTRACT, RC 4 WHEN
      * ACTIVITY WAS LEFT UNPOSTED
      *----------------------------------------------------------------
       8000-WRITE-POSTING-SUMMARY.
           MOVE W-EXT-BUSINESS-DATE TO W-RID-DATE
           MOVE W-EXT-RUN-NUMBER    TO W-RID-RUN-NUMBER
           MOVE W-RUN-IDENT-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-PRV-PERIOD-START-DATE TO W-PER-START-DATE
           MOVE W-EXT-BUSINESS-DATE     TO W-PER-END-DATE
           MOVE W-PERIOD-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE W-CURRENCY-HEADING-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
               MOVE W-SLT-CCY-CODE (W-J)      TO W-CUR-CODE
               MOVE W-CTL-ACCOUNT-COUNT (W-J) TO W-CUR-ACCOUNTS
               MOVE W-CTL-BROUGHT (W-J)       TO W-CUR-BROUGHT
               MOVE W-CTL-POSTED (W-J)        TO W-CUR-POSTED
               MOVE W-CTL-CLOSING (W-J)       TO W-CUR-CARRIED
               MOVE W-CURRENCY-LINE TO FORWARD-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE
                   THRU 8100-WRITE-REPORT-LINE-EXIT
           END-PERFORM
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           COMPUTE W-ACCOUNTED-TOTAL =
                   W-POSTED-TOTAL + W-UNPOSTED-AMOUNT
           MOVE 'POSTED+UNPOSTED/EXTRACT  ' TO W-CMP-TEXT
           MOVE W-ACCOUNTED-TOTAL           TO W-CMP-COMPUTED
           MOVE W-EXT-TX-AMOUNT             TO W-CMP-CONTROL
           IF W-ACCOUNTED-TOTAL = W-EXT-TX-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           MOVE W-COMPARE-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'EXTRACT/TRAILER AMOUNT   ' TO W-CMP-TEXT
           MOVE W-EXT-TX-AMOUNT             TO W-CMP-COMPUTED
           MOVE W-EXT-TRAILER-AMOUNT        TO W-CMP-CONTROL
           IF W-EXT-TX-AMOUNT = W-EXT-TRAILER-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
           END-IF
           MOVE W-COMPARE-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'BALANCES BROUGHT FORWARD'      TO W-SUM-TEXT
           MOVE W-BALANCE-READ-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'NEW CURRENCY BALANCES OPENED'  TO W-SUM-TEXT
           MOVE W-BALANCE-NEW-COUNT             TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'BALANCES CARRIED FORWARD'      TO W-SUM-TEXT
           MOVE W-BALANCE-WRITE-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS WITH ACTIVITY POSTED' TO W-SUM-TEXT
           MOVE W-CUSTOMER-POSTED-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'TRANSACTIONS POSTED'           TO W-SUM-TEXT
           MOVE W-TX-POSTED-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'TRANSACTIONS UNPOSTED (CURRENCY)' TO W-SUM-TEXT
           MOVE W-UNPOSTED-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           IF W-ACCOUNTED-TOTAL NOT = W-EXT-TX-AMOUNT
              OR W-EXT-TX-AMOUNT NOT = W-EXT-TRAILER-AMOUNT
              MOVE 'RESULT: POSTING OUT OF BALANCE WITH EXTRACT'
                                               TO W-STA-TEXT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF W-UNPOSTED-COUNT > ZERO
                 MOVE 'RESULT: POSTED WITH UNSETTLED CURRENCY LEFT OUT'
                                               TO W-STA-TEXT
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'RESULT: POSTED IN BALANCE' TO W-STA-TEXT
              END-IF
           END-IF
           MOVE W-STATUS-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-POSTING-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * FORWARD-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE FORWARD-REPORT-RECORD
           IF FORWARD-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO FORWARD-REPORT='
                      FORWARD-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-WRITE-CLOSE-SUMMARY - CURRENCY TOTALS OF THE BALANCE
      * LISTING (OPENING, PERIOD ACTIVITY, CLOSING), THE PROOF OF
      * THE LISTED CLOSING BALANCES AGAINST THE MASTER TRAILER AND
      * THE VERDICT; RC 8 WHEN ANY BALANCE OR TOTAL DOES NOT FOOT
      *----------------------------------------------------------------
       8500-WRITE-CLOSE-SUMMARY.
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > MAX-CURRENCY-ENTRIES
               MOVE SPACES TO W-LISTING-LINE
               MOVE 'TOTAL '             TO W-LST-CUSTOMER-ID
               MOVE W-SLT-CCY-CODE (W-J) TO W-LST-CURRENCY
               MOVE W-CTL-OPENING (W-J)  TO W-LST-OPENING
               MOVE W-CTL-ACTIVITY (W-J) TO W-LST-ACTIVITY
               MOVE W-CTL-CLOSING (W-J)  TO W-LST-CLOSING
               IF W-CTL-OPENING (W-J) + W-CTL-ACTIVITY (W-J)
                  NOT = W-CTL-CLOSING (W-J)
                  MOVE '*' TO W-LST-FLAG
                  SET LISTING-DOES-NOT-FOOT TO TRUE
               END-IF
               MOVE W-LISTING-LINE TO FORWARD-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE
                   THRU 8100-WRITE-REPORT-LINE-EXIT
           END-PERFORM
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'LISTED CLOSING/TRAILER   ' TO W-CMP-TEXT
           MOVE W-OUT-CLOSING-TOTAL         TO W-CMP-COMPUTED
           MOVE W-BFI-TRAILER-AMOUNT        TO W-CMP-CONTROL
           IF W-OUT-CLOSING-TOTAL = W-BFI-TRAILER-AMOUNT
              MOVE 'IN BALANCE'     TO W-CMP-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO W-CMP-VERDICT
              SET LISTING-DOES-NOT-FOOT TO TRUE
           END-IF
           MOVE W-COMPARE-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'BALANCES LISTED'               TO W-SUM-TEXT
           MOVE W-BALANCE-READ-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'BALANCES NOT FOOTING (*)'      TO W-SUM-TEXT
           MOVE W-NOT-FOOTING-COUNT             TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'BALANCES CARRIED INTO NEW PERIOD' TO W-SUM-TEXT
           MOVE W-BALANCE-WRITE-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE W-BLANK-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           IF LISTING-FOOTS
              MOVE 'RESULT: BALANCE LISTING FOOTS, PERIOD CLOSED'
                                               TO W-STA-TEXT
           ELSE
              MOVE 'RESULT: BALANCE LISTING DOES NOT FOOT'
                                               TO W-STA-TEXT
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE W-STATUS-LINE TO FORWARD-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8500-WRITE-CLOSE-SUMMARY-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE BALANCE-IN.
           CLOSE BALANCE-OUT.
           CLOSE EXTRACT-FILE.
           CLOSE RESUBMIT-BLOCK-FILE.
           CLOSE FORWARD-REPORT.

           GOBACK.

       END PROGRAM TCOBWBFW.
