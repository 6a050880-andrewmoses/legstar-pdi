      * ON THE MASTER-DRIVEN RUN AND EACH HISTORY RECORD IS WALKED
      * AGAINST IT AS MATCHED (ITS CUSTOMER REACHED OUTPUT-FILE OR
      * REJECT-FILE), SKIPPED (ITS CUSTOMER WAS REJECTED BY THE
      * MASTER EDIT), CLOSED (ITS CUSTOMER IS CLOSED ON CUSTOMER-
      * MASTER, SO TCOBWVB DID NOT EXTRACT IT) OR ORPHANED (NO MASTER
      * AT ALL), IN BOTH COUNTS AND AMOUNTS. THE MATCHED SIDE IS
      * CROSSED AGAINST THE MASTER-DRIVEN TRANSACTIONS ACTUALLY ON
      * OUTPUT-FILE PLUS REJECT-FILE - THE RESUBMIT BLOCKS ARE
      * REPORTED SEPARATELY AND EXCLUDED - SO ANY MISMATCH, SHORT
      * OR OVER, IS LEAKAGE AND ENDS RC 8. INTENDED FOR FULL-BASE
      * RUNS: AGAINST A CYCLE EXTRACT THE HISTORY OF UNSELECTED
      * CYCLES SHOWS AS UNMATCHED, AND THE REPORT CARRIES A WARNING
      * WHEN THE EXTRACT HEADER NAMES A CYCLE.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      *                  FROM THE CROSS-CHECK, SO ANY MISMATCH IS
      *                  NOW A HARD RC 8 INSTEAD OF SURFACING AS THE
      *                  RC 4 SURPLUS MESSAGE.
      * 2026-10-15 AM    TRACK THE 274-BYTE CUSTOMER-MASTER IMAGE ON
      *                  MSTREJ (CUSTOMER STATUS AND STATUS DATE).
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE EXTRACT HEADER'S BUSINESS
      *                  DATE AND RUN NUMBER, CONDITION CODE, HISTORY
      *                  DISPOSITION COUNTS AND AMOUNTS AND THE
      *                  REASON FOR ANY NONZERO CODE.
      * 2026-10-15 AM    READ CM-CUSTOMER-STATUS FROM CUSTOMER-MASTER:
      *                  HISTORY OF A CLOSED ('C') CUSTOMER, WHICH
      *                  TCOBWVB DOES NOT EXTRACT, IS ITS OWN
      *                  DISPOSITION (CLOSED, NOT EXTRACTED) IN THE
      *                  TOTAL ACCOUNTED FOR INSTEAD OF AN ORPHAN.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MASTER-REJECT-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT RECON-REPORT
           ASSIGN TO RCNRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECON-REPORT-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY

       FD  MASTER-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 278 CHARACTERS.
       01  MASTER-REJECT-RECORD.
           05 MREJ-REASON-CODE        PIC X(4).
           05 MREJ-CUSTOMER-ID        PIC 9(6).
           05 FILLER                  PIC X(268).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID          PIC 9(6).
           05 FILLER                  PIC X(53).
           05 CM-CUSTOMER-STATUS      PIC X(1).
           05 FILLER                  PIC X(214).

       FD  RECON-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-RECORD        PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  W-K                        PIC 9(4) COMP.
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  REJECT-FILE-STATUS         PIC 9(2).
       01  MASTER-REJECT-FILE-STATUS  PIC 9(2).
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  RECON-REPORT-STATUS        PIC 9(2).
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-HISTORY-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 HISTORY-EOF                VALUE 'Y'.
              88 REJECT-EOF                 VALUE 'Y'.
           05 W-MREJ-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 MASTER-REJECT-EOF          VALUE 'Y'.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
           05 W-CYCLE-EXTRACT-SWITCH  PIC X(1) VALUE 'N'.
              88 CYCLE-EXTRACT              VALUE 'Y'.
       01  W-TARGET-ID                PIC 9(6) VALUE ZERO.
           05 W-MATCHED-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-SKIPPED-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SKIPPED-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-CLOSED-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CLOSED-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-ORPHAN-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ORPHAN-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-OUTPUT-TOTALS.
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RECON-REPORT.
           IF RECON-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RECON-REPORT='

           PERFORM 2930-READ-MASTER-REJECT
               THRU 2930-READ-MASTER-REJECT-EXIT
           PERFORM 2940-READ-MASTER
               THRU 2940-READ-MASTER-EXIT
           PERFORM 2900-READ-HISTORY
               THRU 2900-READ-HISTORY-EXIT.

               THRU 2910-READ-EXTRACT-EXIT
           IF NOT EXTRACT-EOF
              AND EXT-HEADER-ID = 'HEADER'
              MOVE EXT-HEADER-BUSINESS-DATE TO W-STEP-BUSINESS-DATE
              MOVE EXT-HEADER-RUN-NUMBER    TO W-STEP-RUN-NUMBER
              IF EXT-HEADER-CYCLE NOT = SPACES
                 SET CYCLE-EXTRACT TO TRUE
              END-IF
      * 2000-ACCOUNT-FOR-HISTORY - CLASSIFY THE CURRENT HISTORY
      * RECORD. THE THREE OUTPUT-SIDE CURSORS - ALL POSITIONED ON
      * THEIR MASTER-DRIVEN RUNS, TOTALS ALREADY TAKEN BY THE
      * PRE-SCAN - AND THE CUSTOMER-MASTER CURSOR ARE ADVANCED TO ITS
      * CUSTOMER-ID, THEN THE RECORD IS MATCHED, SKIPPED, CLOSED OR
      * ORPHANED. A HISTORY RECORD OUT OF CUSTOMER-ID SEQUENCE CAN
      * NEVER MATCH AND IS ORPHANED DIRECTLY
      *----------------------------------------------------------------
       2000-ACCOUNT-FOR-HISTORY.
           ADD 1 TO W-INPUT-COUNT
               THRU 2930-READ-MASTER-REJECT-EXIT
               UNTIL MASTER-REJECT-EOF
                  OR MREJ-CUSTOMER-ID NOT < W-TARGET-ID
           PERFORM 2940-READ-MASTER
               THRU 2940-READ-MASTER-EXIT
               UNTIL MASTER-EOF
                  OR CM-CUSTOMER-ID NOT < W-TARGET-ID

           IF NOT MASTER-REJECT-EOF
              AND MREJ-CUSTOMER-ID = W-TARGET-ID
              IF TH-TRANSACTION-AMOUNT IS NUMERIC
                 ADD TH-TRANSACTION-AMOUNT TO W-SKIPPED-AMOUNT
              END-IF
              GO TO 2000-ACCOUNT-FOR-HISTORY-READ
           END-IF

           IF NOT MASTER-EOF
              AND CM-CUSTOMER-ID = W-TARGET-ID
              AND CM-CUSTOMER-STATUS = 'C'
              ADD 1 TO W-CLOSED-COUNT
              IF TH-TRANSACTION-AMOUNT IS NUMERIC
                 ADD TH-TRANSACTION-AMOUNT TO W-CLOSED-AMOUNT
              END-IF
           ELSE
              IF (NOT EXTRACT-EOF
                  AND EXT-CUSTOMER-ID = W-TARGET-ID)
       2930-READ-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2940-READ-MASTER - READ THE NEXT CUSTOMER-MASTER RECORD, SET
      * EOF
      *----------------------------------------------------------------
       2940-READ-MASTER.
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
           END-IF.

       2940-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-COMPARE-AND-REPORT - WRITE THE DISPOSITION REPORT AND
      * PROVE THE IDENTITY: EVERY INPUT RECORD IS MATCHED, SKIPPED,
      * CLOSED OR ORPHANED, AND THE MATCHED SIDE EQUALS THE
      * MASTER-DRIVEN TRANSACTIONS ON OUTPUT-FILE PLUS REJECT-FILE.
      * THE RESUBMIT BLOCKS ARE PRIOR-RUN ACTIVITY, REPORTED
      * SEPARATELY AND EXCLUDED FROM THE CROSS-CHECK, SO ANY
      * MISMATCH - SHORT OR OVER - IS LEAKAGE AND ENDS RC 8
      *----------------------------------------------------------------
       6000-COMPARE-AND-REPORT.
           IF CYCLE-EXTRACT
           PERFORM 8200-WRITE-DISPOSITION-LINE
               THRU 8200-WRITE-DISPOSITION-LINE-EXIT

           MOVE '  CLOSED, NOT EXTRACTED     ' TO W-DSP-TEXT
           MOVE W-CLOSED-COUNT                 TO W-DSP-COUNT
           MOVE W-CLOSED-AMOUNT                TO W-DSP-AMOUNT
           PERFORM 8200-WRITE-DISPOSITION-LINE
               THRU 8200-WRITE-DISPOSITION-LINE-EXIT

           MOVE '  ORPHANED / UNMATCHED      ' TO W-DSP-TEXT
           MOVE W-ORPHAN-COUNT                 TO W-DSP-COUNT
           MOVE W-ORPHAN-AMOUNT                TO W-DSP-AMOUNT

           COMPUTE W-ACCOUNTED-COUNT =
                   W-MATCHED-COUNT + W-SKIPPED-COUNT
                   + W-CLOSED-COUNT + W-ORPHAN-COUNT
           COMPUTE W-ACCOUNTED-AMOUNT =
                   W-MATCHED-AMOUNT + W-SKIPPED-AMOUNT
                   + W-CLOSED-AMOUNT + W-ORPHAN-AMOUNT
           MOVE 'TOTAL ACCOUNTED FOR         ' TO W-DSP-TEXT
           MOVE W-ACCOUNTED-COUNT              TO W-DSP-COUNT
           MOVE W-ACCOUNTED-AMOUNT             TO W-DSP-AMOUNT
                 OR W-OUTPUT-SIDE-AMOUNT < W-MATCHED-AMOUNT
                 MOVE 'RESULT: OUTPUT SHORT OF MATCHED INPUT - LEAKAGE'
                                        TO W-STA-TEXT
                 MOVE 'OUTPUT SHORT OF MATCHED INPUT - LEAKAGE'
                                        TO W-STEP-REASON
              ELSE
                 MOVE 'RESULT: OUTPUT EXCEEDS MATCHED INPUT - LEAKAGE'
                                        TO W-STA-TEXT
                 MOVE 'OUTPUT EXCEEDS MATCHED INPUT - LEAKAGE'
                                        TO W-STEP-REASON
              END-IF
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO W-STEP-REASON-CODE
           END-IF
           MOVE W-STATUS-LINE TO RECON-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
       8200-WRITE-DISPOSITION-LINE-EXIT.
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
           MOVE 'TCOBWRCN'              TO SS-STEP-NAME
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
           MOVE 'HISTORY READ'          TO SS-COUNT-LABEL (1)
           MOVE W-INPUT-COUNT           TO SS-COUNT (1)
           MOVE 'MATCHED'               TO SS-COUNT-LABEL (2)
           MOVE W-MATCHED-COUNT         TO SS-COUNT (2)
           MOVE 'SKIPPED'               TO SS-COUNT-LABEL (3)
           MOVE W-SKIPPED-COUNT         TO SS-COUNT (3)
           MOVE 'ORPHANS'               TO SS-COUNT-LABEL (4)
           MOVE W-ORPHAN-COUNT          TO SS-COUNT (4)
           MOVE 'HISTORY AMT'           TO SS-AMOUNT-LABEL (1)
           MOVE W-INPUT-AMOUNT          TO SS-AMOUNT (1)
           MOVE 'MATCHED AMT'           TO SS-AMOUNT-LABEL (2)
           MOVE W-MATCHED-AMOUNT        TO SS-AMOUNT (2)

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

           CLOSE TRANSACTION-HISTORY.
           CLOSE EXTRACT-FILE.
           CLOSE REJECT-FILE.
           CLOSE MASTER-REJECT-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE RECON-REPORT.

           GOBACK.
