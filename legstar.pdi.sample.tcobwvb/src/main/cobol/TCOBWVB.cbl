      *                  RUN-IDENTITY CHECKS (TCOBWREC, TCOBSTMT,
      *                  A RESTARTED NIGHTLY) STILL WORKING AGAINST
      *                  THE NIGHTLY FILES.
      * 2026-10-15 AM    THE TRAILER NOW CARRIES THE NUMBER OF
      *                  CUSTOMER-DATA RECORDS IN THE RESUBMIT BLOCK
      *                  AT THE HEAD OF OUTPUT-FILE, SO THE GL
      *                  JOURNAL STEP CAN POST RECYCLED ACTIVITY
      *                  AGAINST ITS OWN SUSPENSE ACCOUNT. THE
      *                  CHECKPOINT CARRIES THE SAME COUNT SO A
      *                  RESTARTED RUN STILL REPORTS IT.
      * 2026-10-15 AM    AN EMAIL CONTACT WHOSE VALUE HAS BEEN
      *                  OVERWRITTEN BY A DATA-PROTECTION ERASURE
      *                  ('ERASED') IS NO LONGER ROUTED TO
      *                  E-NOTIFY-FILE; THE CUSTOMER FALLS TO THE
      *                  PAPER-FALLBACK LIST LIKE ONE WITH NO EMAIL.
      * 2026-10-15 AM    CUSTOMER-MASTER CARRIES CM-CUSTOMER-STATUS
      *                  AND CM-STATUS-DATE (RECORD NOW 274 BYTES MAX).
      *                  A CLOSED ('C') CUSTOMER IS NOT EXTRACTED; A
      *                  SUSPENDED ('S') CUSTOMER IS EXTRACTED BUT
      *                  GETS NO E-NOTIFICATION OR PAPER-FALLBACK
      *                  RECORD. NEW MASTER EDIT MSTS REJECTS A
      *                  STATUS OTHER THAN BLANK/A/D/S/C. RUN
      *                  STATISTICS SHOW CUSTOMERS BY STATUS.
      * 2026-10-15 AM    THE EXTRACT CAN RUN AS ONE OF SEVERAL
      *                  PARALLEL PARTITIONS BY CUSTOMER-ID RANGE
      *                  (PARM PARTITION NUMBER / LOW-ID / HIGH-ID).
      *                  A PARTITION TAKES RUN NUMBER RUN-CONTROL + 1
      *                  WITHOUT REWRITING RUN-CONTROL, LEAVES THE
      *                  CURRENCY AND STATISTICS PAGES TO THE
      *                  TCOBWPMG MERGE STEP AND HANDS IT ITS FIGURES
      *                  ON PARTITION-CONTROL-FILE. ONLY PARTITION 1
      *                  TAKES THE RESUBMIT BLOCK.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: BUSINESS DATE, RUN NUMBER,
      *                  PARTITION NUMBER, CONDITION CODE, CUSTOMER,
      *                  RECORD AND REJECT COUNTS, THE TRAILER AND
      *                  BASE-CURRENCY AMOUNTS AND THE REASON FOR ANY
      *                  NONZERO CODE.
      * 2026-10-15 AM    RESUBMITTED RECORDS NOW TAKE THE CUSTOMER'S
      *                  MASTER STATUS, READ FROM CUSTMAST BY A SECOND
      *                  READER IN STEP WITH THE RESUBMIT-FILE: A
      *                  CLOSED CUSTOMER'S RECORDS ARE COUNTED AND NOT
      *                  EXTRACTED, A SUSPENDED CUSTOMER GETS NO
      *                  E-NOTIFICATION OR PAPER-FALLBACK RECORD.
      *                  PARTITION-CONTROL-FILE CARRIES THE CLOSED
      *                  COUNT (RECORD NOW 448 BYTES).
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT STATUS-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-MASTER-STATUS.

           SELECT TRANSACTION-HISTORY
           ASSIGN TO TRANHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-SUMMARY-STATUS.

           SELECT PARTITION-CONTROL-FILE
           ASSIGN TO PARTCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-CONTROL-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID          PIC 9(6).
           05 CM-CUSTOMER-NAME        PIC X(20).
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
       01  CUSTOMER-MASTER-IMAGE      PIC X(274).

       FD  STATUS-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  STATUS-MASTER-RECORD.
           05 SM-CUSTOMER-ID          PIC 9(6).
           05 FILLER                  PIC X(53).
           05 SM-CUSTOMER-STATUS      PIC X(1).
           05 FILLER                  PIC X(214).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F
           05 TRAILER-TOTAL-AMOUNT       PIC S9(15)V99 COMP-3.
           05 TRAILER-RUN-MODE           PIC X(1).
           05 TRAILER-CYCLE              PIC X(2).
           05 TRAILER-RESUBMIT-RECORDS   PIC 9(9) COMP-3.
       01  HEADER-RECORD.
           05 HEADER-ID                  PIC X(6).
           05 HEADER-BUSINESS-DATE       PIC X(8).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-CUSTOMER-ID      PIC 9(6).
           05 CHECKPOINT-CUSTOMER-COUNT   PIC 9(9) COMP-3.
           05 CHECKPOINT-CURRENCY-TOTALS OCCURS 3 TIMES.
              10 CHECKPOINT-CCY-TX-COUNT  PIC 9(9) COMP-3.
              10 CHECKPOINT-CCY-AMOUNT    PIC S9(15)V99 COMP-3.
           05 CHECKPOINT-RESUBMIT-RECORDS PIC 9(9) COMP-3.

       FD  PRINT-FILE
           RECORDING MODE IS F

       FD  MASTER-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 278 CHARACTERS.
       01  MASTER-REJECT-RECORD.
           05 MREJ-REASON-CODE            PIC X(4).
           05 MREJ-MASTER-IMAGE           PIC X(274).

       FD  EDIT-REPORT
           RECORDING MODE IS F

       FD  PRIOR-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  PRIOR-MASTER-RECORD.
           05 PM-CUSTOMER-ID          PIC 9(6).
           05 PM-CUSTOMER-NAME        PIC X(20).
           05 PM-CUSTOMER-PHONE       PIC X(8).
           05 PM-CUSTOMER-CURRENCY-CODE PIC X(3).
           05 PM-BILLING-CYCLE        PIC X(2).
           05 PM-CUSTOMER-STATUS      PIC X(1).
           05 PM-STATUS-DATE          PIC X(8).
           05 PM-CONTACT-COUNT        PIC 9(1).
           05 PM-CONTACTS OCCURS 0 TO 5 TIMES
              DEPENDING ON PM-CONTACT-COUNT.
              10 PM-CONTACT-TYPE      PIC X(1).
              10 PM-CONTACT-VALUE     PIC X(40).
       01  PRIOR-MASTER-IMAGE         PIC X(274).

       FD  E-NOTIFY-FILE
           RECORDING MODE IS F
              10 RS-CCY-TX-COUNT      PIC 9(9).
              10 RS-CCY-AMOUNT        PIC S9(15)V99.

       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 448 CHARACTERS.
       01  PARTITION-CONTROL-RECORD.
           05 PC-PARTITION-NUMBER     PIC 9(2).
           05 PC-LOW-ID               PIC 9(6).
           05 PC-HIGH-ID              PIC 9(6).
           05 PC-BUSINESS-DATE        PIC X(8).
           05 PC-RUN-NUMBER           PIC 9(4).
           05 PC-RUN-MODE             PIC X(1).
           05 PC-CYCLE                PIC X(2).
           05 PC-RESTARTED            PIC X(1).
           05 PC-START-TIME           PIC X(8).
           05 PC-END-TIME             PIC X(8).
           05 PC-RATE-DATE            PIC X(8).
           05 PC-RETURN-CODE          PIC 9(2).
           05 PC-CUSTOMER-COUNT       PIC 9(9).
           05 PC-MASTER-READ-COUNT    PIC 9(9).
           05 PC-MASTER-REJECT-COUNT  PIC 9(9).
           05 PC-CYCLE-SKIPPED-COUNT  PIC 9(9).
           05 PC-STATUS-ACTIVE-COUNT  PIC 9(9).
           05 PC-STATUS-DORMANT-COUNT PIC 9(9).
           05 PC-STATUS-SUSPEND-COUNT PIC 9(9).
           05 PC-STATUS-CLOSED-COUNT  PIC 9(9).
           05 PC-PRINT-LINES          PIC 9(9).
           05 PC-DATA-RECORDS         PIC 9(9).
           05 PC-CONT-CHUNKS          PIC 9(9).
           05 PC-REJECT-COUNT         PIC 9(9).
           05 PC-REJ-RDAY-COUNT       PIC 9(9).
           05 PC-REJ-RMTH-COUNT       PIC 9(9).
           05 PC-REJ-RYR-COUNT        PIC 9(9).
           05 PC-RESUBMIT-READ-COUNT  PIC 9(9).
           05 PC-RESUBMIT-ACCEPT-COUNT PIC 9(9).
           05 PC-RESUBMIT-REREJ-COUNT PIC 9(9).
           05 PC-RESUBMIT-CLOSED-COUNT PIC 9(9).
           05 PC-CSV-LINES            PIC 9(9).
           05 PC-ENOTIF-COUNT         PIC 9(9).
           05 PC-PAPER-COUNT          PIC 9(9).
           05 PC-WITHHELD-COUNT       PIC 9(9).
           05 PC-ORPHAN-TX-COUNT      PIC 9(9).
           05 PC-SEQ-ERROR-COUNT      PIC 9(9).
           05 PC-DELTA-NEW-COUNT      PIC 9(9).
           05 PC-DELTA-CHANGED-COUNT  PIC 9(9).
           05 PC-DELTA-UNCHANGED-COUNT PIC 9(9).
           05 PC-DELTA-DELETED-COUNT  PIC 9(9).
           05 PC-TOTAL-AMOUNT         PIC S9(15)V99.
           05 PC-CURRENCY-TOTALS OCCURS 3 TIMES.
              10 PC-CCY-CODE          PIC X(3).
              10 PC-CCY-RATE          PIC 9(3)V9(6).
              10 PC-CCY-TX-COUNT      PIC 9(9).
              10 PC-CCY-AMOUNT        PIC S9(15)V99.

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
       01  W-J                        PIC 9(4) COMP.
       01  W-K                        PIC 9(4) COMP.
       01  W-N                        PIC 9(4) COMP.
       01  OUTPUT-FILE-STATUS         PIC 9(2).
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  STATUS-MASTER-STATUS       PIC 9(2) VALUE ZERO.
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  CHECKPOINT-FILE-STATUS     PIC 9(2).
       01  PRINT-FILE-STATUS          PIC 9(2).
       01  PAPER-FALLBACK-STATUS      PIC 9(2) VALUE ZERO.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  RUN-SUMMARY-STATUS         PIC 9(2) VALUE ZERO.
       01  PARTITION-CONTROL-STATUS   PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-CUSTOMER-MASTER-EOF   PIC X(1) VALUE 'N'.
              88 CUSTOMER-MASTER-EOF         VALUE 'Y'.
              88 MASTER-INVALID             VALUE 'N'.
           05 W-RESUBMIT-EOF-SWITCH   PIC X(1) VALUE 'N'.
              88 RESUBMIT-EOF               VALUE 'Y'.
           05 W-STATUS-MASTER-EOF-SW  PIC X(1) VALUE 'N'.
              88 STATUS-MASTER-EOF          VALUE 'Y'.
           05 W-RESUBMIT-CLOSED-SW    PIC X(1) VALUE 'N'.
              88 RESUBMIT-CUSTOMER-CLOSED   VALUE 'Y'.
           05 W-RATE-FILE-EOF-SWITCH  PIC X(1) VALUE 'N'.
              88 RATE-FILE-EOF              VALUE 'Y'.
           05 W-CCY-FOUND-SWITCH      PIC X(1) VALUE 'N'.
           05 W-PRIOR-RUN-DATE        PIC X(8) VALUE SPACES.
           05 W-PRIOR-RUN-NUMBER      PIC 9(4) VALUE ZERO.
       01  W-RUN-CYCLE                PIC X(2) VALUE SPACES.
       01  W-PARTITION-FIELDS.
           05 W-PARTITION-SWITCH      PIC X(1) VALUE 'N'.
              88 PARTITION-RUN              VALUE 'Y'.
           05 W-PARTITION-ENTERED-SW  PIC X(1) VALUE 'N'.
              88 PARTITION-RANGE-ENTERED    VALUE 'Y'.
           05 W-PARTITION-NUMBER      PIC 9(2) VALUE ZERO.
           05 W-PARTITION-LOW-ID      PIC 9(6) VALUE ZERO.
           05 W-PARTITION-HIGH-ID     PIC 9(6) VALUE 999999.
       01  W-CYCLE-SKIPPED-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
       01  W-STATUS-COUNTS.
           05 W-STATUS-ACTIVE-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-DORMANT-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-SUSPEND-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-CLOSED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
       01  W-CUSTOMER-STATUS-SW       PIC X(1) VALUE 'N'.
           88 CUSTOMER-SUSPENDED            VALUE 'Y'.
       01  W-TEST-CYCLE               PIC 9(2) VALUE ZERO.
       01  W-CYCLE-LINE.
           05 FILLER                  PIC X(12) VALUE 'CYCLE RUN:  '.
           05 W-RESUBMIT-READ-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-ACCEPT-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-REREJ-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-CLOSED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PRIOR-RESUBMIT-ID        PIC X(6) VALUE SPACES.
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 3.
       01  W-CURRENCY-TABLE.
           05 W-REJ-MCNT-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-MCTY-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-MCYC-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-MSTS-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
       01  W-EDIT-DETAIL-LINE.
           05 FILLER                  PIC X(5)  VALUE 'CUST '.
           05 W-EDT-CUSTOMER-ID       PIC X(6).
                                      PIC S9(15)V99 COMP-3.
       01  W-ENOTIF-WRITE-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PAPER-WRITE-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
       01  W-NOTIFY-WITHHELD-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
       01  W-RUN-STATISTICS-COUNTS.
           05 W-DATA-RECORDS-WRITTEN  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CONT-CHUNKS-WRITTEN   PIC 9(9) COMP-3 VALUE ZERO.
              10 PARM-RUN-MODE           PIC X(1).
              10 PARM-BUSINESS-DATE      PIC X(8).
              10 PARM-CYCLE              PIC X(2).
              10 PARM-PARTITION-NUMBER   PIC 9(2).
              10 PARM-PARTITION-NUMBER-X REDEFINES
                 PARM-PARTITION-NUMBER   PIC X(2).
              10 PARM-PARTITION-LOW-ID   PIC 9(6).
              10 PARM-PARTITION-HIGH-ID  PIC 9(6).
              10 FILLER                  PIC X(35).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT TEST-MODE-ACTIVE AND NOT W-RESTART-ACTIVE
              AND (NOT PARTITION-RUN OR W-PARTITION-NUMBER = 1)
              PERFORM 1500-PROCESS-RESUBMITS
                  THRU 1500-PROCESS-RESUBMITS-EXIT
           END-IF
              PERFORM 7100-WRITE-EDIT-SUMMARY
                  THRU 7100-WRITE-EDIT-SUMMARY-EXIT
           END-IF
           IF PARTITION-RUN
              PERFORM 7400-CHECK-PARTITION-TOTALS
                  THRU 7400-CHECK-PARTITION-TOTALS-EXIT
           ELSE
              PERFORM 7050-WRITE-DELTA-SUMMARY
                  THRU 7050-WRITE-DELTA-SUMMARY-EXIT
              PERFORM 7200-WRITE-CURRENCY-SUMMARY
                  THRU 7200-WRITE-CURRENCY-SUMMARY-EXIT
              PERFORM 7300-WRITE-RUN-STATISTICS
                  THRU 7300-WRITE-RUN-STATISTICS-EXIT
           END-IF
           PERFORM 8000-WRITE-TRAILER
           IF PARTITION-RUN
              PERFORM 8150-WRITE-PARTITION-CONTROL
                  THRU 8150-WRITE-PARTITION-CONTROL-EXIT
           ELSE
              PERFORM 8100-WRITE-RUN-SUMMARY
                  THRU 8100-WRITE-RUN-SUMMARY-EXIT
           END-IF
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
              MOVE PARM-CYCLE TO W-RUN-CYCLE
           END-IF.

           PERFORM 1020-ESTABLISH-PARTITION
               THRU 1020-ESTABLISH-PARTITION-EXIT.

           IF TEST-MODE-ACTIVE
              IF PARM-LENGTH >= 29
                 MOVE PARM-BUSINESS-DATE TO W-BUSINESS-DATE
                 END-IF
                 PERFORM 2930-READ-PRIOR-MASTER
                     THRU 2930-READ-PRIOR-MASTER-EXIT
                 PERFORM 2930-READ-PRIOR-MASTER
                     THRU 2930-READ-PRIOR-MASTER-EXIT
                     UNTIL PRIOR-MASTER-EOF
                        OR PM-CUSTOMER-ID NOT < W-PARTITION-LOW-ID
              END-IF
           END-IF.

           IF NOT TEST-MODE-ACTIVE
              PERFORM 2940-READ-TRANSACTION-HISTORY
                  THRU 2940-READ-TRANSACTION-HISTORY-EXIT
              PERFORM 2940-READ-TRANSACTION-HISTORY
                  THRU 2940-READ-TRANSACTION-HISTORY-EXIT
                  UNTIL TRANSACTION-HISTORY-EOF
                     OR TH-CUSTOMER-ID NOT < W-PARTITION-LOW-ID
           END-IF.

           PERFORM 2900-READ-CUSTOMER-MASTER.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-ESTABLISH-PARTITION - A PARTITION NUMBER IN THE PARM
      * MAKES THIS RUN ONE OF SEVERAL PARALLEL PARTITIONS OF THE
      * NIGHTLY EXTRACT, EACH WORKING ITS OWN CUSTOMER-ID RANGE AND
      * WRITING ITS OWN OUTPUT, REJECT, PRINT, CSV AND CHECKPOINT
      * FILES FOR THE TCOBWPMG MERGE STEP. THE RANGE MUST BE COMPLETE
      * AND IN ORDER, AND A RESTART-ID MUST FALL INSIDE IT. A BLANK
      * PARTITION NUMBER IS THE ORDINARY SINGLE-STREAM RUN
      *----------------------------------------------------------------
       1020-ESTABLISH-PARTITION.
           IF PARM-LENGTH < 33
              OR PARM-PARTITION-NUMBER-X = SPACES
              GO TO 1020-ESTABLISH-PARTITION-EXIT
           END-IF

           IF PARM-PARTITION-NUMBER IS NOT NUMERIC
              OR PARM-PARTITION-NUMBER = ZERO
              OR PARM-LENGTH < 45
              OR PARM-PARTITION-LOW-ID IS NOT NUMERIC
              OR PARM-PARTITION-HIGH-ID IS NOT NUMERIC
              DISPLAY 'PARTITION PARM INCOMPLETE OR NOT NUMERIC'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PARM-PARTITION-LOW-ID > PARM-PARTITION-HIGH-ID
              DISPLAY 'PARTITION LOW CUSTOMER-ID '
                      PARM-PARTITION-LOW-ID
                      ' IS ABOVE HIGH CUSTOMER-ID '
                      PARM-PARTITION-HIGH-ID
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF TEST-MODE-ACTIVE
              DISPLAY 'PARTITIONED RUN NOT AVAILABLE IN TEST MODE'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-RESTART-ACTIVE
              AND (PARM-RESTART-ID < PARM-PARTITION-LOW-ID
                   OR PARM-RESTART-ID > PARM-PARTITION-HIGH-ID)
              DISPLAY 'RESTART-ID ' PARM-RESTART-ID
                      ' OUTSIDE PARTITION RANGE'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           SET PARTITION-RUN TO TRUE
           MOVE PARM-PARTITION-NUMBER  TO W-PARTITION-NUMBER
           MOVE PARM-PARTITION-LOW-ID  TO W-PARTITION-LOW-ID
           MOVE PARM-PARTITION-HIGH-ID TO W-PARTITION-HIGH-ID
           IF W-PARTITION-LOW-ID = ZERO
              SET PARTITION-RANGE-ENTERED TO TRUE
           END-IF
           DISPLAY 'PARTITION ' W-PARTITION-NUMBER
                   ' CUSTOMER-ID RANGE ' W-PARTITION-LOW-ID
                   ' TO ' W-PARTITION-HIGH-ID.

       1020-ESTABLISH-PARTITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-CHECKPOINT - ON A RESTART RUN, CARRY THE CUSTOMER
      * COUNT AND GRAND TOTAL FORWARD FROM THE LAST CHECKPOINT SO
               MOVE CHECKPOINT-CCY-AMOUNT (W-M)
                                          TO W-CT-AMOUNT (W-M)
           END-PERFORM
           MOVE CHECKPOINT-RESUBMIT-RECORDS
                                      TO W-RESUBMIT-ACCEPT-COUNT
           CLOSE CHECKPOINT-FILE.

       1050-READ-CHECKPOINT-EXIT.
      * SECOND NON-RESTART RUN FOR THE SAME BUSINESS DATE IS REFUSED
      * WITH RC 12 BEFORE ANY OUTPUT FILE IS TOUCHED; A RESTART RUN
      * KEEPS THE FAILED RUN'S NUMBER AND LEAVES THE FILE ALONE; ANY
      * OTHER RUN STEPS THE RUN NUMBER UP AND REWRITES THE FILE.
      * A PARTITION (FRESH OR RESTARTED) ONLY READS THE FILE AND
      * TAKES THE NEXT RUN NUMBER; THE MERGE STEP REWRITES IT ONCE
      * EVERY PARTITION HAS BEEN PROVED, SO ALL PARTITIONS OF ONE
      * NIGHT STAMP THE SAME RUN AND A RUN ALREADY MERGED IS REFUSED
      *----------------------------------------------------------------
       1100-PROCESS-RUN-CONTROL.
           IF PARM-LENGTH < 29
              CLOSE RUN-CONTROL-FILE
           END-IF

           IF PARTITION-RUN
              IF W-PRIOR-RUN-DATE = W-BUSINESS-DATE
                 DISPLAY 'PARTITIONS ALREADY MERGED FOR BUSINESS DATE '
                         W-BUSINESS-DATE ', RUN REFUSED'
                 MOVE 12 TO RETURN-CODE
                 MOVE 12 TO W-STEP-REASON-CODE
                 MOVE 'PARTITIONS ALREADY MERGED FOR BUSINESS DATE'
                                                TO W-STEP-REASON
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              COMPUTE W-RUN-NUMBER = W-PRIOR-RUN-NUMBER + 1
              GO TO 1100-PROCESS-RUN-CONTROL-EXIT
           END-IF

           IF W-RESTART-ACTIVE
              IF W-PRIOR-RUN-DATE NOT = W-BUSINESS-DATE
                 DISPLAY 'RESTART BUSINESS DATE ' W-BUSINESS-DATE
                         ' DOES NOT MATCH RUN CONTROL '
                         W-PRIOR-RUN-DATE
                 MOVE 12 TO RETURN-CODE
                 MOVE 12 TO W-STEP-REASON-CODE
                 MOVE 'RESTART DATE DOES NOT MATCH RUN CONTROL'
                                                TO W-STEP-REASON
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE W-PRIOR-RUN-NUMBER TO W-RUN-NUMBER
              DISPLAY 'RUN ALREADY TAKEN FOR BUSINESS DATE '
                      W-BUSINESS-DATE ', RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'RUN ALREADY TAKEN FOR BUSINESS DATE'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF

      * 1500-PROCESS-RESUBMITS - MERGE THE RESUBMIT-FILE PRODUCED BY
      * THE TCOBWREC RECYCLE PROGRAM INTO THE EXTRACT AHEAD OF
      * CUSTOMER-MASTER PROCESSING; THE FILE IS OPTIONAL AND ITS
      * ABSENCE MEANS THERE IS NOTHING TO RECYCLE THIS RUN. THE
      * RESUBMIT-FILE IS IN CUSTOMER-ID ORDER, SO A SECOND READER ON
      * CUSTOMER-MASTER IS KEPT IN STEP WITH IT FOR EACH CUSTOMER'S
      * STATUS
      *----------------------------------------------------------------
       1500-PROCESS-RESUBMITS.
           OPEN INPUT RESUBMIT-FILE.
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT STATUS-MASTER.
           IF STATUS-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATUS-MASTER='
                      STATUS-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1580-READ-STATUS-MASTER
               THRU 1580-READ-STATUS-MASTER-EXIT

           MOVE SPACES TO W-PRIOR-RESUBMIT-ID
           MOVE ZERO TO W-CUSTOMER-PRINT-COUNT
           MOVE ZERO TO W-CUSTOMER-PRINT-TOTAL

           PERFORM 1560-FLUSH-RESUBMIT-GROUP
               THRU 1560-FLUSH-RESUBMIT-GROUP-EXIT
           MOVE 'N' TO W-CUSTOMER-STATUS-SW

           CLOSE RESUBMIT-FILE.
           CLOSE STATUS-MASTER.

       1500-PROCESS-RESUBMITS-EXIT.
           EXIT.
      * TOGETHER, SO LIKE THE MASTER PATH THE CUSTOMER IS COUNTED AND
      * GETS ITS AUDIT LINE ONCE PER GROUP, NOT ONCE PER RECORD. A
      * RECORD THAT STILL FAILS GOES BACK TO REJECT-FILE WITH ITS
      * RECYCLE COUNT CARRIED FORWARD. AS ON THE MASTER PATH A
      * CLOSED CUSTOMER'S RECORDS ARE COUNTED AND NOT EXTRACTED
      *----------------------------------------------------------------
       1550-PROCESS-ONE-RESUBMIT.
           READ RESUBMIT-FILE
              MOVE CUSTOMER-NAME TO W-RSB-PRINT-NAME
              PERFORM 2060-LOCATE-EMAIL-CONTACT
                  THRU 2060-LOCATE-EMAIL-CONTACT-EXIT
              PERFORM 1570-FIND-RESUBMIT-STATUS
                  THRU 1570-FIND-RESUBMIT-STATUS-EXIT
           END-IF

           IF RESUBMIT-CUSTOMER-CLOSED
              ADD 1 TO W-RESUBMIT-CLOSED-COUNT
              GO TO 1550-PROCESS-ONE-RESUBMIT-EXIT
           END-IF

           MOVE ZERO TO W-RECORD-TOTAL-AMOUNT
       1560-FLUSH-RESUBMIT-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1570-FIND-RESUBMIT-STATUS - BRING THE STATUS READER UP TO THE
      * RESUBMITTED CUSTOMER AND SET ITS STATUS AS 2000 DOES: CLOSED
      * ('C') DROPS THE GROUP, SUSPENDED ('S') WITHHOLDS ITS
      * NOTIFICATION. A CUSTOMER NO LONGER ON THE MASTER IS TAKEN AS
      * ACTIVE
      *----------------------------------------------------------------
       1570-FIND-RESUBMIT-STATUS.
           MOVE 'N' TO W-RESUBMIT-CLOSED-SW
           MOVE 'N' TO W-CUSTOMER-STATUS-SW
           PERFORM 1580-READ-STATUS-MASTER
               THRU 1580-READ-STATUS-MASTER-EXIT
               UNTIL STATUS-MASTER-EOF
                  OR SM-CUSTOMER-ID NOT < CUSTOMER-ID
           IF STATUS-MASTER-EOF
              OR SM-CUSTOMER-ID NOT = CUSTOMER-ID
              GO TO 1570-FIND-RESUBMIT-STATUS-EXIT
           END-IF
           EVALUATE SM-CUSTOMER-STATUS
              WHEN 'C'
                 SET RESUBMIT-CUSTOMER-CLOSED TO TRUE
              WHEN 'S'
                 MOVE 'Y' TO W-CUSTOMER-STATUS-SW
           END-EVALUATE.

       1570-FIND-RESUBMIT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1580-READ-STATUS-MASTER - READ THE NEXT RECORD OF THE STATUS
      * READER ON CUSTOMER-MASTER, SET EOF
      *----------------------------------------------------------------
       1580-READ-STATUS-MASTER.
           READ STATUS-MASTER
               AT END
                   SET STATUS-MASTER-EOF TO TRUE
                   GO TO 1580-READ-STATUS-MASTER-EXIT
           END-READ.
           IF STATUS-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATUS-MASTER='
                      STATUS-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1580-READ-STATUS-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-CUSTOMERS - BUILD AND WRITE ONE CUSTOMER-DATA
      * RECORD FROM THE CURRENT CUSTOMER-MASTER RECORD
              GO TO 2000-PROCESS-CUSTOMERS-EXIT
           END-IF.

           MOVE 'N' TO W-CUSTOMER-STATUS-SW
           EVALUATE CM-CUSTOMER-STATUS
              WHEN 'C'
                 ADD 1 TO W-STATUS-CLOSED-COUNT
                 IF NOT TEST-MODE-ACTIVE
                    PERFORM 2075-ALIGN-TRANSACTION-HISTORY
                        THRU 2075-ALIGN-TRANSACTION-HISTORY-EXIT
                    PERFORM 2077-SKIM-PROCESSED-HISTORY
                        THRU 2077-SKIM-PROCESSED-HISTORY-EXIT
                 END-IF
                 IF DELTA-MODE
                    PERFORM 2930-READ-PRIOR-MASTER
                        THRU 2930-READ-PRIOR-MASTER-EXIT
                        UNTIL PRIOR-MASTER-EOF
                           OR PM-CUSTOMER-ID > CM-CUSTOMER-ID
                 END-IF
                 PERFORM 2900-READ-CUSTOMER-MASTER
                 GO TO 2000-PROCESS-CUSTOMERS-EXIT
              WHEN 'S'
                 ADD 1 TO W-STATUS-SUSPEND-COUNT
                 MOVE 'Y' TO W-CUSTOMER-STATUS-SW
              WHEN 'D'
                 ADD 1 TO W-STATUS-DORMANT-COUNT
              WHEN OTHER
                 ADD 1 TO W-STATUS-ACTIVE-COUNT
           END-EVALUATE.

           IF DELTA-MODE
              PERFORM 2080-CLASSIFY-DELTA
                  THRU 2080-CLASSIFY-DELTA-EXIT
                   UNTIL W-M > CONTACT-NBR
                      OR CUSTOMER-HAS-EMAIL
               IF CONTACT-TYPE-EMAIL (W-M)
                  AND CONTACT-VALUE (W-M) NOT = 'ERASED'
                  MOVE CONTACT-VALUE (W-M) TO W-ECN-EMAIL-VALUE
                  SET CUSTOMER-HAS-EMAIL TO TRUE
               END-IF
      * TO THE DELIVERY PLATFORM: AN E-NOTIFICATION RECORD (EMAIL
      * CONTACT-VALUE, TRANSACTION COUNT, PER-CURRENCY TOTALS) WHEN
      * THE CUSTOMER CARRIES A CONTACT-TYPE 'E' ENTRY, OTHERWISE A
      * LINE ON THE PAPER-FALLBACK LIST. A SUSPENDED CUSTOMER IS
      * STILL EXTRACTED BUT IS SENT NEITHER
      *----------------------------------------------------------------
       2300-WRITE-E-NOTIFICATION.
           IF CUSTOMER-SUSPENDED
              ADD 1 TO W-NOTIFY-WITHHELD-COUNT
              GO TO 2300-WRITE-E-NOTIFICATION-EXIT
           END-IF

           IF CUSTOMER-HAS-EMAIL
              MOVE W-ECN-CUSTOMER-ID      TO EN-CUSTOMER-ID
              MOVE W-ECN-EMAIL-VALUE      TO EN-EMAIL-ADDRESS
      * 2900-READ-CUSTOMER-MASTER - READ THE NEXT CUSTOMER, SET EOF;
      * EVERY RECORD READ PASSES THROUGH THE 2910 EDIT AND A RECORD
      * THAT FAILS IT IS REJECTED AND THE NEXT ONE READ, SO THE
      * CALLER ONLY EVER SEES CLEAN CUSTOMERS. A PARTITION PASSES
      * OVER THE RECORDS AHEAD OF ITS RANGE UNREAD BY THE EDIT (THEY
      * BELONG TO AN EARLIER PARTITION) AND ENDS ITS PASS AT THE
      * FIRST CUSTOMER-ID ABOVE ITS RANGE
      *----------------------------------------------------------------
       2900-READ-CUSTOMER-MASTER.
           IF TEST-MODE-ACTIVE
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              IF NOT CUSTOMER-MASTER-EOF
                 AND PARTITION-RUN
                 IF NOT PARTITION-RANGE-ENTERED
                    IF CM-CUSTOMER-ID IS NOT NUMERIC
                       OR CM-CUSTOMER-ID < W-PARTITION-LOW-ID
                       GO TO 2900-READ-CUSTOMER-MASTER
                    END-IF
                    SET PARTITION-RANGE-ENTERED TO TRUE
                 END-IF
                 IF CM-CUSTOMER-ID IS NUMERIC
                    AND CM-CUSTOMER-ID > W-PARTITION-HIGH-ID
                    SET CUSTOMER-MASTER-EOF TO TRUE
                 END-IF
              END-IF
              IF NOT CUSTOMER-MASTER-EOF
                 ADD 1 TO W-MASTER-READ-COUNT
                 PERFORM 2910-EDIT-CUSTOMER-MASTER
              GO TO 2910-EDIT-CUSTOMER-MASTER-EXIT
           END-IF

           IF CM-CUSTOMER-STATUS NOT = SPACE AND 'A' AND 'D' AND 'S'
              AND 'C'
              SET MASTER-INVALID TO TRUE
              MOVE 'MSTS' TO W-MASTER-REJECT-REASON
              ADD 1 TO W-REJ-MSTS-COUNT
              MOVE 'CUSTOMER STATUS NOT A/D/S/C'
                                     TO W-EDT-DESCRIPTION
              GO TO 2910-EDIT-CUSTOMER-MASTER-EXIT
           END-IF

           IF CM-CONTACT-COUNT IS NOT NUMERIC
              SET MASTER-INVALID TO TRUE
              MOVE 'MCNT' TO W-MASTER-REJECT-REASON
      * 2940-READ-TRANSACTION-HISTORY - READ THE NEXT HISTORY RECORD,
      * SET EOF; A RECORD WHOSE CUSTOMER-ID IS LOWER THAN THE ONE
      * BEFORE IT BREAKS THE MATCH-MERGE SEQUENCE AND IS LISTED ON
      * PRINT-FILE, COUNTED AND BYPASSED. ONLY THE PARTITION WHOSE
      * RANGE HOLDS THE RECORD BEFORE IT LISTS SUCH A BREAK, SO A
      * PARTITIONED NIGHT REPORTS IT ONCE
      *----------------------------------------------------------------
       2940-READ-TRANSACTION-HISTORY.
           READ TRANSACTION-HISTORY
           END-IF

           IF TH-CUSTOMER-ID < W-PRIOR-TH-CUSTOMER-ID
              IF W-PRIOR-TH-CUSTOMER-ID < W-PARTITION-LOW-ID
                 OR W-PRIOR-TH-CUSTOMER-ID > W-PARTITION-HIGH-ID
                 GO TO 2940-READ-TRANSACTION-HISTORY
              END-IF
              ADD 1 TO W-SEQ-ERROR-COUNT
              MOVE 'OUT-OF-SEQ TRANSACTION' TO W-UNM-TAG
              MOVE TH-CUSTOMER-ID           TO W-UNM-CUSTOMER-ID
                  GIVING W-CURRENCY-DIVIDE
                  REMAINDER W-TEST-CYCLE
              MOVE W-TEST-CYCLE TO CM-BILLING-CYCLE
              MOVE 'A'    TO CM-CUSTOMER-STATUS
              MOVE SPACES TO CM-STATUS-DATE
              MOVE ZERO TO CM-CONTACT-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 7000-FLUSH-TRANSACTION-HISTORY - AFTER THE LAST CUSTOMER-MASTER
      * RECORD, ANY HISTORY STILL UNREAD CAN NEVER MATCH; BYPASS IT AS
      * ORPHANED AND CLOSE THE LISTING WITH THE UNMATCHED COUNTS. A
      * PARTITION ONLY BYPASSES THE HISTORY INSIDE ITS OWN RANGE AND
      * LEAVES THE COUNT LINES TO THE MERGE STEP
      *----------------------------------------------------------------
       7000-FLUSH-TRANSACTION-HISTORY.
           PERFORM 2078-BYPASS-ORPHAN-TRANSACTION
               THRU 2078-BYPASS-ORPHAN-TRANSACTION-EXIT
               UNTIL TRANSACTION-HISTORY-EOF
                  OR TH-CUSTOMER-ID > W-PARTITION-HIGH-ID.

           IF PARTITION-RUN
              GO TO 7000-FLUSH-TRANSACTION-HISTORY-EXIT
           END-IF.

           IF W-ORPHAN-TX-COUNT > ZERO
              MOVE 'ORPHAN TRANSACTIONS BYPASSED' TO W-UNC-TEXT
              MOVE W-REJ-MCYC-COUNT                  TO W-EDS-COUNT
              PERFORM 7150-WRITE-EDIT-SUMMARY-LINE
                  THRU 7150-WRITE-EDIT-SUMMARY-LINE-EXIT
           END-IF

           IF W-REJ-MSTS-COUNT > ZERO
              MOVE '  MSTS CUSTOMER STATUS INVALID'  TO W-EDS-TEXT
              MOVE W-REJ-MSTS-COUNT                  TO W-EDS-COUNT
              PERFORM 7150-WRITE-EDIT-SUMMARY-LINE
                  THRU 7150-WRITE-EDIT-SUMMARY-LINE-EXIT
           END-IF.

       7100-WRITE-EDIT-SUMMARY-EXIT.
                     DISPLAY 'MISSING EXCHANGE RATE FOR CURRENCY '
                             W-CT-CODE (W-M)
                     MOVE 12 TO RETURN-CODE
                     MOVE 12 TO W-STEP-REASON-CODE
                     MOVE 'MISSING EXCHANGE RATE FOR A CURRENCY'
                                                TO W-STEP-REASON
                     GO TO 9999-PROGRAM-EXIT
                  END-IF
                  COMPUTE W-CT-BASE-AMOUNT (W-M) ROUNDED =
              DISPLAY 'TRANSACTIONS IN UNSETTLED CURRENCY='
                      W-UNKNOWN-CCY-COUNT
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'TRANSACTIONS IN UNSETTLED CURRENCY'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF

                  THRU 7350-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           MOVE 'CUSTOMERS SELECTED - ACTIVE' TO W-STC-TEXT
           MOVE W-STATUS-ACTIVE-COUNT TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS SELECTED - DORMANT' TO W-STC-TEXT
           MOVE W-STATUS-DORMANT-COUNT TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS SELECTED - SUSPENDED' TO W-STC-TEXT
           MOVE W-STATUS-SUSPEND-COUNT TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS CLOSED (NOT EXTRACTED)' TO W-STC-TEXT
           MOVE W-STATUS-CLOSED-COUNT TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'PRINT LINES WRITTEN' TO W-STC-TEXT
           MOVE W-PRINT-LINES-WRITTEN TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
              MOVE W-RESUBMIT-REREJ-COUNT TO W-STC-COUNT
              PERFORM 7350-WRITE-STATS-COUNT-LINE
                  THRU 7350-WRITE-STATS-COUNT-LINE-EXIT
              MOVE '  RESUBMITS CLOSED (NOT EXTRACTED)' TO W-STC-TEXT
              MOVE W-RESUBMIT-CLOSED-COUNT TO W-STC-COUNT
              PERFORM 7350-WRITE-STATS-COUNT-LINE
                  THRU 7350-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           MOVE 'CSV RECORDS WRITTEN' TO W-STC-TEXT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'NOTIFICATIONS WITHHELD (SUSPENDED)' TO W-STC-TEXT
           MOVE W-NOTIFY-WITHHELD-COUNT TO W-STC-COUNT
           PERFORM 7350-WRITE-STATS-COUNT-LINE
               THRU 7350-WRITE-STATS-COUNT-LINE-EXIT

           IF RETURN-CODE = ZERO
              AND (W-REJECT-WRITE-COUNT > ZERO
                   OR W-MASTER-REJECT-COUNT > ZERO)
              MOVE 4 TO RETURN-CODE
              MOVE 4 TO W-STEP-REASON-CODE
              MOVE 'DATA OR MASTER-EDIT REJECTS WRITTEN'
                                                TO W-STEP-REASON
           END-IF.

       7300-WRITE-RUN-STATISTICS-EXIT.
       7360-WRITE-STATS-PARM-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7400-CHECK-PARTITION-TOTALS - A PARTITION WRITES NO CURRENCY OR
      * STATISTICS PAGE OF ITS OWN (THE MERGE STEP WRITES ONE OF EACH
      * FOR THE WHOLE NIGHT) BUT APPLIES THE SAME CONTROLS: EVERY
      * CURRENCY IN THE PARTITION MUST HAVE A RATE AND BE SETTLED, OR
      * THE PARTITION DOES NOT COMPLETE, AND REJECTED RECORDS GIVE
      * THE COMPLETED-WITH-REJECTS CONDITION CODE. ON A DELTA RUN THE
      * DELETED CUSTOMERS INSIDE THE RANGE ARE COUNTED HERE
      *----------------------------------------------------------------
       7400-CHECK-PARTITION-TOTALS.
           ACCEPT W-RUN-END-TIME FROM TIME

           IF DELTA-MODE
              PERFORM 2085-COUNT-DELETED-PRIOR
                  THRU 2085-COUNT-DELETED-PRIOR-EXIT
                  UNTIL PRIOR-MASTER-EOF
                     OR PM-CUSTOMER-ID > W-PARTITION-HIGH-ID
           END-IF

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CT-TX-COUNT (W-M) > ZERO
                  AND W-CT-RATE-FOUND-SW (W-M) NOT = 'Y'
                  DISPLAY 'MISSING EXCHANGE RATE FOR CURRENCY '
                          W-CT-CODE (W-M)
                  MOVE 12 TO RETURN-CODE
                  MOVE 12 TO W-STEP-REASON-CODE
                  MOVE 'MISSING EXCHANGE RATE FOR A CURRENCY'
                                                TO W-STEP-REASON
                  GO TO 9999-PROGRAM-EXIT
               END-IF
           END-PERFORM

           IF W-UNKNOWN-CCY-COUNT > ZERO
              DISPLAY 'TRANSACTIONS IN UNSETTLED CURRENCY='
                      W-UNKNOWN-CCY-COUNT
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'TRANSACTIONS IN UNSETTLED CURRENCY'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF RETURN-CODE = ZERO
              AND (W-REJECT-WRITE-COUNT > ZERO
                   OR W-MASTER-REJECT-COUNT > ZERO)
              MOVE 4 TO RETURN-CODE
              MOVE 4 TO W-STEP-REASON-CODE
              MOVE 'DATA OR MASTER-EDIT REJECTS WRITTEN'
                                                TO W-STEP-REASON
           END-IF.

       7400-CHECK-PARTITION-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-TRAILER - APPEND THE BATCH CONTROL TOTALS RECORD
      * SO DOWNSTREAM PDI JOBS CAN RECONCILE COUNT/AMOUNT BEFORE LOAD
           MOVE W-GRAND-TOTAL-AMOUNT TO TRAILER-TOTAL-AMOUNT
           MOVE W-RUN-MODE-SWITCH    TO TRAILER-RUN-MODE
           MOVE W-RUN-CYCLE          TO TRAILER-CYCLE
           MOVE W-RESUBMIT-ACCEPT-COUNT TO TRAILER-RESUBMIT-RECORDS

           WRITE TRAILER-RECORD
           IF OUTPUT-FILE-STATUS NOT = ZERO
       8100-WRITE-RUN-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-WRITE-PARTITION-CONTROL - HAND THE COMPLETED PARTITION'S
      * IDENTITY (NUMBER, CUSTOMER-ID RANGE, BUSINESS DATE, RUN
      * NUMBER, MODE AND CYCLE), ITS TRAILER TOTALS, THE COUNTS OF
      * THE STATISTICS PAGE AND THE PER-CURRENCY TOTALS AND RATES TO
      * THE TCOBWPMG MERGE STEP. THE RECORD IS ONLY WRITTEN ONCE THE
      * TRAILER IS ON OUTPUT-FILE, SO ITS PRESENCE FOR TONIGHT'S RUN
      * IS THE PROOF THAT THE PARTITION FINISHED
      *----------------------------------------------------------------
       8150-WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE.
           IF PARTITION-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-CONTROL-FILE='
                      PARTITION-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE SPACES                  TO PARTITION-CONTROL-RECORD
           MOVE W-PARTITION-NUMBER      TO PC-PARTITION-NUMBER
           MOVE W-PARTITION-LOW-ID      TO PC-LOW-ID
           MOVE W-PARTITION-HIGH-ID     TO PC-HIGH-ID
           MOVE W-BUSINESS-DATE         TO PC-BUSINESS-DATE
           MOVE W-RUN-NUMBER            TO PC-RUN-NUMBER
           MOVE W-RUN-MODE-SWITCH       TO PC-RUN-MODE
           MOVE W-RUN-CYCLE             TO PC-CYCLE
           MOVE W-RESTART-SWITCH        TO PC-RESTARTED
           MOVE W-RUN-START-TIME        TO PC-START-TIME
           MOVE W-RUN-END-TIME          TO PC-END-TIME
           MOVE W-RATE-DATE             TO PC-RATE-DATE
           MOVE RETURN-CODE             TO PC-RETURN-CODE
           MOVE W-CUSTOMER-COUNT        TO PC-CUSTOMER-COUNT
           MOVE W-MASTER-READ-COUNT     TO PC-MASTER-READ-COUNT
           MOVE W-MASTER-REJECT-COUNT   TO PC-MASTER-REJECT-COUNT
           MOVE W-CYCLE-SKIPPED-COUNT   TO PC-CYCLE-SKIPPED-COUNT
           MOVE W-STATUS-ACTIVE-COUNT   TO PC-STATUS-ACTIVE-COUNT
           MOVE W-STATUS-DORMANT-COUNT  TO PC-STATUS-DORMANT-COUNT
           MOVE W-STATUS-SUSPEND-COUNT  TO PC-STATUS-SUSPEND-COUNT
           MOVE W-STATUS-CLOSED-COUNT   TO PC-STATUS-CLOSED-COUNT
           MOVE W-PRINT-LINES-WRITTEN   TO PC-PRINT-LINES
           MOVE W-DATA-RECORDS-WRITTEN  TO PC-DATA-RECORDS
           MOVE W-CONT-CHUNKS-WRITTEN   TO PC-CONT-CHUNKS
           MOVE W-REJECT-WRITE-COUNT    TO PC-REJECT-COUNT
           MOVE W-REJ-RDAY-COUNT        TO PC-REJ-RDAY-COUNT
           MOVE W-REJ-RMTH-COUNT        TO PC-REJ-RMTH-COUNT
           MOVE W-REJ-RYR-COUNT         TO PC-REJ-RYR-COUNT
           MOVE W-RESUBMIT-READ-COUNT   TO PC-RESUBMIT-READ-COUNT
           MOVE W-RESUBMIT-ACCEPT-COUNT TO PC-RESUBMIT-ACCEPT-COUNT
           MOVE W-RESUBMIT-REREJ-COUNT  TO PC-RESUBMIT-REREJ-COUNT
           MOVE W-RESUBMIT-CLOSED-COUNT TO PC-RESUBMIT-CLOSED-COUNT
           MOVE W-CSV-LINES-WRITTEN     TO PC-CSV-LINES
           MOVE W-ENOTIF-WRITE-COUNT    TO PC-ENOTIF-COUNT
           MOVE W-PAPER-WRITE-COUNT     TO PC-PAPER-COUNT
           MOVE W-NOTIFY-WITHHELD-COUNT TO PC-WITHHELD-COUNT
           MOVE W-ORPHAN-TX-COUNT       TO PC-ORPHAN-TX-COUNT
           MOVE W-SEQ-ERROR-COUNT       TO PC-SEQ-ERROR-COUNT
           MOVE W-DELTA-NEW-COUNT       TO PC-DELTA-NEW-COUNT
           MOVE W-DELTA-CHANGED-COUNT   TO PC-DELTA-CHANGED-COUNT
           MOVE W-DELTA-UNCHANGED-COUNT TO PC-DELTA-UNCHANGED-COUNT
           MOVE W-DELTA-DELETED-COUNT   TO PC-DELTA-DELETED-COUNT
           MOVE W-GRAND-TOTAL-AMOUNT    TO PC-TOTAL-AMOUNT
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE W-CT-CODE (W-M)     TO PC-CCY-CODE (W-M)
               MOVE W-CT-RATE (W-M)     TO PC-CCY-RATE (W-M)
               MOVE W-CT-TX-COUNT (W-M) TO PC-CCY-TX-COUNT (W-M)
               MOVE W-CT-AMOUNT (W-M)   TO PC-CCY-AMOUNT (W-M)
           END-PERFORM

           WRITE PARTITION-CONTROL-RECORD
           IF PARTITION-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PARTITION-CONTROL-FILE='
                      PARTITION-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           CLOSE PARTITION-CONTROL-FILE.

       8150-WRITE-PARTITION-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-WRITE-CHECKPOINT - ON AN OUTPUT-FILE OPEN/WRITE ABEND,
      * RECORD THE LAST CUSTOMER-ID WRITTEN SO THE RUN CAN BE RESTARTED
               MOVE W-CT-AMOUNT (W-M)
                          TO CHECKPOINT-CCY-AMOUNT (W-M)
           END-PERFORM
           MOVE W-RESUBMIT-ACCEPT-COUNT TO CHECKPOINT-RESUBMIT-RECORDS
           WRITE CHECKPOINT-RECORD.
           DISPLAY 'CHECKPOINT WRITTEN, LAST GOOD CUSTOMER-ID='
                   W-LAST-GOOD-CUSTOMER-ID.
       8900-WRITE-CHECKPOINT-EXIT.
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
           MOVE 'TCOBWVB'               TO SS-STEP-NAME
           MOVE W-PARTITION-NUMBER      TO SS-PARTITION-NUMBER
           MOVE W-BUSINESS-DATE         TO SS-BUSINESS-DATE
           MOVE W-RUN-NUMBER            TO SS-RUN-NUMBER
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
           MOVE 'CUSTOMERS'             TO SS-COUNT-LABEL (1)
           MOVE W-CUSTOMER-COUNT        TO SS-COUNT (1)
           MOVE 'RECORDS OUT'           TO SS-COUNT-LABEL (2)
           MOVE W-DATA-RECORDS-WRITTEN  TO SS-COUNT (2)
           MOVE 'DATA REJECTS'          TO SS-COUNT-LABEL (3)
           MOVE W-REJECT-WRITE-COUNT    TO SS-COUNT (3)
           MOVE 'MASTER REJ'            TO SS-COUNT-LABEL (4)
           MOVE W-MASTER-REJECT-COUNT   TO SS-COUNT (4)
           MOVE 'TOTAL AMOUNT'          TO SS-AMOUNT-LABEL (1)
           MOVE W-GRAND-TOTAL-AMOUNT    TO SS-AMOUNT (1)
           MOVE 'BASE AMOUNT'           TO SS-AMOUNT-LABEL (2)
           MOVE W-TOTAL-BASE-AMOUNT     TO SS-AMOUNT (2)

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

           IF OUTPUT-FILE-STATUS NOT = ZERO
              OR PRINT-FILE-STATUS NOT = ZERO
