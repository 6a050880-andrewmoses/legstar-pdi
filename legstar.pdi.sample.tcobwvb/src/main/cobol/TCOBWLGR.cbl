      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-09-02 AM    INITIAL VERSION.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE RUN SUMMARY'S BUSINESS
      *                  DATE, RUN NUMBER, CUSTOMER COUNT AND TOTAL
      *                  AMOUNT, THE LEDGER AND COMPARABLE-RUN COUNTS,
      *                  CONDITION CODE AND THE REASON FOR ANY
      *                  NONZERO CODE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TREND-REPORT-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TREND-REPORT-RECORD        PIC X(80).

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
       01  W-M                        PIC 9(4) COMP.
       01  RUN-SUMMARY-STATUS         PIC 9(2).
       01  LEDGER-IN-STATUS           PIC 9(2).
       01  LEDGER-OUT-STATUS          PIC 9(2).
       01  TREND-REPORT-STATUS        PIC 9(2).
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-CUSTOMER-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STEP-TOTAL-AMOUNT     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-LEDGER-IN-EOF-SWITCH  PIC X(1) VALUE 'N'.
              88 LEDGER-IN-EOF              VALUE 'Y'.
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE RS-BUSINESS-DATE  TO W-STEP-BUSINESS-DATE
           MOVE RS-RUN-NUMBER     TO W-STEP-RUN-NUMBER
           MOVE RS-CUSTOMER-COUNT TO W-STEP-CUSTOMER-COUNT
           MOVE RS-TOTAL-AMOUNT   TO W-STEP-TOTAL-AMOUNT.

           OPEN INPUT LEDGER-IN.
           IF LEDGER-IN-STATUS = 35
                                        TO W-STA-TEXT
              MOVE 'DOWNSTREAM LOAD' TO W-STA-TEXT (47:)
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO W-STEP-REASON-CODE
              MOVE 'SWING OUTSIDE SEVERE TOLERANCE - HOLD LOAD'
                                        TO W-STEP-REASON
           ELSE
              IF WARN-SWING
                 MOVE 'RESULT: SWING OUTSIDE WARN TOLERANCE - REVIEW'
                                        TO W-STA-TEXT
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'SWING OUTSIDE WARN TOLERANCE - REVIEW'
                                        TO W-STEP-REASON
              ELSE
                 MOVE 'RESULT: RUN WITHIN TOLERANCES OF RECENT '
                                        TO W-STA-TEXT
       8100-WRITE-REPORT-LINE-EXIT.
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
           MOVE 'TCOBWLGR'              TO SS-STEP-NAME
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
           MOVE 'CUSTOMERS'             TO SS-COUNT-LABEL (1)
           MOVE W-STEP-CUSTOMER-COUNT   TO SS-COUNT (1)
           MOVE 'LEDGER ROWS'           TO SS-COUNT-LABEL (2)
           MOVE W-LEDGER-ROW-COUNT      TO SS-COUNT (2)
           MOVE 'RECENT RUNS'           TO SS-COUNT-LABEL (3)
           MOVE W-RECENT-COUNT          TO SS-COUNT (3)
           MOVE ZERO                    TO SS-COUNT (4)
           MOVE 'TOTAL AMOUNT'          TO SS-AMOUNT-LABEL (1)
           MOVE W-STEP-TOTAL-AMOUNT     TO SS-AMOUNT (1)
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

           CLOSE RUN-SUMMARY-FILE.
           CLOSE LEDGER-IN.
           CLOSE LEDGER-OUT.
