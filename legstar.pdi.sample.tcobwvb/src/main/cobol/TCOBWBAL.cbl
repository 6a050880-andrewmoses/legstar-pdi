      *                  THE NIGHTLY RUN NUMBER, SO A DAYTIME
      *                  RE-EXTRACT NO LONGER INVALIDATES THE
      *                  NIGHTLY FILES OR VICE VERSA.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE EXTRACT HEADER'S BUSINESS
      *                  DATE AND RUN NUMBER, CONDITION CODE, THE
      *                  RECOUNTED CUSTOMERS, RECORDS, PRINT AND CSV
      *                  LINES, THE RECOUNTED AND TRAILER AMOUNTS AND
      *                  THE REASON FOR ANY NONZERO CODE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

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
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  CSV-FILE-STATUS            PIC 9(2).
       01  BALANCE-REPORT-STATUS      PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-EXTRACT-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 EXTRACT-EOF                VALUE 'Y'.
              MOVE 'RESULT: WRONG OR STALE RUN - HOLD LOAD'
                                                TO W-STA-TEXT
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'WRONG OR STALE RUN - HOLD LOAD'
                                                TO W-STEP-REASON
           ELSE
              IF RUN-IN-BALANCE
                 MOVE 'RESULT: EXTRACT IN BALANCE' TO W-STA-TEXT
                 MOVE 'RESULT: EXTRACT OUT OF BALANCE - HOLD LOAD'
                                                   TO W-STA-TEXT
                 MOVE 8 TO RETURN-CODE
                 MOVE 8 TO W-STEP-REASON-CODE
                 MOVE 'EXTRACT OUT OF BALANCE - HOLD LOAD'
                                                   TO W-STEP-REASON
              END-IF
           END-IF
           MOVE W-STATUS-LINE TO BALANCE-REPORT-RECORD
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
           MOVE 'TCOBWBAL'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE W-HDR-BUSINESS-DATE     TO SS-BUSINESS-DATE
           MOVE W-HDR-RUN-NUMBER        TO SS-RUN-NUMBER
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
           MOVE 'RECORDS'               TO SS-COUNT-LABEL (2)
           MOVE W-DATA-RECORD-COUNT     TO SS-COUNT (2)
           MOVE 'PRINT LINES'           TO SS-COUNT-LABEL (3)
           MOVE W-PRINT-DETAIL-COUNT    TO SS-COUNT (3)
           MOVE 'CSV RECORDS'           TO SS-COUNT-LABEL (4)
           MOVE W-CSV-RECORD-COUNT      TO SS-COUNT (4)
           MOVE 'TOTAL AMOUNT'          TO SS-AMOUNT-LABEL (1)
           MOVE W-TOTAL-AMOUNT          TO SS-AMOUNT (1)
           MOVE 'TRAILER AMT'           TO SS-AMOUNT-LABEL (2)
           MOVE W-TRAILER-TOTAL-AMOUNT  TO SS-AMOUNT (2)

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
           CLOSE PRINT-FILE.
           CLOSE CSV-FILE.
