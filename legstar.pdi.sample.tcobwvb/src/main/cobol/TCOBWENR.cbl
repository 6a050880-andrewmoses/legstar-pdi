      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-09-02 AM    INITIAL VERSION.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE RUN THE STEP FEEDS
      *                  (RUN-CONTROL + 1, READ FROM THE OPTIONAL
      *                  RUNCTL; THERE IS NO BUSINESS DATE), CONDITION
      *                  CODE, RETURN COUNTS AND THE REASON FOR ANY
      *                  NONZERO CODE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOUNCE-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BOUNCE-REPORT-RECORD       PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
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
       01  STATUS-RETURN-STATUS       PIC 9(2).
       01  MAINT-TRAN-OUT-STATUS      PIC 9(2).
       01  APPROVAL-OUT-STATUS        PIC 9(2).
       01  BOUNCE-REPORT-STATUS       PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-RETURN-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 RETURN-EOF                 VALUE 'Y'.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-CONTROL
               THRU 1200-READ-RUN-CONTROL-EXIT
           PERFORM 2000-PROCESS-RETURN
               THRU 2000-PROCESS-RETURN-EXIT
               UNTIL RETURN-EOF
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-READ-RUN-CONTROL - ESTABLISH THE RUN THIS STEP FEEDS, FOR
      * THE STEP-STATUS RECORD ONLY. THE STEP RUNS AHEAD OF TCOBWVB,
      * SO IT BELONGS TO RUN-CONTROL + 1. THE FILE IS OPTIONAL;
      * WITHOUT IT THE RUN IS REPORTED AS ZERO
      *----------------------------------------------------------------
       1200-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = 35
              DISPLAY 'NO RUN-CONTROL FILE PRESENT, RUN NOT KNOWN'
              MOVE ZERO TO RUN-CONTROL-STATUS
              GO TO 1200-READ-RUN-CONTROL-EXIT
           END-IF
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN-CONTROL FILE EMPTY, RUN NOT KNOWN'
               NOT AT END
                   COMPUTE W-STEP-RUN-NUMBER = RC-RUN-NUMBER + 1
           END-READ
           CLOSE RUN-CONTROL-FILE.

       1200-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-RETURN - CLASSIFY ONE STATUS RETURN RECORD,
      * ACCUMULATE THE PER-CUSTOMER COUNTS AND GENERATE THE CONTACT

           IF W-SKIPPED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
              MOVE 4 TO W-STEP-REASON-CODE
              MOVE 'RETURNS SKIPPED - OUT OF SEQUENCE OR UNKNOWN'
                                                TO W-STEP-REASON
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
       8200-WRITE-SUMMARY-LINE-EXIT.
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
           MOVE 'TCOBWENR'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE SPACES                  TO SS-BUSINESS-DATE
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
           MOVE 'RETURNS READ'          TO SS-COUNT-LABEL (1)
           MOVE W-RETURN-READ-COUNT     TO SS-COUNT (1)
           MOVE 'BOUNCED'               TO SS-COUNT-LABEL (2)
           MOVE W-BOUNCED-COUNT         TO SS-COUNT (2)
           MOVE 'INVALID'               TO SS-COUNT-LABEL (3)
           MOVE W-INVALID-COUNT         TO SS-COUNT (3)
           MOVE 'SKIPPED'               TO SS-COUNT-LABEL (4)
           MOVE W-SKIPPED-COUNT         TO SS-COUNT (4)
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

           CLOSE STATUS-RETURN-FILE.
           CLOSE MAINT-TRAN-OUT.
           CLOSE APPROVAL-OUT.
