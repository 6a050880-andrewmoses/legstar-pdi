      * MISSING HEADER OR TRAILER, A COUNT OR HASH THAT DOES NOT
      * MATCH, OR A TRAILER DATE DISAGREEING WITH THE HEADER ENDS THE
      * RUN RC 8 SO THE SCHEDULER CAN HOLD THE EXTRACT.
      * AN ACCEPTED DETAIL STILL ARRIVING UNDER A CUSTOMER-ID RETIRED
      * BY A TCOBWMRG MERGE IS REDIRECTED TO THE SURVIVING ID FROM THE
      * MERGE CROSS-REFERENCE FILE, AND TRANSACTION-HISTORY IS THEN
      * PUT BACK INTO CUSTOMER-ID SEQUENCE.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      *                  AND CONVERTED, SO EVERY DOWNSTREAM PROGRAM
      *                  SEES ONE DATE FORMAT THAT ORDERS AND AGES
      *                  CORRECTLY ACROSS THE CENTURY BOUNDARY.
      * 2026-10-15 AM    ACCEPTED DETAIL FOR A CUSTOMER-ID RETIRED BY
      *                  A MERGE IS REDIRECTED TO THE SURVIVING ID
      *                  USING THE OPTIONAL XREFIN CROSS-REFERENCE
      *                  FILE WRITTEN BY TCOBWMRG; WHEN ANY DETAIL IS
      *                  REDIRECTED TRANSACTION-HISTORY IS SORTED BACK
      *                  INTO CUSTOMER-ID SEQUENCE. THE TRAILER IS
      *                  STILL PROVED AGAINST THE FEED AS RECEIVED.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: FEED BUSINESS DATE, THE RUN
      *                  THE FEED IS FOR (RUN-CONTROL + 1, READ FROM
      *                  THE OPTIONAL RUNCTL), CONDITION CODE, FEED
      *                  COUNTS, HASH TOTALS AND THE REASON FOR ANY
      *                  NONZERO CODE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACCEPT-REPORT-STATUS.

           SELECT XREF-FILE
           ASSIGN TO XREFIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XREF-FILE-STATUS.

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

           SELECT SORT-WORK-FILE
           ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FEED
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCEPT-REPORT-RECORD       PIC X(80).

       FD  XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-RECORD.
           05 XR-RETIRED-ID           PIC X(6).
           05 XR-SURVIVING-ID         PIC X(6).
           05 XR-BUSINESS-DATE        PIC X(8).
           05 XR-RUN-NUMBER           PIC 9(4).
           05 XR-MAKER-ID             PIC X(8).
           05 XR-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(40).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-CUSTOMER-ID          PIC 9(6).
           05 FILLER                  PIC X(35).

       WORKING-STORAGE SECTION.
       01  TRANSACTION-FEED-STATUS    PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  FEED-REJECT-STATUS         PIC 9(2).
       01  ACCEPT-REPORT-STATUS       PIC 9(2).
       01  XREF-FILE-STATUS           PIC 9(2) VALUE ZERO.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-FEED-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 FEED-EOF                   VALUE 'Y'.
           05 W-IN-BALANCE-SWITCH     PIC X(1) VALUE 'Y'.
              88 FEED-IN-BALANCE            VALUE 'Y'.
              88 FEED-OUT-OF-BALANCE        VALUE 'N'.
           05 W-XREF-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 XREF-EOF                   VALUE 'Y'.
       01  W-FEED-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  W-HEADER-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01  W-NORM-DATE.
           05 W-REJ-FCCY-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-FDTE-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-DETAIL-REDIRECT-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
       01  MAX-XREF-ENTRIES           PIC 9(4) COMP VALUE 5000.
       01  W-XREF-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  W-XREF-TABLE.
           05 W-XREF-ENTRY OCCURS 1 TO 5000 TIMES
              DEPENDING ON W-XREF-COUNT
              ASCENDING KEY IS W-XT-RETIRED-ID
              INDEXED BY W-XT-INDEX.
              10 W-XT-RETIRED-ID      PIC X(6).
              10 W-XT-SURVIVING-ID    PIC X(6).
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(32)
              VALUE 'TRANSACTION FEED ACCEPTANCE     '.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-CONTROL
               THRU 1200-READ-RUN-CONTROL-EXIT
           PERFORM 2000-PROCESS-FEED-RECORD
               THRU 2000-PROCESS-FEED-RECORD-EXIT
               UNTIL FEED-EOF
           PERFORM 5000-VERIFY-CONTROL-TOTALS
               THRU 5000-VERIFY-CONTROL-TOTALS-EXIT
           PERFORM 6000-RESEQUENCE-HISTORY
               THRU 6000-RESEQUENCE-HISTORY-EXIT
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 1100-LOAD-XREF
               THRU 1100-LOAD-XREF-EXIT

           MOVE W-HEADING-LINE TO ACCEPT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-XREF - LOAD THE MERGE CROSS-REFERENCE (RETIRED ID TO
      * SURVIVING ID) INTO THE LOOK-UP TABLE. THE FILE IS OPTIONAL;
      * ONE OUT OF RETIRED-ID SEQUENCE OR TOO LARGE FOR THE TABLE
      * STOPS THE RUN RC 12 RATHER THAN LEAVE FEED RECORDS ORPHANED
      *----------------------------------------------------------------
       1100-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS = 35
              DISPLAY 'NO MERGE CROSS-REFERENCE FILE PRESENT'
              MOVE ZERO TO XREF-FILE-STATUS
              GO TO 1100-LOAD-XREF-EXIT
           END-IF
           IF XREF-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING XREF-FILE='
                      XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 1150-READ-XREF
               THRU 1150-READ-XREF-EXIT
           PERFORM UNTIL XREF-EOF
               IF W-XREF-COUNT NOT < MAX-XREF-ENTRIES
                  DISPLAY 'MERGE CROSS-REFERENCE TABLE FULL AT '
                          MAX-XREF-ENTRIES ' ENTRIES'
                  MOVE 12 TO RETURN-CODE
                  MOVE 12 TO W-STEP-REASON-CODE
                  MOVE 'MERGE CROSS-REFERENCE TABLE FULL'
                                                TO W-STEP-REASON
                  GO TO 9999-PROGRAM-EXIT
               END-IF
               IF W-XREF-COUNT > ZERO
                  AND XR-RETIRED-ID NOT > W-XT-RETIRED-ID (W-XREF-COUNT)
                  DISPLAY 'MERGE CROSS-REFERENCE OUT OF SEQUENCE AT '
                          XR-RETIRED-ID
                  MOVE 12 TO RETURN-CODE
                  MOVE 12 TO W-STEP-REASON-CODE
                  MOVE 'MERGE CROSS-REFERENCE OUT OF SEQUENCE'
                                                TO W-STEP-REASON
                  GO TO 9999-PROGRAM-EXIT
               END-IF
               ADD 1 TO W-XREF-COUNT
               MOVE XR-RETIRED-ID   TO W-XT-RETIRED-ID (W-XREF-COUNT)
               MOVE XR-SURVIVING-ID TO W-XT-SURVIVING-ID (W-XREF-COUNT)
               PERFORM 1150-READ-XREF
                   THRU 1150-READ-XREF-EXIT
           END-PERFORM
           CLOSE XREF-FILE.

       1100-LOAD-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-READ-XREF - READ THE NEXT CROSS-REFERENCE, SET EOF
      *----------------------------------------------------------------
       1150-READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-EOF TO TRUE
           END-READ
           IF NOT XREF-EOF
              AND XREF-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING XREF-FILE='
                      XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       1150-READ-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-READ-RUN-CONTROL - ESTABLISH THE RUN THIS FEED IS FOR,
      * FOR THE STEP-STATUS RECORD ONLY. ACCEPTANCE RUNS AHEAD OF
      * TCOBWVB, SO THE FEED BELONGS TO RUN-CONTROL + 1 UNLESS THE
      * EXTRACT HAS ALREADY TAKEN A RUN FOR THIS BUSINESS DATE. THE
      * FILE IS OPTIONAL; WITHOUT IT THE RUN IS REPORTED AS ZERO
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
                   MOVE RC-RUN-NUMBER TO W-STEP-RUN-NUMBER
                   IF RC-BUSINESS-DATE NOT = W-HEADER-BUSINESS-DATE
                      ADD 1 TO W-STEP-RUN-NUMBER
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       1200-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-FEED-RECORD - CLASSIFY THE CURRENT FEED RECORD:
      * CAPTURE THE TRAILER TOTALS, FLAG A STRAY HEADER, OR EDIT THE
              ADD 1 TO W-DETAIL-ACCEPT-COUNT
              MOVE FEED-DETAIL-RECORD TO TRANSACTION-HISTORY-RECORD
              MOVE W-NORM-DATE        TO TH-TRANSACTION-DATE
              PERFORM 2300-REDIRECT-RETIRED-ID
                  THRU 2300-REDIRECT-RETIRED-ID-EXIT
              WRITE TRANSACTION-HISTORY-RECORD
              IF TRANSACTION-HISTORY-STATUS NOT = ZERO
                 DISPLAY 'ERROR WRITING TO TRANSACTION-HISTORY='
       2200-WRITE-FEED-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-REDIRECT-RETIRED-ID - WHEN THE ACCEPTED DETAIL CARRIES A
      * CUSTOMER-ID RETIRED BY A MERGE, RE-KEY IT TO THE SURVIVOR
      *----------------------------------------------------------------
       2300-REDIRECT-RETIRED-ID.
           IF W-XREF-COUNT = ZERO
              GO TO 2300-REDIRECT-RETIRED-ID-EXIT
           END-IF
           SEARCH ALL W-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN W-XT-RETIRED-ID (W-XT-INDEX) = TF-CUSTOMER-ID
                   MOVE W-XT-SURVIVING-ID (W-XT-INDEX)
                                       TO TH-CUSTOMER-ID
                   ADD 1 TO W-DETAIL-REDIRECT-COUNT
           END-SEARCH.

       2300-REDIRECT-RETIRED-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-FEED - READ THE NEXT FEED RECORD, SET EOF
      *----------------------------------------------------------------
       5000-VERIFY-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-RESEQUENCE-HISTORY - A REDIRECTED DETAIL IS OUT OF PLACE
      * IN THE CUSTOMER-ID ORDER THE FEED ARRIVED IN; SORT THE
      * ACCEPTED HISTORY BACK INTO SEQUENCE, KEEPING THE ARRIVAL
      * ORDER OF RECORDS WITHIN A CUSTOMER
      *----------------------------------------------------------------
       6000-RESEQUENCE-HISTORY.
           IF W-DETAIL-REDIRECT-COUNT = ZERO
              GO TO 6000-RESEQUENCE-HISTORY-EXIT
           END-IF
           CLOSE TRANSACTION-HISTORY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               USING TRANSACTION-HISTORY
               GIVING TRANSACTION-HISTORY
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'TRANSACTION-HISTORY RESEQUENCE FAILED, '
                      'SORT-RETURN=' SORT-RETURN
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       6000-RESEQUENCE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE ACCEPTANCE
      * CONTROL COUNTS AND THE VERDICT, AND SET THE CONDITION CODE:
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE '  REDIRECTED FROM RETIRED ID'  TO W-SUM-TEXT
           MOVE W-DETAIL-REDIRECT-COUNT         TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'FEED DETAIL RECORDS REJECTED'  TO W-SUM-TEXT
           MOVE W-DETAIL-REJECT-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
              MOVE 'RESULT: FEED OUT OF BALANCE - HOLD EXTRACT'
                                                TO W-STA-TEXT
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO W-STEP-REASON-CODE
              MOVE 'FEED OUT OF BALANCE - HOLD EXTRACT'
                                                TO W-STEP-REASON
           ELSE
              IF W-DETAIL-REJECT-COUNT > ZERO
                 MOVE 'RESULT: FEED ACCEPTED WITH REJECTS'
                                                TO W-STA-TEXT
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO W-STEP-REASON-CODE
                 MOVE 'FEED ACCEPTED WITH REJECTS ON FEEDREJ'
                                                TO W-STEP-REASON
              ELSE
                 MOVE 'RESULT: FEED ACCEPTED' TO W-STA-TEXT
              END-IF
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
           MOVE 'TCOBWACC'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE W-HEADER-BUSINESS-DATE  TO SS-BUSINESS-DATE
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
           MOVE 'FEED READ'             TO SS-COUNT-LABEL (1)
           MOVE W-DETAIL-READ-COUNT     TO SS-COUNT (1)
           MOVE 'ACCEPTED'              TO SS-COUNT-LABEL (2)
           MOVE W-DETAIL-ACCEPT-COUNT   TO SS-COUNT (2)
           MOVE 'REJECTED'              TO SS-COUNT-LABEL (3)
           MOVE W-DETAIL-REJECT-COUNT   TO SS-COUNT (3)
           MOVE 'REDIRECTED'            TO SS-COUNT-LABEL (4)
           MOVE W-DETAIL-REDIRECT-COUNT TO SS-COUNT (4)
           MOVE 'FEED HASH'             TO SS-AMOUNT-LABEL (1)
           MOVE W-HASH-TOTAL            TO SS-AMOUNT (1)
           MOVE 'TRAILER HASH'          TO SS-AMOUNT-LABEL (2)
           MOVE W-TRL-HASH-TOTAL        TO SS-AMOUNT (2)

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

           CLOSE TRANSACTION-FEED.
           CLOSE TRANSACTION-HISTORY.
           CLOSE FEED-REJECT-FILE.
           CLOSE ACCEPT-REPORT.
           CLOSE XREF-FILE.

           GOBACK.

