       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWKLD.
      * ----------------------------------------------------------------
      * KEYED CUSTOMER-MASTER REFRESH
      * ----------------------------------------------------------------
      * RUN AS THE STEP AFTER EVERY TCOBWMNT UPDATE. RELOADS THE
      * KEYED COPY OF CUSTOMER-MASTER (INDEXED BY CM-CUSTOMER-ID)
      * FROM THE SEQUENTIAL MASTER TCOBWMNT HAS JUST WRITTEN, SO THE
      * TCOBWINQ CUSTOMER INQUIRY ALWAYS READS THE MASTER AS IT NOW
      * STANDS. THE KEYED FILE IS OPENED OUTPUT AND REBUILT IN FULL
      * EACH TIME - DELETED CUSTOMERS DROP OUT WITHOUT ANY DELETE
      * LOGIC. A MASTER RECORD WITH A NON-NUMERIC CUSTOMER-ID, OR ONE
      * OUT OF CUSTOMER-ID SEQUENCE OR DUPLICATED, IS LISTED AND LEFT
      * OFF THE KEYED COPY AND THE RUN ENDS RC 4; THE REFRESH REPORT
      * PROVES RECORDS READ AGAINST RECORDS LOADED PLUS SKIPPED.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER; THE KEYED COPY
      *                  CARRIES THEM.
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

           SELECT KEYED-MASTER
           ASSIGN TO CUSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KM-CUSTOMER-ID
           FILE STATUS IS KEYED-MASTER-STATUS.

           SELECT REFRESH-REPORT
           ASSIGN TO KLDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REFRESH-REPORT-STATUS.

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
       01  CUSTOMER-MASTER-IMAGE.
           05 CM-IMAGE-CUSTOMER-ID    PIC X(6).
           05 FILLER                  PIC X(268).

       FD  KEYED-MASTER
           RECORD CONTAINS 274 CHARACTERS.
       01  KEYED-MASTER-RECORD.
           05 KM-CUSTOMER-ID          PIC 9(6).
           05 KM-MASTER-DATA          PIC X(268).

       FD  REFRESH-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REFRESH-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  KEYED-MASTER-STATUS        PIC 9(2).
       01  REFRESH-REPORT-STATUS      PIC 9(2).
       01  W-SWITCHES.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
       01  W-PRIOR-CUSTOMER-ID        PIC X(6) VALUE LOW-VALUES.
       01  W-SKIP-REASON-TEXT         PIC X(34) VALUE SPACES.
       01  W-REFRESH-COUNTS.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-KEYED-LOAD-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SKIPPED-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ACCOUNTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(36)
              VALUE 'KEYED CUSTOMER-MASTER REFRESH       '.
           05 FILLER                  PIC X(44) VALUE SPACES.
       01  W-SKIP-LINE.
           05 W-SKP-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-SKP-REASON            PIC X(34).
           05 FILLER                  PIC X(38) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(52).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-ONE-MASTER
               THRU 2000-LOAD-ONE-MASTER-EXIT
               UNTIL MASTER-EOF
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADING AND
      * PRIME THE MASTER READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT KEYED-MASTER.
           IF KEYED-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING KEYED-MASTER='
                      KEYED-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REFRESH-REPORT.
           IF REFRESH-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REFRESH-REPORT='
                      REFRESH-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-MASTER - WRITE THE CURRENT MASTER RECORD TO THE
      * KEYED COPY UNDER ITS CUSTOMER-ID, OR LIST IT AND PASS IT OVER
      * WHEN IT CANNOT BE KEYED
      *----------------------------------------------------------------
       2000-LOAD-ONE-MASTER.
           IF CM-IMAGE-CUSTOMER-ID IS NOT NUMERIC
              MOVE 'CUSTOMER-ID NOT NUMERIC, SKIPPED'
                                  TO W-SKIP-REASON-TEXT
              PERFORM 8300-WRITE-SKIP-LINE
                  THRU 8300-WRITE-SKIP-LINE-EXIT
              GO TO 2000-LOAD-ONE-MASTER-READ
           END-IF

           IF CM-IMAGE-CUSTOMER-ID NOT > W-PRIOR-CUSTOMER-ID
              MOVE 'OUT OF SEQUENCE OR DUPLICATE'
                                  TO W-SKIP-REASON-TEXT
              PERFORM 8300-WRITE-SKIP-LINE
                  THRU 8300-WRITE-SKIP-LINE-EXIT
              GO TO 2000-LOAD-ONE-MASTER-READ
           END-IF
           MOVE CM-IMAGE-CUSTOMER-ID TO W-PRIOR-CUSTOMER-ID

           MOVE CUSTOMER-MASTER-IMAGE TO KEYED-MASTER-RECORD
           WRITE KEYED-MASTER-RECORD
           IF KEYED-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO KEYED-MASTER='
                      KEYED-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-KEYED-LOAD-COUNT.

       2000-LOAD-ONE-MASTER-READ.
           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.

       2000-LOAD-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-MASTER - READ THE NEXT MASTER RECORD, SET EOF
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
           IF NOT MASTER-EOF
              ADD 1 TO W-MASTER-READ-COUNT
           END-IF.

       2900-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE REFRESH
      * CONTROL COUNTS; READ MUST EQUAL LOADED PLUS SKIPPED
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'MASTER RECORDS READ'         TO W-SUM-TEXT
           MOVE W-MASTER-READ-COUNT           TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'KEYED RECORDS LOADED'        TO W-SUM-TEXT
           MOVE W-KEYED-LOAD-COUNT            TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'MASTER RECORDS SKIPPED'      TO W-SUM-TEXT
           MOVE W-SKIPPED-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE W-BLANK-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           COMPUTE W-ACCOUNTED-COUNT =
                   W-KEYED-LOAD-COUNT + W-SKIPPED-COUNT
           EVALUATE TRUE
               WHEN W-ACCOUNTED-COUNT NOT = W-MASTER-READ-COUNT
                    MOVE 'RESULT: REFRESH COUNTS DO NOT FOOT'
                                               TO W-STA-TEXT
                    MOVE 8 TO RETURN-CODE
               WHEN W-SKIPPED-COUNT > ZERO
                    MOVE 'RESULT: KEYED COPY LOADED, RECORDS SKIPPED'
                                               TO W-STA-TEXT
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 'RESULT: KEYED COPY LOADED'
                                               TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * REFRESH-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE REFRESH-REPORT-RECORD
           IF REFRESH-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REFRESH-REPORT='
                      REFRESH-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-SKIP-LINE - LIST A MASTER RECORD LEFT OFF THE
      * KEYED COPY WITH THE REASON SET BY THE CALLER
      *----------------------------------------------------------------
       8300-WRITE-SKIP-LINE.
           ADD 1 TO W-SKIPPED-COUNT
           MOVE CM-IMAGE-CUSTOMER-ID TO W-SKP-CUSTOMER-ID
           MOVE W-SKIP-REASON-TEXT   TO W-SKP-REASON
           MOVE W-SKIP-LINE TO REFRESH-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8300-WRITE-SKIP-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE KEYED-MASTER.
           CLOSE REFRESH-REPORT.

           GOBACK.

       END PROGRAM TCOBWKLD.
