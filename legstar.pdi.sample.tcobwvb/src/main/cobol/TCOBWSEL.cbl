      *                  QUERY REACHING BEYOND THE RETENTION
      *                  BOUNDARY. THE ARCHIVE TRAILER ENDS THE
      *                  ARCHIVE DETAIL.
      * 2026-10-15 AM    TRACK THE RESUBMIT RECORD COUNT ADDED TO THE
      *                  EXTRACT TRAILER; A SELECTIVE RE-EXTRACT
      *                  CARRIES NO RESUBMITS AND WRITES ZERO.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS/CM-STATUS-DATE ADDED
      *                  TO CUSTOMER-MASTER; A REQUEST FOR A CLOSED
      *                  ('C') CUSTOMER IS LISTED AND SKIPPED, AS THE
      *                  NIGHTLY EXTRACT NO LONGER CARRIES IT.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.

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
           05 TRAILER-TOTAL-AMOUNT       PIC S9(15)V99 COMP-3.
           05 TRAILER-RUN-MODE           PIC X(1).
           05 TRAILER-CYCLE              PIC X(2).
           05 TRAILER-RESUBMIT-RECORDS   PIC 9(9) COMP-3.
       01  HEADER-RECORD.
           05 HEADER-ID                  PIC X(6).
           05 HEADER-BUSINESS-DATE       PIC X(8).
              GO TO 2000-PROCESS-REQUEST-READ
           END-IF.

           IF CM-CUSTOMER-STATUS = 'C'
              ADD 1 TO W-REQUEST-SKIPPED-COUNT
              MOVE 'CUSTOMER CLOSED'         TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-REQUEST-LINE
                  THRU 8150-WRITE-REQUEST-LINE-EXIT
              GO TO 2000-PROCESS-REQUEST-READ
           END-IF.

           ADD 1 TO W-REQUEST-FOUND-COUNT
           MOVE 'EXTRACTED'                  TO W-RQL-DISPOSITION
           PERFORM 8150-WRITE-REQUEST-LINE
           MOVE W-GRAND-TOTAL-AMOUNT TO TRAILER-TOTAL-AMOUNT
           MOVE 'S'                  TO TRAILER-RUN-MODE
           MOVE SPACES               TO TRAILER-CYCLE
           MOVE ZERO                 TO TRAILER-RESUBMIT-RECORDS

           WRITE TRAILER-RECORD
           IF OUTPUT-FILE-STATUS NOT = ZERO
