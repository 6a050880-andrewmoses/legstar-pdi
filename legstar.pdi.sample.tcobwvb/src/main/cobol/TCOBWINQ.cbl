       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWINQ.
      * ----------------------------------------------------------------
      * CUSTOMER SERVICES INQUIRY LISTING
      * ----------------------------------------------------------------
      * READS A SMALL REQUEST FILE OF CUSTOMER-ID VALUES (SORTED
      * ASCENDING, ONE PER CARD) AND PRINTS ONE INQUIRY PAGE PER
      * CUSTOMER ANSWERING THE QUESTIONS CUSTOMER SERVICES ARE ASKED:
      *   - THE MASTER AS IT NOW STANDS (NAME, ADDRESS, PHONE,
      *     BILLING CYCLE, CURRENCY AND EVERY CM-CONTACTS ENTRY),
      *     READ BY KEY FROM THE KEYED COPY TCOBWKLD REFRESHES AFTER
      *     EVERY TCOBWMNT UPDATE;
      *   - THE MOST RECENT TRANSACTION-HISTORY ACTIVITY (THE LAST
      *     TEN RECORDS HELD FOR THE CUSTOMER) AND THE HISTORY COUNT;
      *   - WHETHER THE CUSTOMER REACHED OUTPUT-FILE, REJECT-FILE
      *     (WITH REASON AND RECYCLE COUNT) OR MASTER-REJECT-FILE
      *     (WITH REASON) ON THE LAST RUN, THE RUN BEING NAMED FROM
      *     THE FILE HEADERS;
      *   - ANY TCOBWMNT TRANSACTION PENDING APPROVAL, WITH THE
      *     KEYING OPERATOR AND HOW MANY RUNS IT HAS WAITED;
      *   - THE LAST E-NOTIFICATION DELIVERY STATUS ON THE STATUS
      *     RETURN FILE TCOBWENR LAST PROCESSED.
      * THE REQUESTS ARE HELD IN A TABLE AND EACH SEQUENTIAL FILE IS
      * PASSED ONCE FOR ALL OF THEM. OUTPUT-FILE AND REJECT-FILE ARE
      * NOT ONE ASCENDING RUN (THE RESUBMIT BLOCK COMES FIRST), SO
      * THEY ARE SCANNED IN FULL. A NON-NUMERIC, DUPLICATE OR
      * OUT-OF-SEQUENCE REQUEST, A CUSTOMER NOT ON THE KEYED MASTER,
      * OR LAST-RUN FILES THAT DISAGREE WITH RUN CONTROL END THE RUN
      * RC 4. THE MASTER-REJECT, PENDING AND STATUS RETURN FILES ARE
      * OPTIONAL.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    PENDING ERASE ('E') TRANSACTIONS ARE NAMED
      *                  ON THE PENDING MAINTENANCE LINES.
      * 2026-10-15 AM    PENDING MERGE ('M') TRANSACTIONS ARE NAMED
      *                  ON THE PENDING MAINTENANCE LINES.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER; THE INQUIRY SHOWS
      *                  THE STATUS.
      * 2026-10-15 AM    PENDING STATUS ('S') TRANSACTIONS ARE NAMED
      *                  ON THE PENDING MAINTENANCE LINES.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUEST-FILE
           ASSIGN TO INQREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INQUIRY-REQUEST-STATUS.

           SELECT KEYED-MASTER
           ASSIGN TO CUSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KM-CUSTOMER-ID
           FILE STATUS IS KEYED-MASTER-STATUS.

           SELECT TRANSACTION-HISTORY
           ASSIGN TO TRANHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSACTION-HISTORY-STATUS.

           SELECT EXTRACT-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REJECT-FILE
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT MASTER-REJECT-FILE
           ASSIGN TO MSTREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MASTER-REJECT-FILE-STATUS.

           SELECT PENDING-FILE
           ASSIGN TO PENDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.

           SELECT STATUS-RETURN-FILE
           ASSIGN TO ENSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATUS-RETURN-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT INQUIRY-REPORT
           ASSIGN TO INQRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INQUIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INQUIRY-REQUEST-RECORD.
           05 IR-CUSTOMER-ID          PIC X(6).
           05 FILLER                  PIC X(74).

       FD  KEYED-MASTER
           RECORD CONTAINS 274 CHARACTERS.
       01  KEYED-MASTER-RECORD.
           05 KM-CUSTOMER-ID          PIC 9(6).
           05 KM-MASTER-DATA          PIC X(268).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01  TRANSACTION-HISTORY-RECORD.
           05 TH-CUSTOMER-ID          PIC 9(6).
           05 TH-TRANSACTION-DATE     PIC X(8).
           05 TH-TRANSACTION-AMOUNT   PIC S9(13)V99.
           05 TH-CURRENCY-CODE        PIC X(3).
           05 TH-COMMENT              PIC X(9).
       01  TRANSACTION-HISTORY-IMAGE.
           05 TH-IMAGE-CUSTOMER-ID    PIC X(6).
           05 FILLER                  PIC X(35).

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
           05 EXT-TRAILER-RESUBMIT-RECORDS PIC 9(9) COMP-3.
       01  EXT-HEADER-RECORD.
           05 EXT-HEADER-ID           PIC X(6).
           05 EXT-HEADER-BUSINESS-DATE PIC X(8).
           05 EXT-HEADER-RUN-NUMBER   PIC 9(4).
           05 EXT-HEADER-CYCLE        PIC X(2).
           05 FILLER                  PIC X(1).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  REJECT-RECORD.
           05 REJ-REASON-CODE         PIC X(4).
           05 REJ-RECYCLE-COUNT       PIC 9(2).
           05 REJ-CUSTOMER-ID         PIC 9(6).
           05 FILLER                  PIC X(5863).
       01  REJECT-HEADER-RECORD.
           05 RHD-ID                  PIC X(6).
           05 RHD-BUSINESS-DATE       PIC X(8).
           05 RHD-RUN-NUMBER          PIC 9(4).
           05 RHD-CYCLE               PIC X(2).
           05 FILLER                  PIC X(5855).

       FD  MASTER-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 278 CHARACTERS.
       01  MASTER-REJECT-RECORD.
           05 MREJ-REASON-CODE        PIC X(4).
           05 MREJ-CUSTOMER-ID        PIC X(6).
           05 FILLER                  PIC X(268).

       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  PENDING-RECORD.
           05 PD-AGE-COUNT            PIC 9(2).
           05 PD-ACTION               PIC X(1).
           05 PD-CUSTOMER-ID          PIC X(6).
           05 FILLER                  PIC X(53).
           05 PD-CONTACT-ACTION       PIC X(1).
           05 PD-CONTACT-TYPE         PIC X(1).
           05 PD-CONTACT-VALUE        PIC X(40).
           05 PD-OLD-CONTACT-VALUE    PIC X(40).
           05 PD-OPERATOR-ID          PIC X(8).

       FD  STATUS-RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATUS-RETURN-RECORD.
           05 ES-CUSTOMER-ID          PIC X(6).
           05 ES-EMAIL-ADDRESS        PIC X(40).
           05 ES-DELIVERY-STATUS      PIC X(1).
           05 FILLER                  PIC X(33).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

       FD  INQUIRY-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INQUIRY-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-K                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  W-R                        PIC 9(4) COMP.
       01  INQUIRY-REQUEST-STATUS     PIC 9(2).
       01  KEYED-MASTER-STATUS        PIC 9(2).
       01  TRANSACTION-HISTORY-STATUS PIC 9(2).
       01  EXTRACT-FILE-STATUS        PIC 9(2).
       01  REJECT-FILE-STATUS         PIC 9(2).
       01  MASTER-REJECT-FILE-STATUS  PIC 9(2) VALUE ZERO.
       01  PENDING-FILE-STATUS        PIC 9(2) VALUE ZERO.
       01  STATUS-RETURN-STATUS       PIC 9(2) VALUE ZERO.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  INQUIRY-REPORT-STATUS      PIC 9(2).
       01  W-SWITCHES.
           05 W-REQUEST-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 REQUEST-EOF                VALUE 'Y'.
           05 W-HISTORY-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 HISTORY-EOF                VALUE 'Y'.
           05 W-EXTRACT-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 EXTRACT-EOF                VALUE 'Y'.
           05 W-REJECT-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 REJECT-EOF                 VALUE 'Y'.
           05 W-MREJ-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 MASTER-REJECT-EOF          VALUE 'Y'.
           05 W-PENDING-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 PENDING-EOF                VALUE 'Y'.
           05 W-RETURN-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 RETURN-EOF                 VALUE 'Y'.
           05 W-MREJ-PRESENT-SW       PIC X(1) VALUE 'N'.
              88 MASTER-REJECT-PRESENT      VALUE 'Y'.
           05 W-PENDING-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 PENDING-PRESENT            VALUE 'Y'.
           05 W-RETURN-PRESENT-SW     PIC X(1) VALUE 'N'.
              88 RETURN-PRESENT             VALUE 'Y'.
           05 W-REQUEST-FOUND-SWITCH  PIC X(1) VALUE 'N'.
              88 REQUEST-FOUND              VALUE 'Y'.
           05 W-MASTER-FOUND-SWITCH   PIC X(1) VALUE 'N'.
              88 MASTER-FOUND               VALUE 'Y'.
           05 W-RUN-MISMATCH-SWITCH   PIC X(1) VALUE 'N'.
              88 RUN-MISMATCH               VALUE 'Y'.
       01  W-FIND-ID                  PIC X(6) VALUE SPACES.
       01  W-PRIOR-REQUEST-ID         PIC X(6) VALUE SPACES.
       01  W-RUN-IDENTITY.
           05 W-RC-BUSINESS-DATE      PIC X(8) VALUE SPACES.
           05 W-RC-RUN-NUMBER         PIC 9(4) VALUE ZERO.
           05 W-EXT-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-EXT-RUN-NUMBER        PIC 9(4) VALUE ZERO.
           05 W-REJ-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-REJ-RUN-NUMBER        PIC 9(4) VALUE ZERO.
       01  MAX-INQUIRY-ENTRIES        PIC 9(4) COMP VALUE 50.
       01  MAX-RECENT-ENTRIES         PIC 9(4) COMP VALUE 10.
       01  MAX-PENDING-ENTRIES        PIC 9(4) COMP VALUE 3.
       01  W-INQUIRY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  W-INQUIRY-TABLE.
           05 W-INQUIRY-ENTRY OCCURS 50 TIMES.
              10 W-IQ-CUSTOMER-ID     PIC X(6).
              10 W-IQ-HISTORY-COUNT   PIC 9(9) COMP-3.
              10 W-IQ-RECENT-COUNT    PIC 9(4) COMP.
              10 W-IQ-RECENT OCCURS 10 TIMES.
                 15 W-IQ-RCT-DATE     PIC X(8).
                 15 W-IQ-RCT-AMOUNT   PIC S9(13)V99 COMP-3.
                 15 W-IQ-RCT-CURRENCY PIC X(3).
                 15 W-IQ-RCT-COMMENT  PIC X(9).
              10 W-IQ-OUTPUT-RECORDS  PIC 9(4) COMP.
              10 W-IQ-OUTPUT-TX-COUNT PIC 9(9) COMP-3.
              10 W-IQ-REJECT-RECORDS  PIC 9(4) COMP.
              10 W-IQ-REJECT-REASON   PIC X(4).
              10 W-IQ-REJECT-RECYCLE  PIC 9(2).
              10 W-IQ-MSTREJ-REASON   PIC X(4).
              10 W-IQ-PENDING-COUNT   PIC 9(4) COMP.
              10 W-IQ-PENDING OCCURS 3 TIMES.
                 15 W-IQ-PND-ACTION   PIC X(1).
                 15 W-IQ-PND-CONTACT-ACTION PIC X(1).
                 15 W-IQ-PND-OPERATOR PIC X(8).
                 15 W-IQ-PND-AGE      PIC 9(2).
              10 W-IQ-ENR-STATUS      PIC X(1).
              10 W-IQ-ENR-EMAIL       PIC X(40).
       01  W-INQ-MASTER.
           05 W-IM-CUSTOMER-ID        PIC 9(6).
           05 W-IM-CUSTOMER-NAME      PIC X(20).
           05 W-IM-CUSTOMER-ADDRESS   PIC X(20).
           05 W-IM-CUSTOMER-PHONE     PIC X(8).
           05 W-IM-CURRENCY-CODE      PIC X(3).
           05 W-IM-BILLING-CYCLE      PIC X(2).
           05 W-IM-CUSTOMER-STATUS    PIC X(1).
           05 W-IM-STATUS-DATE        PIC X(8).
           05 W-IM-CONTACT-COUNT      PIC 9(1).
           05 W-IM-CONTACTS OCCURS 5 TIMES.
              10 W-IM-CONTACT-TYPE    PIC X(1).
              10 W-IM-CONTACT-VALUE   PIC X(40).
       01  W-INQUIRY-COUNTS.
           05 W-REQUEST-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-FOUND-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-MISSING-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-SKIPPED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
       01  W-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  W-EDIT-NUMBER              PIC Z9.
       01  W-EDIT-RUN-NUMBER          PIC ZZZ9.
       01  W-TEXT-ACTION              PIC X(6).
       01  W-TEXT-CONTACT-ACTION      PIC X(16).
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(34)
              VALUE 'CUSTOMER SERVICES INQUIRY LISTING '.
           05 FILLER                  PIC X(46) VALUE SPACES.
       01  W-RUN-IDENT-LINE.
           05 W-RID-TEXT              PIC X(19).
           05 W-RID-DATE              PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-RID-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(44) VALUE SPACES.
       01  W-TITLE-LINE.
           05 FILLER                  PIC X(13) VALUE '*** CUSTOMER '.
           05 W-TTL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(4)  VALUE ' ***'.
           05 FILLER                  PIC X(57) VALUE SPACES.
       01  W-FIELD-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-FLD-LABEL             PIC X(20).
           05 W-FLD-VALUE             PIC X(58).
       01  W-CONTACT-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(5)  VALUE 'TYPE '.
           05 W-CTL-TYPE              PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CTL-VALUE             PIC X(40).
           05 FILLER                  PIC X(28) VALUE SPACES.
       01  W-HISTORY-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-HSL-DATE              PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-HSL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-HSL-CURRENCY          PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-HSL-COMMENT           PIC X(9).
           05 FILLER                  PIC X(29) VALUE SPACES.
       01  W-REQUEST-LINE.
           05 FILLER                  PIC X(8)  VALUE 'REQUEST '.
           05 W-RQL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RQL-DISPOSITION       PIC X(28).
           05 FILLER                  PIC X(36) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-REQUEST
               THRU 1100-LOAD-REQUEST-EXIT
               UNTIL REQUEST-EOF
           IF W-INQUIRY-COUNT > ZERO
              PERFORM 2000-SCAN-HISTORY
                  THRU 2000-SCAN-HISTORY-EXIT
              PERFORM 2200-SCAN-EXTRACT
                  THRU 2200-SCAN-EXTRACT-EXIT
              PERFORM 2300-SCAN-REJECT
                  THRU 2300-SCAN-REJECT-EXIT
              PERFORM 2400-SCAN-MASTER-REJECT
                  THRU 2400-SCAN-MASTER-REJECT-EXIT
              PERFORM 2500-SCAN-PENDING
                  THRU 2500-SCAN-PENDING-EXIT
              PERFORM 2600-SCAN-STATUS-RETURN
                  THRU 2600-SCAN-STATUS-RETURN-EXIT
              PERFORM 3000-REPORT-CUSTOMER
                  THRU 3000-REPORT-CUSTOMER-EXIT
                  VARYING W-R FROM 1 BY 1
                  UNTIL W-R > W-INQUIRY-COUNT
           END-IF
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REQUEST FILE, THE KEYED MASTER AND
      * THE REPORT, PICK UP THE LAST RUN FROM RUN CONTROL AND PRIME
      * THE REQUEST READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT INQUIRY-REQUEST-FILE.
           IF INQUIRY-REQUEST-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING INQUIRY-REQUEST-FILE='
                      INQUIRY-REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT KEYED-MASTER.
           IF KEYED-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING KEYED-MASTER='
                      KEYED-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT.
           IF INQUIRY-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING INQUIRY-REPORT='
                      INQUIRY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'NO RUN-CONTROL FILE PRESENT, LAST RUN '
                      'NOT CHECKED'
              MOVE ZERO TO RUN-CONTROL-STATUS
           ELSE
              READ RUN-CONTROL-FILE
                  AT END
                      DISPLAY 'RUN-CONTROL FILE EMPTY'
                  NOT AT END
                      MOVE RC-BUSINESS-DATE TO W-RC-BUSINESS-DATE
                      MOVE RC-RUN-NUMBER    TO W-RC-RUN-NUMBER
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.

           MOVE W-HEADING-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2920-READ-REQUEST
               THRU 2920-READ-REQUEST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-REQUEST - VALIDATE ONE REQUESTED CUSTOMER-ID AND
      * ADD IT TO THE INQUIRY TABLE. REQUESTS MUST ARRIVE IN
      * ASCENDING SEQUENCE; A NON-NUMERIC, OUT-OF-SEQUENCE OR
      * DUPLICATE REQUEST, OR ONE BEYOND THE TABLE, IS LISTED AND
      * SKIPPED
      *----------------------------------------------------------------
       1100-LOAD-REQUEST.
           ADD 1 TO W-REQUEST-READ-COUNT
           MOVE IR-CUSTOMER-ID TO W-RQL-CUSTOMER-ID

           IF IR-CUSTOMER-ID IS NOT NUMERIC
              MOVE 'CUSTOMER-ID NOT NUMERIC' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF IR-CUSTOMER-ID = W-PRIOR-REQUEST-ID
              MOVE 'DUPLICATE REQUEST'       TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF IR-CUSTOMER-ID < W-PRIOR-REQUEST-ID
              MOVE 'REQUEST OUT OF SEQUENCE' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           IF W-INQUIRY-COUNT NOT < MAX-INQUIRY-ENTRIES
              MOVE 'TOO MANY REQUESTS, RESUBMIT' TO W-RQL-DISPOSITION
              PERFORM 8150-WRITE-SKIPPED-REQUEST
                  THRU 8150-WRITE-SKIPPED-REQUEST-EXIT
              GO TO 1100-LOAD-REQUEST-READ
           END-IF.

           MOVE IR-CUSTOMER-ID TO W-PRIOR-REQUEST-ID
           ADD 1 TO W-INQUIRY-COUNT
           MOVE W-INQUIRY-COUNT TO W-R
           MOVE IR-CUSTOMER-ID TO W-IQ-CUSTOMER-ID (W-R)
           MOVE ZERO   TO W-IQ-HISTORY-COUNT (W-R)
           MOVE ZERO   TO W-IQ-RECENT-COUNT (W-R)
           MOVE ZERO   TO W-IQ-OUTPUT-RECORDS (W-R)
           MOVE ZERO   TO W-IQ-OUTPUT-TX-COUNT (W-R)
           MOVE ZERO   TO W-IQ-REJECT-RECORDS (W-R)
           MOVE SPACES TO W-IQ-REJECT-REASON (W-R)
           MOVE ZERO   TO W-IQ-REJECT-RECYCLE (W-R)
           MOVE SPACES TO W-IQ-MSTREJ-REASON (W-R)
           MOVE ZERO   TO W-IQ-PENDING-COUNT (W-R)
           MOVE SPACES TO W-IQ-ENR-STATUS (W-R)
           MOVE SPACES TO W-IQ-ENR-EMAIL (W-R).

       1100-LOAD-REQUEST-READ.
           PERFORM 2920-READ-REQUEST
               THRU 2920-READ-REQUEST-EXIT.

       1100-LOAD-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-HISTORY - ONE PASS OF TRANSACTION-HISTORY IN STEP
      * WITH THE ASCENDING REQUEST TABLE, KEEPING THE LAST
      * MAX-RECENT-ENTRIES RECORDS OF EACH REQUESTED CUSTOMER; THE
      * PASS STOPS ONCE IT IS BEYOND THE HIGHEST REQUEST
      *----------------------------------------------------------------
       2000-SCAN-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY.
           IF TRANSACTION-HISTORY-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING TRANSACTION-HISTORY='
                      TRANSACTION-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE 1 TO W-R
           PERFORM 2940-READ-HISTORY
               THRU 2940-READ-HISTORY-EXIT
           PERFORM 2100-MATCH-ONE-HISTORY
               THRU 2100-MATCH-ONE-HISTORY-EXIT
               UNTIL HISTORY-EOF
                  OR W-R > W-INQUIRY-COUNT
           CLOSE TRANSACTION-HISTORY.

       2000-SCAN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-MATCH-ONE-HISTORY - STEP THE REQUEST CURSOR UP TO THE
      * CURRENT HISTORY RECORD AND, ON A MATCH, KEEP THE RECORD AS
      * THE CUSTOMER'S MOST RECENT (THE OLDEST KEPT ONE DROPS OFF)
      *----------------------------------------------------------------
       2100-MATCH-ONE-HISTORY.
           PERFORM VARYING W-R FROM W-R BY 1
                   UNTIL W-R > W-INQUIRY-COUNT
                      OR W-IQ-CUSTOMER-ID (W-R) NOT <
                         TH-IMAGE-CUSTOMER-ID
               CONTINUE
           END-PERFORM
           IF W-R > W-INQUIRY-COUNT
              GO TO 2100-MATCH-ONE-HISTORY-EXIT
           END-IF

           IF W-IQ-CUSTOMER-ID (W-R) = TH-IMAGE-CUSTOMER-ID
              ADD 1 TO W-IQ-HISTORY-COUNT (W-R)
              IF W-IQ-RECENT-COUNT (W-R) < MAX-RECENT-ENTRIES
                 ADD 1 TO W-IQ-RECENT-COUNT (W-R)
              ELSE
                 PERFORM VARYING W-K FROM 1 BY 1
                         UNTIL W-K NOT < MAX-RECENT-ENTRIES
                     MOVE W-IQ-RECENT (W-R, W-K + 1)
                                     TO W-IQ-RECENT (W-R, W-K)
                 END-PERFORM
              END-IF
              MOVE W-IQ-RECENT-COUNT (W-R) TO W-K
              MOVE TH-TRANSACTION-DATE   TO W-IQ-RCT-DATE (W-R, W-K)
              MOVE TH-TRANSACTION-AMOUNT TO W-IQ-RCT-AMOUNT (W-R, W-K)
              MOVE TH-CURRENCY-CODE      TO W-IQ-RCT-CURRENCY
                                                          (W-R, W-K)
              MOVE TH-COMMENT            TO W-IQ-RCT-COMMENT
                                                          (W-R, W-K)
           END-IF

           PERFORM 2940-READ-HISTORY
               THRU 2940-READ-HISTORY-EXIT.

       2100-MATCH-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SCAN-EXTRACT - PASS THE LAST RUN'S OUTPUT-FILE IN FULL
      * (RESUBMIT BLOCK AND MASTER RUN), NOTING ITS RUN IDENTITY AND
      * EVERY DATA RECORD AND TRANSACTION OF A REQUESTED CUSTOMER
      *----------------------------------------------------------------
       2200-SCAN-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING EXTRACT-FILE='
                      EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2950-READ-EXTRACT
               THRU 2950-READ-EXTRACT-EXIT
           PERFORM 2210-MATCH-ONE-EXTRACT
               THRU 2210-MATCH-ONE-EXTRACT-EXIT
               UNTIL EXTRACT-EOF
           CLOSE EXTRACT-FILE.

       2200-SCAN-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-MATCH-ONE-EXTRACT - NOTE THE HEADER OR MATCH ONE DATA
      * RECORD TO THE REQUEST TABLE; THE TRAILER IS PASSED OVER
      *----------------------------------------------------------------
       2210-MATCH-ONE-EXTRACT.
           EVALUATE TRUE
               WHEN EXT-HEADER-ID = 'HEADER'
                    MOVE EXT-HEADER-BUSINESS-DATE
                                         TO W-EXT-BUSINESS-DATE
                    MOVE EXT-HEADER-RUN-NUMBER TO W-EXT-RUN-NUMBER
               WHEN EXT-TRAILER-ID = 'TRAILR'
                    CONTINUE
               WHEN OTHER
                    MOVE EXT-CUSTOMER-ID TO W-FIND-ID
                    PERFORM 2800-FIND-REQUEST
                        THRU 2800-FIND-REQUEST-EXIT
                    IF REQUEST-FOUND
                       ADD 1 TO W-IQ-OUTPUT-RECORDS (W-R)
                       ADD EXT-TRANSACTION-NBR
                                 TO W-IQ-OUTPUT-TX-COUNT (W-R)
                    END-IF
           END-EVALUATE
           PERFORM 2950-READ-EXTRACT
               THRU 2950-READ-EXTRACT-EXIT.

       2210-MATCH-ONE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-SCAN-REJECT - PASS THE LAST RUN'S REJECT-FILE IN FULL,
      * NOTING ITS RUN IDENTITY AND THE REASON AND RECYCLE COUNT OF
      * EVERY REJECT OF A REQUESTED CUSTOMER
      *----------------------------------------------------------------
       2300-SCAN-REJECT.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2960-READ-REJECT
               THRU 2960-READ-REJECT-EXIT
           PERFORM 2310-MATCH-ONE-REJECT
               THRU 2310-MATCH-ONE-REJECT-EXIT
               UNTIL REJECT-EOF
           CLOSE REJECT-FILE.

       2300-SCAN-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2310-MATCH-ONE-REJECT - NOTE THE HEADER OR MATCH ONE REJECT
      * RECORD TO THE REQUEST TABLE
      *----------------------------------------------------------------
       2310-MATCH-ONE-REJECT.
           IF RHD-ID = 'HEADER'
              MOVE RHD-BUSINESS-DATE TO W-REJ-BUSINESS-DATE
              MOVE RHD-RUN-NUMBER    TO W-REJ-RUN-NUMBER
           ELSE
              MOVE REJ-CUSTOMER-ID TO W-FIND-ID
              PERFORM 2800-FIND-REQUEST
                  THRU 2800-FIND-REQUEST-EXIT
              IF REQUEST-FOUND
                 ADD 1 TO W-IQ-REJECT-RECORDS (W-R)
                 MOVE REJ-REASON-CODE   TO W-IQ-REJECT-REASON (W-R)
                 MOVE REJ-RECYCLE-COUNT TO W-IQ-REJECT-RECYCLE (W-R)
              END-IF
           END-IF
           PERFORM 2960-READ-REJECT
               THRU 2960-READ-REJECT-EXIT.

       2310-MATCH-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-SCAN-MASTER-REJECT - PASS THE LAST RUN'S
      * MASTER-REJECT-FILE, WHEN ONE IS PRESENT, FOR THE MASTER EDIT
      * REASON OF ANY REQUESTED CUSTOMER
      *----------------------------------------------------------------
       2400-SCAN-MASTER-REJECT.
           OPEN INPUT MASTER-REJECT-FILE.
           IF MASTER-REJECT-FILE-STATUS = 35
              DISPLAY 'NO MASTER-REJECT FILE PRESENT'
              MOVE ZERO TO MASTER-REJECT-FILE-STATUS
              GO TO 2400-SCAN-MASTER-REJECT-EXIT
           END-IF.
           IF MASTER-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MASTER-REJECT-FILE='
                      MASTER-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           SET MASTER-REJECT-PRESENT TO TRUE

           PERFORM 2970-READ-MASTER-REJECT
               THRU 2970-READ-MASTER-REJECT-EXIT
           PERFORM 2410-MATCH-ONE-MASTER-REJECT
               THRU 2410-MATCH-ONE-MASTER-REJECT-EXIT
               UNTIL MASTER-REJECT-EOF
           CLOSE MASTER-REJECT-FILE.

       2400-SCAN-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2410-MATCH-ONE-MASTER-REJECT - MATCH ONE MASTER-REJECT
      * RECORD TO THE REQUEST TABLE
      *----------------------------------------------------------------
       2410-MATCH-ONE-MASTER-REJECT.
           MOVE MREJ-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE MREJ-REASON-CODE TO W-IQ-MSTREJ-REASON (W-R)
           END-IF
           PERFORM 2970-READ-MASTER-REJECT
               THRU 2970-READ-MASTER-REJECT-EXIT.

       2410-MATCH-ONE-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-SCAN-PENDING - PASS THE TCOBWMNT PENDING FILE, WHEN ONE
      * IS PRESENT, FOR TRANSACTIONS OF A REQUESTED CUSTOMER STILL
      * AWAITING APPROVAL
      *----------------------------------------------------------------
       2500-SCAN-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = 35
              DISPLAY 'NO PENDING FILE PRESENT'
              MOVE ZERO TO PENDING-FILE-STATUS
              GO TO 2500-SCAN-PENDING-EXIT
           END-IF.
           IF PENDING-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PENDING-FILE='
                      PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           SET PENDING-PRESENT TO TRUE

           PERFORM 2980-READ-PENDING
               THRU 2980-READ-PENDING-EXIT
           PERFORM 2510-MATCH-ONE-PENDING
               THRU 2510-MATCH-ONE-PENDING-EXIT
               UNTIL PENDING-EOF
           CLOSE PENDING-FILE.

       2500-SCAN-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2510-MATCH-ONE-PENDING - MATCH ONE PENDING TRANSACTION TO THE
      * REQUEST TABLE, KEEPING THE FIRST MAX-PENDING-ENTRIES IN FULL
      * AND COUNTING THE REST
      *----------------------------------------------------------------
       2510-MATCH-ONE-PENDING.
           MOVE PD-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              ADD 1 TO W-IQ-PENDING-COUNT (W-R)
              IF W-IQ-PENDING-COUNT (W-R) NOT > MAX-PENDING-ENTRIES
                 MOVE W-IQ-PENDING-COUNT (W-R) TO W-K
                 MOVE PD-ACTION         TO W-IQ-PND-ACTION (W-R, W-K)
                 MOVE PD-CONTACT-ACTION TO W-IQ-PND-CONTACT-ACTION
                                                          (W-R, W-K)
                 MOVE PD-OPERATOR-ID    TO W-IQ-PND-OPERATOR
                                                          (W-R, W-K)
                 MOVE PD-AGE-COUNT      TO W-IQ-PND-AGE (W-R, W-K)
              END-IF
           END-IF
           PERFORM 2980-READ-PENDING
               THRU 2980-READ-PENDING-EXIT.

       2510-MATCH-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-SCAN-STATUS-RETURN - PASS THE E-NOTIFICATION STATUS
      * RETURN FILE TCOBWENR LAST PROCESSED, WHEN ONE IS PRESENT,
      * KEEPING THE LAST DELIVERY STATUS OF EACH REQUESTED CUSTOMER
      *----------------------------------------------------------------
       2600-SCAN-STATUS-RETURN.
           OPEN INPUT STATUS-RETURN-FILE.
           IF STATUS-RETURN-STATUS = 35
              DISPLAY 'NO E-NOTIFICATION STATUS FILE PRESENT'
              MOVE ZERO TO STATUS-RETURN-STATUS
              GO TO 2600-SCAN-STATUS-RETURN-EXIT
           END-IF.
           IF STATUS-RETURN-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATUS-RETURN-FILE='
                      STATUS-RETURN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           SET RETURN-PRESENT TO TRUE

           PERFORM 2990-READ-STATUS-RETURN
               THRU 2990-READ-STATUS-RETURN-EXIT
           PERFORM 2610-MATCH-ONE-RETURN
               THRU 2610-MATCH-ONE-RETURN-EXIT
               UNTIL RETURN-EOF
           CLOSE STATUS-RETURN-FILE.

       2600-SCAN-STATUS-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2610-MATCH-ONE-RETURN - MATCH ONE STATUS RETURN RECORD TO THE
      * REQUEST TABLE; A LATER RECORD FOR THE SAME CUSTOMER REPLACES
      * AN EARLIER ONE
      *----------------------------------------------------------------
       2610-MATCH-ONE-RETURN.
           MOVE ES-CUSTOMER-ID TO W-FIND-ID
           PERFORM 2800-FIND-REQUEST
               THRU 2800-FIND-REQUEST-EXIT
           IF REQUEST-FOUND
              MOVE ES-DELIVERY-STATUS TO W-IQ-ENR-STATUS (W-R)
              MOVE ES-EMAIL-ADDRESS   TO W-IQ-ENR-EMAIL (W-R)
           END-IF
           PERFORM 2990-READ-STATUS-RETURN
               THRU 2990-READ-STATUS-RETURN-EXIT.

       2610-MATCH-ONE-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-FIND-REQUEST - LOOK W-FIND-ID UP IN THE REQUEST TABLE;
      * SETS REQUEST-FOUND AND LEAVES THE ENTRY NUMBER IN W-R
      *----------------------------------------------------------------
       2800-FIND-REQUEST.
           MOVE 'N' TO W-REQUEST-FOUND-SWITCH
           PERFORM VARYING W-R FROM 1 BY 1
                   UNTIL W-R > W-INQUIRY-COUNT
                      OR REQUEST-FOUND
               IF W-IQ-CUSTOMER-ID (W-R) = W-FIND-ID
                  SET REQUEST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REQUEST-FOUND
              SUBTRACT 1 FROM W-R
           END-IF.

       2800-FIND-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-REQUEST - READ THE NEXT INQUIRY REQUEST, SET EOF
      *----------------------------------------------------------------
       2920-READ-REQUEST.
           READ INQUIRY-REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
           END-READ
           IF NOT REQUEST-EOF
              AND INQUIRY-REQUEST-STATUS NOT = ZERO
              DISPLAY 'ERROR READING INQUIRY-REQUEST-FILE='
                      INQUIRY-REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2920-READ-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2940-READ-HISTORY - READ THE NEXT HISTORY RECORD, SET EOF
      *----------------------------------------------------------------
       2940-READ-HISTORY.
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
           END-IF.

       2940-READ-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-READ-EXTRACT - READ THE NEXT EXTRACT RECORD, SET EOF
      *----------------------------------------------------------------
       2950-READ-EXTRACT.
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

       2950-READ-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-READ-REJECT - READ THE NEXT REJECT RECORD, SET EOF
      *----------------------------------------------------------------
       2960-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET REJECT-EOF TO TRUE
           END-READ
           IF NOT REJECT-EOF
              AND REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2960-READ-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2970-READ-MASTER-REJECT - READ THE NEXT MASTER-REJECT RECORD,
      * SET EOF
      *----------------------------------------------------------------
       2970-READ-MASTER-REJECT.
           READ MASTER-REJECT-FILE
               AT END
                   SET MASTER-REJECT-EOF TO TRUE
           END-READ
           IF NOT MASTER-REJECT-EOF
              AND MASTER-REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING MASTER-REJECT-FILE='
                      MASTER-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2970-READ-MASTER-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2980-READ-PENDING - READ THE NEXT PENDING TRANSACTION, SET
      * EOF
      *----------------------------------------------------------------
       2980-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET PENDING-EOF TO TRUE
           END-READ
           IF NOT PENDING-EOF
              AND PENDING-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PENDING-FILE='
                      PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2980-READ-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2990-READ-STATUS-RETURN - READ THE NEXT STATUS RETURN RECORD,
      * SET EOF
      *----------------------------------------------------------------
       2990-READ-STATUS-RETURN.
           READ STATUS-RETURN-FILE
               AT END
                   SET RETURN-EOF TO TRUE
           END-READ
           IF NOT RETURN-EOF
              AND STATUS-RETURN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATUS-RETURN-FILE='
                      STATUS-RETURN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2990-READ-STATUS-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REPORT-CUSTOMER - PRINT THE INQUIRY PAGE FOR ONE
      * REQUESTED CUSTOMER: MASTER AND CONTACTS, RECENT HISTORY,
      * LAST-RUN DISPOSITION, PENDING MAINTENANCE AND E-NOTIFICATION
      *----------------------------------------------------------------
       3000-REPORT-CUSTOMER.
           MOVE W-IQ-CUSTOMER-ID (W-R) TO W-TTL-CUSTOMER-ID
           MOVE W-TITLE-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 3100-REPORT-MASTER
               THRU 3100-REPORT-MASTER-EXIT
           PERFORM 3200-REPORT-HISTORY
               THRU 3200-REPORT-HISTORY-EXIT
           PERFORM 3300-REPORT-LAST-RUN
               THRU 3300-REPORT-LAST-RUN-EXIT
           PERFORM 3400-REPORT-PENDING
               THRU 3400-REPORT-PENDING-EXIT
           PERFORM 3500-REPORT-NOTIFICATION
               THRU 3500-REPORT-NOTIFICATION-EXIT

           MOVE W-BLANK-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       3000-REPORT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-REPORT-MASTER - READ THE CUSTOMER BY KEY FROM THE KEYED
      * MASTER AND PRINT ITS FIELDS AND EVERY CONTACT ENTRY
      *----------------------------------------------------------------
       3100-REPORT-MASTER.
           MOVE 'N' TO W-MASTER-FOUND-SWITCH
           MOVE W-IQ-CUSTOMER-ID (W-R) TO KM-CUSTOMER-ID
           READ KEYED-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF NOT MASTER-FOUND
              AND KEYED-MASTER-STATUS NOT = 23
              DISPLAY 'ERROR READING KEYED-MASTER='
                      KEYED-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF NOT MASTER-FOUND
              ADD 1 TO W-REQUEST-MISSING-COUNT
              MOVE 'CUSTOMER-MASTER'     TO W-FLD-LABEL
              MOVE 'NOT ON CUSTOMER-MASTER' TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
              GO TO 3100-REPORT-MASTER-EXIT
           END-IF
           ADD 1 TO W-REQUEST-FOUND-COUNT

           MOVE SPACES TO W-INQ-MASTER
           MOVE KEYED-MASTER-RECORD TO W-INQ-MASTER
           IF W-IM-CONTACT-COUNT IS NOT NUMERIC
              MOVE ZERO TO W-IM-CONTACT-COUNT
           END-IF

           MOVE 'NAME'                TO W-FLD-LABEL
           MOVE W-IM-CUSTOMER-NAME    TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'ADDRESS'             TO W-FLD-LABEL
           MOVE W-IM-CUSTOMER-ADDRESS TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'PHONE'               TO W-FLD-LABEL
           MOVE W-IM-CUSTOMER-PHONE   TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'BILLING CYCLE'       TO W-FLD-LABEL
           MOVE W-IM-BILLING-CYCLE    TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'CURRENCY'            TO W-FLD-LABEL
           MOVE W-IM-CURRENCY-CODE    TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           MOVE 'STATUS'              TO W-FLD-LABEL
           MOVE SPACES                TO W-FLD-VALUE
           STRING W-IM-CUSTOMER-STATUS DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  W-IM-STATUS-DATE    DELIMITED BY SIZE
               INTO W-FLD-VALUE
           END-STRING
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT

           MOVE 'CONTACTS'            TO W-FLD-LABEL
           MOVE W-IM-CONTACT-COUNT    TO W-EDIT-NUMBER
           MOVE W-EDIT-NUMBER         TO W-FLD-VALUE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-IM-CONTACT-COUNT
                      OR W-K > 5
               MOVE W-IM-CONTACT-TYPE (W-K)  TO W-CTL-TYPE
               MOVE W-IM-CONTACT-VALUE (W-K) TO W-CTL-VALUE
               MOVE W-CONTACT-LINE TO INQUIRY-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE
                   THRU 8100-WRITE-REPORT-LINE-EXIT
           END-PERFORM.

       3100-REPORT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-REPORT-HISTORY - PRINT THE MOST RECENT HISTORY RECORDS
      * KEPT FOR THE CUSTOMER, OLDEST FIRST
      *----------------------------------------------------------------
       3200-REPORT-HISTORY.
           MOVE 'HISTORY RECORDS'        TO W-FLD-LABEL
           MOVE W-IQ-HISTORY-COUNT (W-R) TO W-EDIT-COUNT
           MOVE SPACES                   TO W-FLD-VALUE
           IF W-IQ-HISTORY-COUNT (W-R) = ZERO
              MOVE 'NONE ON TRANSACTION-HISTORY' TO W-FLD-VALUE
           ELSE
              MOVE W-IQ-RECENT-COUNT (W-R) TO W-EDIT-NUMBER
              STRING W-EDIT-COUNT        DELIMITED BY SIZE
                     ', MOST RECENT '    DELIMITED BY SIZE
                     W-EDIT-NUMBER       DELIMITED BY SIZE
                     ' SHOWN'            DELIMITED BY SIZE
                  INTO W-FLD-VALUE
              END-STRING
           END-IF
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-IQ-RECENT-COUNT (W-R)
               MOVE W-IQ-RCT-DATE (W-R, W-K)     TO W-HSL-DATE
               MOVE W-IQ-RCT-AMOUNT (W-R, W-K)   TO W-HSL-AMOUNT
               MOVE W-IQ-RCT-CURRENCY (W-R, W-K) TO W-HSL-CURRENCY
               MOVE W-IQ-RCT-COMMENT (W-R, W-K)  TO W-HSL-COMMENT
               MOVE W-HISTORY-LINE TO INQUIRY-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE
                   THRU 8100-WRITE-REPORT-LINE-EXIT
           END-PERFORM.

       3200-REPORT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-REPORT-LAST-RUN - SHOW WHERE THE CUSTOMER ENDED UP ON
      * THE LAST RUN: OUTPUT-FILE, REJECT-FILE, MASTER-REJECT-FILE
      *----------------------------------------------------------------
       3300-REPORT-LAST-RUN.
           MOVE 'ON OUTPUT-FILE'          TO W-FLD-LABEL
           MOVE SPACES                    TO W-FLD-VALUE
           IF W-IQ-OUTPUT-RECORDS (W-R) = ZERO
              MOVE 'NO' TO W-FLD-VALUE
           ELSE
              MOVE W-IQ-OUTPUT-TX-COUNT (W-R) TO W-EDIT-COUNT
              STRING 'YES, TRANSACTIONS ' DELIMITED BY SIZE
                     W-EDIT-COUNT         DELIMITED BY SIZE
                  INTO W-FLD-VALUE
              END-STRING
           END-IF
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT

           MOVE 'ON REJECT-FILE'          TO W-FLD-LABEL
           MOVE SPACES                    TO W-FLD-VALUE
           IF W-IQ-REJECT-RECORDS (W-R) = ZERO
              MOVE 'NO' TO W-FLD-VALUE
           ELSE
              MOVE W-IQ-REJECT-RECYCLE (W-R) TO W-EDIT-NUMBER
              STRING 'YES, REASON '            DELIMITED BY SIZE
                     W-IQ-REJECT-REASON (W-R)  DELIMITED BY SIZE
                     ', RECYCLED '             DELIMITED BY SIZE
                     W-EDIT-NUMBER             DELIMITED BY SIZE
                     ' TIME(S)'                DELIMITED BY SIZE
                  INTO W-FLD-VALUE
              END-STRING
           END-IF
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT

           MOVE 'ON MASTER-REJECT'        TO W-FLD-LABEL
           MOVE SPACES                    TO W-FLD-VALUE
           EVALUATE TRUE
               WHEN NOT MASTER-REJECT-PRESENT
                    MOVE 'NO MASTER-REJECT FILE' TO W-FLD-VALUE
               WHEN W-IQ-MSTREJ-REASON (W-R) = SPACES
                    MOVE 'NO' TO W-FLD-VALUE
               WHEN OTHER
                    STRING 'YES, REASON '           DELIMITED BY SIZE
                           W-IQ-MSTREJ-REASON (W-R) DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
           END-EVALUATE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT.

       3300-REPORT-LAST-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-REPORT-PENDING - LIST THE CUSTOMER'S TCOBWMNT
      * TRANSACTIONS STILL AWAITING APPROVAL
      *----------------------------------------------------------------
       3400-REPORT-PENDING.
           MOVE 'PENDING MAINTENANCE'     TO W-FLD-LABEL
           MOVE SPACES                    TO W-FLD-VALUE
           EVALUATE TRUE
               WHEN NOT PENDING-PRESENT
                    MOVE 'NO PENDING FILE'   TO W-FLD-VALUE
               WHEN W-IQ-PENDING-COUNT (W-R) = ZERO
                    MOVE 'NONE'              TO W-FLD-VALUE
               WHEN OTHER
                    MOVE W-IQ-PENDING-COUNT (W-R) TO W-EDIT-COUNT
                    STRING W-EDIT-COUNT         DELIMITED BY SIZE
                           ' AWAITING APPROVAL' DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
           END-EVALUATE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-IQ-PENDING-COUNT (W-R)
                      OR W-K > MAX-PENDING-ENTRIES
               EVALUATE W-IQ-PND-ACTION (W-R, W-K)
                   WHEN 'A'   MOVE 'ADD'    TO W-TEXT-ACTION
                   WHEN 'C'   MOVE 'CHANGE' TO W-TEXT-ACTION
                   WHEN 'D'   MOVE 'DELETE' TO W-TEXT-ACTION
                   WHEN 'E'   MOVE 'ERASE'  TO W-TEXT-ACTION
                   WHEN 'M'   MOVE 'MERGE'  TO W-TEXT-ACTION
                   WHEN 'S'   MOVE 'STATUS' TO W-TEXT-ACTION
                   WHEN OTHER MOVE W-IQ-PND-ACTION (W-R, W-K)
                                            TO W-TEXT-ACTION
               END-EVALUATE
               EVALUATE W-IQ-PND-CONTACT-ACTION (W-R, W-K)
                   WHEN 'A'   MOVE ' CONTACT ADD'     TO
                                   W-TEXT-CONTACT-ACTION
                   WHEN 'D'   MOVE ' CONTACT DROP'    TO
                                   W-TEXT-CONTACT-ACTION
                   WHEN 'R'   MOVE ' CONTACT REPLACE' TO
                                   W-TEXT-CONTACT-ACTION
                   WHEN OTHER MOVE SPACES TO W-TEXT-CONTACT-ACTION
               END-EVALUATE
               MOVE W-IQ-PND-AGE (W-R, W-K) TO W-EDIT-NUMBER
               MOVE SPACES TO W-FLD-LABEL
               MOVE SPACES TO W-FLD-VALUE
               STRING W-TEXT-ACTION              DELIMITED BY SPACE
                      W-TEXT-CONTACT-ACTION      DELIMITED BY SIZE
                      ' KEYED BY '               DELIMITED BY SIZE
                      W-IQ-PND-OPERATOR (W-R, W-K) DELIMITED BY SIZE
                      ' WAITED '                 DELIMITED BY SIZE
                      W-EDIT-NUMBER              DELIMITED BY SIZE
                      ' RUN(S)'                  DELIMITED BY SIZE
                   INTO W-FLD-VALUE
               END-STRING
               PERFORM 8200-WRITE-FIELD-LINE
                   THRU 8200-WRITE-FIELD-LINE-EXIT
           END-PERFORM.

       3400-REPORT-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-REPORT-NOTIFICATION - SHOW THE LAST E-NOTIFICATION
      * DELIVERY STATUS RETURNED FOR THE CUSTOMER
      *----------------------------------------------------------------
       3500-REPORT-NOTIFICATION.
           MOVE 'E-NOTIFICATION'          TO W-FLD-LABEL
           MOVE SPACES                    TO W-FLD-VALUE
           EVALUATE TRUE
               WHEN NOT RETURN-PRESENT
                    MOVE 'NO STATUS RETURN FILE' TO W-FLD-VALUE
               WHEN W-IQ-ENR-STATUS (W-R) = SPACES
                    MOVE 'NO STATUS RETURNED'    TO W-FLD-VALUE
               WHEN W-IQ-ENR-STATUS (W-R) = 'D'
                    STRING 'DELIVERED TO '         DELIMITED BY SIZE
                           W-IQ-ENR-EMAIL (W-R)    DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
               WHEN W-IQ-ENR-STATUS (W-R) = 'B'
                    STRING 'BOUNCED FROM '         DELIMITED BY SIZE
                           W-IQ-ENR-EMAIL (W-R)    DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
               WHEN W-IQ-ENR-STATUS (W-R) = 'I'
                    STRING 'INVALID ADDRESS '      DELIMITED BY SIZE
                           W-IQ-ENR-EMAIL (W-R)    DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
               WHEN OTHER
                    STRING 'UNKNOWN STATUS '       DELIMITED BY SIZE
                           W-IQ-ENR-STATUS (W-R)   DELIMITED BY SIZE
                        INTO W-FLD-VALUE
                    END-STRING
           END-EVALUATE
           PERFORM 8200-WRITE-FIELD-LINE
               THRU 8200-WRITE-FIELD-LINE-EXIT.

       3500-REPORT-NOTIFICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE LISTING WITH THE LAST-RUN
      * IDENTITY OF THE FILES INQUIRED AGAINST AND THE REQUEST
      * COUNTS; RC 4 FLAGS SKIPPED OR UNKNOWN REQUESTS OR LAST-RUN
      * FILES THAT DISAGREE WITH RUN CONTROL
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE 'RUN CONTROL:       ' TO W-RID-TEXT
           MOVE W-RC-BUSINESS-DATE    TO W-RID-DATE
           MOVE W-RC-RUN-NUMBER       TO W-RID-RUN-NUMBER
           MOVE W-RUN-IDENT-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'OUTPUT-FILE RUN:   ' TO W-RID-TEXT
           MOVE W-EXT-BUSINESS-DATE   TO W-RID-DATE
           MOVE W-EXT-RUN-NUMBER      TO W-RID-RUN-NUMBER
           MOVE W-RUN-IDENT-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'REJECT-FILE RUN:   ' TO W-RID-TEXT
           MOVE W-REJ-BUSINESS-DATE   TO W-RID-DATE
           MOVE W-REJ-RUN-NUMBER      TO W-RID-RUN-NUMBER
           MOVE W-RUN-IDENT-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           IF W-INQUIRY-COUNT > ZERO
              AND W-RC-BUSINESS-DATE NOT = SPACES
              AND (W-EXT-BUSINESS-DATE NOT = W-RC-BUSINESS-DATE
                   OR W-EXT-RUN-NUMBER NOT = W-RC-RUN-NUMBER
                   OR W-REJ-BUSINESS-DATE NOT = W-RC-BUSINESS-DATE
                   OR W-REJ-RUN-NUMBER NOT = W-RC-RUN-NUMBER)
              SET RUN-MISMATCH TO TRUE
              MOVE SPACES TO W-FLD-LABEL
              MOVE 'WARNING: LAST-RUN FILES NOT FROM RUN CONTROL RUN'
                                            TO W-FLD-VALUE
              PERFORM 8200-WRITE-FIELD-LINE
                  THRU 8200-WRITE-FIELD-LINE-EXIT
           END-IF
           MOVE W-BLANK-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'INQUIRY REQUESTS READ'       TO W-SUM-TEXT
           MOVE W-REQUEST-READ-COUNT          TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS FOUND ON MASTER'   TO W-SUM-TEXT
           MOVE W-REQUEST-FOUND-COUNT         TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS NOT ON MASTER'     TO W-SUM-TEXT
           MOVE W-REQUEST-MISSING-COUNT       TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REQUESTS SKIPPED'            TO W-SUM-TEXT
           MOVE W-REQUEST-SKIPPED-COUNT       TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT

           IF W-REQUEST-MISSING-COUNT > ZERO
              OR W-REQUEST-SKIPPED-COUNT > ZERO
              OR RUN-MISMATCH
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * INQUIRY-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE INQUIRY-REPORT-RECORD
           IF INQUIRY-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO INQUIRY-REPORT='
                      INQUIRY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-WRITE-SKIPPED-REQUEST - LIST A REQUEST PASSED OVER WITH
      * THE DISPOSITION SET BY THE CALLER
      *----------------------------------------------------------------
       8150-WRITE-SKIPPED-REQUEST.
           ADD 1 TO W-REQUEST-SKIPPED-COUNT
           MOVE W-REQUEST-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8150-WRITE-SKIPPED-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-FIELD-LINE - WRITE ONE LABELLED FIELD LINE
      *----------------------------------------------------------------
       8200-WRITE-FIELD-LINE.
           MOVE W-FIELD-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-FIELD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8300-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8300-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE INQUIRY-REQUEST-FILE.
           CLOSE KEYED-MASTER.
           CLOSE INQUIRY-REPORT.

           GOBACK.

       END PROGRAM TCOBWINQ.
