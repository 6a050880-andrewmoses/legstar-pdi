       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWSRP.
      * ----------------------------------------------------------------
      * STATEMENT REPRINT FROM THE STATEMENT ARCHIVE
      * ----------------------------------------------------------------
      * ON-DEMAND REPRINT OF CUSTOMER STATEMENTS FROM THE KEYED
      * STATEMENT ARCHIVE (STMTARC) TCOBSTMT WRITES. EACH REQUEST
      * NAMES A CUSTOMER-ID AND A BUSINESS DATE, OR A FROM/TO RANGE
      * OF BUSINESS DATES, WITH WHO ASKED AND THEIR REFERENCE. EVERY
      * STATEMENT ISSUED TO THE CUSTOMER IN THAT RANGE, IN EVERY RUN,
      * IS REPRODUCED LINE FOR LINE AS IT WAS PRINTED, EXCEPT THAT
      * EACH PAGE HEADING CARRIES A "DUPLICATE" MARK. ONLY LINES
      * COVERED BY THE STATEMENT RECORD ARE REPRINTED, SO LINES LEFT
      * BY AN EARLIER, LONGER ATTEMPT OF THE SAME RUN ARE IGNORED AND
      * A STATEMENT CUT SHORT BY A FAILED RUN (NO STATEMENT RECORD)
      * IS NEVER TAKEN AS ISSUED. EVERY STATEMENT REPRINTED, AND EVERY
      * REQUEST THAT COULD NOT BE SERVED, IS WRITTEN TO THE REPRINT
      * LOG FOR AUDIT. THE REPORT LISTS EACH REQUEST WITH ITS RESULT
      * AND, AT THE END, THE REQUESTS WITH NO ARCHIVED STATEMENT.
      * CONDITION CODES: 0 ALL REQUESTS SERVED, 4 REQUEST INVALID OR
      * NO ARCHIVED STATEMENT FOUND, 8 ARCHIVED STATEMENT INCOMPLETE,
      * 16 FILE I/O ERROR.
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
           SELECT REPRINT-REQUEST-FILE
           ASSIGN TO RPRREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPRINT-REQUEST-STATUS.

           SELECT STATEMENT-ARCHIVE
           ASSIGN TO STMTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS STATEMENT-ARCHIVE-STATUS.

           SELECT REPRINT-FILE
           ASSIGN TO RPRFIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPRINT-FILE-STATUS.

           SELECT REPRINT-LOG
           ASSIGN TO RPRLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPRINT-LOG-STATUS.

           SELECT REPRINT-REPORT
           ASSIGN TO RPRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REPRINT-REQUEST-RECORD.
           05 RQ-CUSTOMER-ID          PIC X(6).
           05 RQ-FROM-DATE            PIC X(8).
           05 RQ-TO-DATE              PIC X(8).
           05 RQ-REQUESTED-BY         PIC X(8).
           05 RQ-REFERENCE            PIC X(20).
           05 FILLER                  PIC X(30).

       FD  STATEMENT-ARCHIVE
           RECORD CONTAINS 116 CHARACTERS.
       01  STATEMENT-ARCHIVE-RECORD.
           05 SA-KEY.
              10 SA-CUSTOMER-ID       PIC X(6).
              10 SA-BUSINESS-DATE     PIC X(8).
              10 SA-RUN-NUMBER        PIC 9(4).
              10 SA-RUN-KIND          PIC X(1).
              10 SA-STATEMENT-NUMBER  PIC 9(7).
              10 SA-LINE-NUMBER       PIC 9(5).
           05 SA-LINE-TYPE            PIC X(1).
           05 SA-ERASE-START          PIC 9(2).
           05 SA-ERASE-LENGTH         PIC 9(2).
           05 SA-LINE-TEXT            PIC X(80).
       01  STATEMENT-ARCHIVE-HEADER.
           05 SAH-STATEMENT-KEY       PIC X(26).
           05 FILLER                  PIC X(5).
           05 SAH-LINE-TYPE           PIC X(1).
           05 SAH-LINE-COUNT          PIC 9(5).
           05 SAH-FIRST-PAGE          PIC 9(4).
           05 SAH-PAGE-COUNT          PIC 9(4).
           05 SAH-TRANSACTION-COUNT   PIC 9(9).
           05 FILLER                  PIC X(62).

       FD  REPRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REPRINT-RECORD             PIC X(80).

       FD  REPRINT-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REPRINT-LOG-RECORD.
           05 RL-REPRINT-DATE         PIC X(8).
           05 RL-REPRINT-TIME         PIC X(8).
           05 RL-REQUESTED-BY         PIC X(8).
           05 RL-REFERENCE            PIC X(20).
           05 RL-CUSTOMER-ID          PIC X(6).
           05 RL-FROM-DATE            PIC X(8).
           05 RL-TO-DATE              PIC X(8).
           05 RL-OUTCOME              PIC X(10).
           05 RL-BUSINESS-DATE        PIC X(8).
           05 RL-RUN-NUMBER           PIC 9(4).
           05 RL-RUN-KIND             PIC X(1).
           05 RL-PAGE-COUNT           PIC 9(4).
           05 RL-LINE-COUNT           PIC 9(5).
           05 FILLER                  PIC X(2).

       FD  REPRINT-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REPRINT-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  REPRINT-REQUEST-STATUS     PIC 9(2) VALUE ZERO.
       01  STATEMENT-ARCHIVE-STATUS   PIC 9(2) VALUE ZERO.
       01  REPRINT-FILE-STATUS        PIC 9(2) VALUE ZERO.
       01  REPRINT-LOG-STATUS         PIC 9(2) VALUE ZERO.
       01  REPRINT-REPORT-STATUS      PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-REQUEST-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 REQUEST-EOF                VALUE 'Y'.
           05 W-ARCHIVE-DONE-SWITCH   PIC X(1) VALUE 'N'.
              88 ARCHIVE-DONE               VALUE 'Y'.
           05 W-STATEMENT-OPEN-SWITCH PIC X(1) VALUE 'N'.
              88 STATEMENT-OPEN             VALUE 'Y'.
       01  W-REPRINT-DATE             PIC X(8) VALUE SPACES.
       01  W-REPRINT-TIME             PIC X(8) VALUE SPACES.
       01  W-DUPLICATE-MARK           PIC X(17)
                                      VALUE '*** DUPLICATE ***'.
      *
      * THE REQUEST BEING SERVED
      *
       01  W-REQUEST.
           05 W-REQ-CUSTOMER-ID       PIC X(6).
           05 W-REQ-FROM-DATE         PIC X(8).
           05 W-REQ-TO-DATE           PIC X(8).
           05 W-REQ-STATEMENT-COUNT   PIC 9(9) COMP-3.
      *
      * THE ARCHIVED STATEMENT BEING REPRINTED, FROM ITS STATEMENT
      * RECORD
      *
       01  W-STATEMENT.
           05 W-STM-KEY               PIC X(26).
           05 W-STM-BUSINESS-DATE     PIC X(8).
           05 W-STM-RUN-NUMBER        PIC 9(4).
           05 W-STM-RUN-KIND          PIC X(1).
           05 W-STM-LINE-COUNT        PIC 9(5).
           05 W-STM-PAGE-COUNT        PIC 9(4).
           05 W-STM-LINES-REPRINTED   PIC 9(5).
      *
      * REQUESTS WITH NO ARCHIVED STATEMENT, LISTED AT THE END
      *
       01  MAX-NOT-FOUND-ENTRIES      PIC 9(4) COMP VALUE 100.
       01  W-NOT-FOUND-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  W-N                        PIC 9(4) COMP VALUE ZERO.
       01  W-NOT-FOUND-TABLE.
           05 W-NOT-FOUND-ENTRY OCCURS 100.
              10 W-NF-CUSTOMER-ID     PIC X(6).
              10 W-NF-FROM-DATE       PIC X(8).
              10 W-NF-TO-DATE         PIC X(8).
              10 W-NF-REQUESTED-BY    PIC X(8).
              10 W-NF-REFERENCE       PIC X(20).
       01  W-COUNTS.
           05 W-REQUEST-READ-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-SERVED-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-INVALID-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REQUEST-MISSING-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATEMENT-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-INCOMPLETE-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-LINES-REPRINTED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-LINES-IGNORED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-LOG-RECORD-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(34)
              VALUE 'STATEMENT REPRINT RUN             '.
           05 FILLER                  PIC X(46) VALUE SPACES.
       01  W-RUN-DATE-LINE.
           05 FILLER                  PIC X(13) VALUE 'REPRINTED ON '.
           05 W-RDL-DATE              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-RDL-TIME              PIC X(6).
           05 FILLER                  PIC X(52) VALUE SPACES.
       01  W-REQUEST-LINE.
           05 FILLER                  PIC X(8)  VALUE 'REQUEST '.
           05 W-RQL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RQL-FROM-DATE         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-RQL-TO-DATE           PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RQL-REQUESTED-BY      PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-RQL-DISPOSITION       PIC X(28).
           05 FILLER                  PIC X(7)  VALUE SPACES.
       01  W-STATEMENT-LINE.
           05 FILLER                  PIC X(12)
              VALUE '  STATEMENT '.
           05 W-STL-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-STL-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-RUN-KIND          PIC X(1).
           05 FILLER                  PIC X(7)  VALUE ' PAGES '.
           05 W-STL-PAGE-COUNT        PIC ZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' LINES '.
           05 W-STL-LINE-COUNT        PIC ZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-STL-OUTCOME           PIC X(10).
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-NO-STATEMENT-LINE.
           05 FILLER                  PIC X(36)
              VALUE '  NO ARCHIVED STATEMENT IN THE RANGE'.
           05 FILLER                  PIC X(44) VALUE SPACES.
       01  W-NOT-FOUND-HEADING-LINE.
           05 FILLER                  PIC X(35)
              VALUE 'REQUESTS WITH NO ARCHIVED STATEMENT'.
           05 FILLER                  PIC X(45) VALUE SPACES.
       01  W-NOT-FOUND-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-NFL-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-NFL-FROM-DATE         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-NFL-TO-DATE           PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-NFL-REQUESTED-BY      PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-NFL-REFERENCE         PIC X(20).
           05 FILLER                  PIC X(21) VALUE SPACES.
       01  W-NOT-FOUND-OVERFLOW-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-NFO-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35)
              VALUE ' MORE NOT LISTED, SEE REQUEST LINES'.
           05 FILLER                  PIC X(32) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SERVE-REQUEST
               THRU 2000-SERVE-REQUEST-EXIT
               UNTIL REQUEST-EOF
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REQUEST FILE, THE ARCHIVE, THE
      * REPRINT FILE, LOG AND REPORT, TAKE THE REPRINT DATE AND TIME
      * FOR THE LOG AND PRIME THE REQUEST READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT W-REPRINT-DATE FROM DATE YYYYMMDD
           ACCEPT W-REPRINT-TIME FROM TIME

           OPEN INPUT REPRINT-REQUEST-FILE.
           IF REPRINT-REQUEST-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPRINT-REQUEST-FILE='
                      REPRINT-REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT STATEMENT-ARCHIVE.
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPRINT-FILE.
           IF REPRINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPRINT-FILE='
                      REPRINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPRINT-LOG.
           IF REPRINT-LOG-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPRINT-LOG='
                      REPRINT-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT REPRINT-REPORT.
           IF REPRINT-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REPRINT-REPORT='
                      REPRINT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-REPRINT-DATE       TO W-RDL-DATE
           MOVE W-REPRINT-TIME (1:6) TO W-RDL-TIME
           MOVE W-RUN-DATE-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2920-READ-REQUEST
               THRU 2920-READ-REQUEST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SERVE-REQUEST - VALIDATE ONE REPRINT REQUEST, THEN
      * POSITION THE ARCHIVE AT THE CUSTOMER'S FIRST STATEMENT ON OR
      * AFTER THE FROM DATE AND REPRINT EVERY STATEMENT UP TO AND
      * INCLUDING THE TO DATE. A BLANK TO DATE MEANS THE FROM DATE
      * ONLY. AN INVALID REQUEST, OR ONE WITH NO ARCHIVED STATEMENT,
      * IS LISTED AND LOGGED
      *----------------------------------------------------------------
       2000-SERVE-REQUEST.
           ADD 1 TO W-REQUEST-READ-COUNT
           MOVE RQ-CUSTOMER-ID TO W-REQ-CUSTOMER-ID
           MOVE RQ-FROM-DATE   TO W-REQ-FROM-DATE
           IF RQ-TO-DATE = SPACES
              MOVE RQ-FROM-DATE TO W-REQ-TO-DATE
           ELSE
              MOVE RQ-TO-DATE   TO W-REQ-TO-DATE
           END-IF
           MOVE ZERO TO W-REQ-STATEMENT-COUNT
           MOVE W-REQ-CUSTOMER-ID TO W-RQL-CUSTOMER-ID
           MOVE W-REQ-FROM-DATE   TO W-RQL-FROM-DATE
           MOVE W-REQ-TO-DATE     TO W-RQL-TO-DATE
           MOVE RQ-REQUESTED-BY   TO W-RQL-REQUESTED-BY

           IF RQ-CUSTOMER-ID IS NOT NUMERIC
              MOVE 'CUSTOMER-ID NOT NUMERIC' TO W-RQL-DISPOSITION
              GO TO 2000-SERVE-REQUEST-INVALID
           END-IF.

           IF W-REQ-FROM-DATE IS NOT NUMERIC
              MOVE 'FROM DATE NOT NUMERIC'   TO W-RQL-DISPOSITION
              GO TO 2000-SERVE-REQUEST-INVALID
           END-IF.

           IF W-REQ-TO-DATE IS NOT NUMERIC
              MOVE 'TO DATE NOT NUMERIC'     TO W-RQL-DISPOSITION
              GO TO 2000-SERVE-REQUEST-INVALID
           END-IF.

           IF W-REQ-TO-DATE < W-REQ-FROM-DATE
              MOVE 'TO DATE BEFORE FROM DATE' TO W-RQL-DISPOSITION
              GO TO 2000-SERVE-REQUEST-INVALID
           END-IF.

           IF RQ-REQUESTED-BY = SPACES
              MOVE 'REQUESTED-BY MISSING'    TO W-RQL-DISPOSITION
              GO TO 2000-SERVE-REQUEST-INVALID
           END-IF.

           MOVE SPACES         TO W-RQL-DISPOSITION
           PERFORM 8150-WRITE-REQUEST-LINE
               THRU 8150-WRITE-REQUEST-LINE-EXIT

           MOVE 'N' TO W-ARCHIVE-DONE-SWITCH
           MOVE 'N' TO W-STATEMENT-OPEN-SWITCH
           MOVE LOW-VALUES        TO SA-KEY
           MOVE W-REQ-CUSTOMER-ID TO SA-CUSTOMER-ID
           MOVE W-REQ-FROM-DATE   TO SA-BUSINESS-DATE
           START STATEMENT-ARCHIVE
               KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET ARCHIVE-DONE TO TRUE
           END-START
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              AND STATEMENT-ARCHIVE-STATUS NOT = 23
              DISPLAY 'ERROR POSITIONING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2100-REPRINT-RECORD
               THRU 2100-REPRINT-RECORD-EXIT
               UNTIL ARCHIVE-DONE
           IF STATEMENT-OPEN
              PERFORM 2300-END-STATEMENT
                  THRU 2300-END-STATEMENT-EXIT
           END-IF

           IF W-REQ-STATEMENT-COUNT = ZERO
              ADD 1 TO W-REQUEST-MISSING-COUNT
              MOVE 'NOT FOUND' TO RL-OUTCOME
              PERFORM 7000-LOG-REQUEST
                  THRU 7000-LOG-REQUEST-EXIT
              PERFORM 7100-NOTE-NOT-FOUND
                  THRU 7100-NOTE-NOT-FOUND-EXIT
              MOVE W-NO-STATEMENT-LINE TO REPRINT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO W-REQUEST-SERVED-COUNT
           END-IF
           GO TO 2000-SERVE-REQUEST-READ.

       2000-SERVE-REQUEST-INVALID.
           ADD 1 TO W-REQUEST-INVALID-COUNT
           PERFORM 8150-WRITE-REQUEST-LINE
               THRU 8150-WRITE-REQUEST-LINE-EXIT
           MOVE 'INVALID' TO RL-OUTCOME
           PERFORM 7000-LOG-REQUEST
               THRU 7000-LOG-REQUEST-EXIT
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       2000-SERVE-REQUEST-READ.
           PERFORM 2920-READ-REQUEST
               THRU 2920-READ-REQUEST-EXIT.

       2000-SERVE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-REPRINT-RECORD - READ THE NEXT ARCHIVE RECORD AND STOP AT
      * THE NEXT CUSTOMER OR PAST THE TO DATE. A STATEMENT RECORD
      * (LINE ZERO) STARTS A STATEMENT; A LINE OF THAT STATEMENT
      * WITHIN ITS LINE COUNT IS REPRINTED, ANY OTHER LINE IS IGNORED
      *----------------------------------------------------------------
       2100-REPRINT-RECORD.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END
                   SET ARCHIVE-DONE TO TRUE
                   GO TO 2100-REPRINT-RECORD-EXIT
           END-READ
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           IF SA-CUSTOMER-ID NOT = W-REQ-CUSTOMER-ID
              OR SA-BUSINESS-DATE > W-REQ-TO-DATE
              SET ARCHIVE-DONE TO TRUE
              GO TO 2100-REPRINT-RECORD-EXIT
           END-IF.

           IF SA-LINE-NUMBER = ZERO
              IF STATEMENT-OPEN
                 PERFORM 2300-END-STATEMENT
                     THRU 2300-END-STATEMENT-EXIT
              END-IF
              PERFORM 2200-START-STATEMENT
                  THRU 2200-START-STATEMENT-EXIT
              GO TO 2100-REPRINT-RECORD-EXIT
           END-IF.

           IF NOT STATEMENT-OPEN
              OR SA-KEY (1:26) NOT = W-STM-KEY
              OR SA-LINE-NUMBER > W-STM-LINE-COUNT
              ADD 1 TO W-LINES-IGNORED-COUNT
              GO TO 2100-REPRINT-RECORD-EXIT
           END-IF.

           MOVE SA-LINE-TEXT TO REPRINT-RECORD
           IF SA-LINE-TYPE = 'P'
              MOVE W-DUPLICATE-MARK TO REPRINT-RECORD (31:17)
           END-IF
           WRITE REPRINT-RECORD
           IF REPRINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REPRINT-FILE='
                      REPRINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-STM-LINES-REPRINTED
           ADD 1 TO W-LINES-REPRINTED-COUNT.

       2100-REPRINT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-START-STATEMENT - TAKE THE STATEMENT IDENTITY, LINE AND
      * PAGE COUNTS FROM THE STATEMENT RECORD JUST READ
      *----------------------------------------------------------------
       2200-START-STATEMENT.
           SET STATEMENT-OPEN TO TRUE
           MOVE SAH-STATEMENT-KEY TO W-STM-KEY
           MOVE SA-BUSINESS-DATE  TO W-STM-BUSINESS-DATE
           MOVE SA-RUN-NUMBER     TO W-STM-RUN-NUMBER
           MOVE SA-RUN-KIND       TO W-STM-RUN-KIND
           MOVE SAH-LINE-COUNT    TO W-STM-LINE-COUNT
           MOVE SAH-PAGE-COUNT    TO W-STM-PAGE-COUNT
           MOVE ZERO              TO W-STM-LINES-REPRINTED.

       2200-START-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-END-STATEMENT - CLOSE OFF THE STATEMENT BEING REPRINTED:
      * LIST AND LOG IT. FEWER LINES ON THE ARCHIVE THAN THE
      * STATEMENT RECORD CALLS FOR MAKES THE REPRINT INCOMPLETE
      *----------------------------------------------------------------
       2300-END-STATEMENT.
           MOVE 'N' TO W-STATEMENT-OPEN-SWITCH
           ADD 1 TO W-REQ-STATEMENT-COUNT
           ADD 1 TO W-STATEMENT-COUNT
           IF W-STM-LINES-REPRINTED = W-STM-LINE-COUNT
              MOVE 'REPRINTED'  TO RL-OUTCOME
           ELSE
              MOVE 'INCOMPLETE' TO RL-OUTCOME
              ADD 1 TO W-INCOMPLETE-COUNT
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           MOVE W-STM-BUSINESS-DATE   TO W-STL-BUSINESS-DATE
           MOVE W-STM-RUN-NUMBER      TO W-STL-RUN-NUMBER
           MOVE W-STM-RUN-KIND        TO W-STL-RUN-KIND
           MOVE W-STM-PAGE-COUNT      TO W-STL-PAGE-COUNT
           MOVE W-STM-LINES-REPRINTED TO W-STL-LINE-COUNT
           MOVE RL-OUTCOME            TO W-STL-OUTCOME
           MOVE W-STATEMENT-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 7000-LOG-REQUEST
               THRU 7000-LOG-REQUEST-EXIT.

       2300-END-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-READ-REQUEST - READ THE NEXT REPRINT REQUEST
      *----------------------------------------------------------------
       2920-READ-REQUEST.
           READ REPRINT-REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
           END-READ
           IF REPRINT-REQUEST-STATUS NOT = ZERO
              AND REPRINT-REQUEST-STATUS NOT = 10
              DISPLAY 'ERROR READING REPRINT-REQUEST-FILE='
                      REPRINT-REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2920-READ-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-LOG-REQUEST - WRITE ONE REPRINT LOG RECORD FOR THE
      * CURRENT REQUEST WITH THE OUTCOME SET BY THE CALLER; THE
      * STATEMENT FIELDS ARE FILLED ONLY FOR A STATEMENT REPRINTED
      *----------------------------------------------------------------
       7000-LOG-REQUEST.
           MOVE W-REPRINT-DATE    TO RL-REPRINT-DATE
           MOVE W-REPRINT-TIME    TO RL-REPRINT-TIME
           MOVE RQ-REQUESTED-BY   TO RL-REQUESTED-BY
           MOVE RQ-REFERENCE      TO RL-REFERENCE
           MOVE RQ-CUSTOMER-ID    TO RL-CUSTOMER-ID
           MOVE W-REQ-FROM-DATE   TO RL-FROM-DATE
           MOVE W-REQ-TO-DATE     TO RL-TO-DATE
           IF RL-OUTCOME = 'REPRINTED' OR RL-OUTCOME = 'INCOMPLETE'
              MOVE W-STM-BUSINESS-DATE   TO RL-BUSINESS-DATE
              MOVE W-STM-RUN-NUMBER      TO RL-RUN-NUMBER
              MOVE W-STM-RUN-KIND        TO RL-RUN-KIND
              MOVE W-STM-PAGE-COUNT      TO RL-PAGE-COUNT
              MOVE W-STM-LINES-REPRINTED TO RL-LINE-COUNT
           ELSE
              MOVE SPACES TO RL-BUSINESS-DATE
              MOVE ZERO   TO RL-RUN-NUMBER
              MOVE SPACES TO RL-RUN-KIND
              MOVE ZERO   TO RL-PAGE-COUNT
              MOVE ZERO   TO RL-LINE-COUNT
           END-IF
           WRITE REPRINT-LOG-RECORD
           IF REPRINT-LOG-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REPRINT-LOG='
                      REPRINT-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-LOG-RECORD-COUNT.

       7000-LOG-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-NOTE-NOT-FOUND - KEEP A REQUEST WITH NO ARCHIVED
      * STATEMENT FOR THE LIST AT THE END OF THE REPORT; BEYOND THE
      * TABLE THEY ARE COUNTED ONLY
      *----------------------------------------------------------------
       7100-NOTE-NOT-FOUND.
           IF W-NOT-FOUND-COUNT NOT < MAX-NOT-FOUND-ENTRIES
              GO TO 7100-NOTE-NOT-FOUND-EXIT
           END-IF.

           ADD 1 TO W-NOT-FOUND-COUNT
           MOVE W-NOT-FOUND-COUNT TO W-N
           MOVE W-REQ-CUSTOMER-ID TO W-NF-CUSTOMER-ID (W-N)
           MOVE W-REQ-FROM-DATE   TO W-NF-FROM-DATE (W-N)
           MOVE W-REQ-TO-DATE     TO W-NF-TO-DATE (W-N)
           MOVE RQ-REQUESTED-BY   TO W-NF-REQUESTED-BY (W-N)
           MOVE RQ-REFERENCE      TO W-NF-REFERENCE (W-N).

       7100-NOTE-NOT-FOUND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - LIST THE REQUESTS WITH NO ARCHIVED
      * STATEMENT, THEN THE CONTROL COUNTS
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           IF W-REQUEST-MISSING-COUNT > ZERO
              MOVE W-NOT-FOUND-HEADING-LINE TO REPRINT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              PERFORM 8200-WRITE-NOT-FOUND-LINE
                  THRU 8200-WRITE-NOT-FOUND-LINE-EXIT
                  VARYING W-N FROM 1 BY 1
                  UNTIL W-N > W-NOT-FOUND-COUNT
              IF W-REQUEST-MISSING-COUNT > W-NOT-FOUND-COUNT
                 COMPUTE W-NFO-COUNT = W-REQUEST-MISSING-COUNT
                                     - W-NOT-FOUND-COUNT
                 MOVE W-NOT-FOUND-OVERFLOW-LINE
                                     TO REPRINT-REPORT-RECORD
                 PERFORM 8100-WRITE-REPORT-LINE
                     THRU 8100-WRITE-REPORT-LINE-EXIT
              END-IF
              MOVE W-BLANK-LINE TO REPRINT-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF

           MOVE 'REPRINT REQUESTS READ'       TO W-SUM-TEXT
           MOVE W-REQUEST-READ-COUNT          TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REQUESTS SERVED'             TO W-SUM-TEXT
           MOVE W-REQUEST-SERVED-COUNT        TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REQUESTS INVALID'            TO W-SUM-TEXT
           MOVE W-REQUEST-INVALID-COUNT       TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REQUESTS WITH NO STATEMENT'  TO W-SUM-TEXT
           MOVE W-REQUEST-MISSING-COUNT       TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'STATEMENTS REPRINTED'        TO W-SUM-TEXT
           MOVE W-STATEMENT-COUNT             TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'STATEMENTS INCOMPLETE'       TO W-SUM-TEXT
           MOVE W-INCOMPLETE-COUNT            TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'LINES REPRINTED'             TO W-SUM-TEXT
           MOVE W-LINES-REPRINTED-COUNT       TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'SUPERSEDED ARCHIVE LINES IGNORED' TO W-SUM-TEXT
           MOVE W-LINES-IGNORED-COUNT         TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT
           MOVE 'REPRINT LOG RECORDS WRITTEN' TO W-SUM-TEXT
           MOVE W-LOG-RECORD-COUNT            TO W-SUM-COUNT
           PERFORM 8300-WRITE-SUMMARY-LINE
               THRU 8300-WRITE-SUMMARY-LINE-EXIT.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * REPRINT-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE REPRINT-REPORT-RECORD
           IF REPRINT-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REPRINT-REPORT='
                      REPRINT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8150-WRITE-REQUEST-LINE - LIST A REQUEST WITH THE DISPOSITION
      * SET BY THE CALLER
      *----------------------------------------------------------------
       8150-WRITE-REQUEST-LINE.
           MOVE W-REQUEST-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8150-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-NOT-FOUND-LINE - LIST ONE REQUEST WITH NO ARCHIVED
      * STATEMENT
      *----------------------------------------------------------------
       8200-WRITE-NOT-FOUND-LINE.
           MOVE W-NF-CUSTOMER-ID (W-N)  TO W-NFL-CUSTOMER-ID
           MOVE W-NF-FROM-DATE (W-N)    TO W-NFL-FROM-DATE
           MOVE W-NF-TO-DATE (W-N)      TO W-NFL-TO-DATE
           MOVE W-NF-REQUESTED-BY (W-N) TO W-NFL-REQUESTED-BY
           MOVE W-NF-REFERENCE (W-N)    TO W-NFL-REFERENCE
           MOVE W-NOT-FOUND-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-NOT-FOUND-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8300-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO REPRINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8300-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE REPRINT-REQUEST-FILE.
           CLOSE STATEMENT-ARCHIVE.
           CLOSE REPRINT-FILE.
           CLOSE REPRINT-LOG.
           CLOSE REPRINT-REPORT.

           GOBACK.

       END PROGRAM TCOBWSRP.
