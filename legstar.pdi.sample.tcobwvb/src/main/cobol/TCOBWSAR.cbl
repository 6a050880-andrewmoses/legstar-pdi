       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWSAR.
      * ----------------------------------------------------------------
      * STATEMENT ARCHIVE RETENTION AND PURGE
      * ----------------------------------------------------------------
      * APPLIES THE RETENTION BOUNDARY TO THE KEYED STATEMENT ARCHIVE
      * (STMTARC) TCOBSTMT WRITES, GIVEN AS A CCYYMMDD CUTOFF DATE IN
      * THE PARM: EVERY ARCHIVE RECORD OF A STATEMENT WHOSE BUSINESS
      * DATE IS BEFORE THE CUTOFF IS MOVED TO THE SEQUENTIAL
      * STATEMENT OFFLOAD, STATEMENTS ON OR AFTER THE CUTOFF STAY ON
      * THE ARCHIVE FOR REPRINT. AS FOR THE TRANSACTION-HISTORY
      * ARCHIVE (TCOBWARC) THE EXISTING OFFLOAD IS FIRST PROVED
      * AGAINST ITS OWN TRAILER (STATEMENT AND RECORD COUNTS) IN A
      * SEPARATE PASS - AN OFFLOAD THAT DOES NOT PROVE ENDS RC 8
      * BEFORE ANYTHING IS WRITTEN; A MISSING OR ZERO-RECORD OFFLOAD
      * IS ACCEPTED AS "NO PRIOR OFFLOAD". IT IS THEN MERGED WITH THE
      * NEWLY EXPIRED STATEMENTS IN ARCHIVE KEY ORDER AND THE NEW
      * OFFLOAD IS CLOSED WITH A FRESH TRAILER COVERING EVERYTHING ON
      * IT. ONLY ONCE THE NEW OFFLOAD IS SAFELY CLOSED ARE THE
      * EXPIRED RECORDS DELETED FROM THE ARCHIVE, IN A SECOND PASS
      * THAT MUST DELETE EXACTLY WHAT THE FIRST PASS MOVED (RC 8
      * OTHERWISE). A SUMMARY REPORT SHOWS WHAT MOVED PER CUSTOMER.
      * CONDITION CODES: 0 CLEAN, 8 OFFLOAD NOT PROVED OR DELETE
      * COUNT NOT EQUAL TO MOVED, 12 CUTOFF PARM MISSING OR NOT
      * NUMERIC, 16 FILE I/O ERROR. AFTER A FAILURE IN THE DELETE
      * PASS THE RUN IS REPEATED AGAINST THE SAME PRIOR OFFLOAD.
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
           SELECT STATEMENT-ARCHIVE
           ASSIGN TO STMTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SA-KEY
           FILE STATUS IS STATEMENT-ARCHIVE-STATUS.

           SELECT OFFLOAD-IN
           ASSIGN TO STMTXIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OFFLOAD-IN-STATUS.

           SELECT OFFLOAD-OUT
           ASSIGN TO STMTXOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OFFLOAD-OUT-STATUS.

           SELECT RETENTION-REPORT
           ASSIGN TO SARRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETENTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OFFLOAD-IN
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS.
       01  OFFLOAD-IN-RECORD.
           05 OI-KEY.
              10 FILLER               PIC X(26).
              10 OI-LINE-NUMBER       PIC 9(5).
           05 FILLER                  PIC X(85).
       01  OFFLOAD-IN-TRAILER.
           05 OI-TRAILER-ID           PIC X(6).
           05 OI-TRAILER-STATEMENTS   PIC 9(9).
           05 OI-TRAILER-RECORDS      PIC 9(9).
           05 FILLER                  PIC X(92).

       FD  OFFLOAD-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS.
       01  OFFLOAD-OUT-RECORD         PIC X(116).
       01  OFFLOAD-OUT-TRAILER.
           05 OO-TRAILER-ID           PIC X(6).
           05 OO-TRAILER-STATEMENTS   PIC 9(9).
           05 OO-TRAILER-RECORDS      PIC 9(9).
           05 FILLER                  PIC X(92).

       FD  RETENTION-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENTION-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATEMENT-ARCHIVE-STATUS   PIC 9(2) VALUE ZERO.
       01  OFFLOAD-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  OFFLOAD-OUT-STATUS         PIC 9(2) VALUE ZERO.
       01  RETENTION-REPORT-STATUS    PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-ARCHIVE-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 ARCHIVE-EOF                VALUE 'Y'.
           05 W-OFFLOAD-IN-EOF-SWITCH PIC X(1) VALUE 'N'.
              88 OFFLOAD-IN-EOF             VALUE 'Y'.
           05 W-OFFLOAD-PRESENT-SW    PIC X(1) VALUE 'N'.
              88 OFFLOAD-PRESENT            VALUE 'Y'.
           05 W-OI-TRAILER-SEEN-SW    PIC X(1) VALUE 'N'.
              88 OI-TRAILER-SEEN            VALUE 'Y'.
           05 W-CUSTOMER-OPEN-SWITCH  PIC X(1) VALUE 'N'.
              88 CUSTOMER-OPEN              VALUE 'Y'.
       01  W-CUTOFF-DATE              PIC X(8) VALUE SPACES.
      *
      * MERGE KEYS - HIGH-VALUES ONCE A SIDE HAS NO MORE DETAIL
      *
       01  W-EXPIRED-KEY              PIC X(31) VALUE HIGH-VALUES.
       01  W-OFFLOAD-KEY              PIC X(31) VALUE HIGH-VALUES.
       01  W-RETENTION-COUNTS.
           05 W-KEPT-STATEMENTS       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-KEPT-RECORDS          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MOVED-STATEMENTS      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MOVED-RECORDS         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CARRIED-STATEMENTS    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CARRIED-RECORDS       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELETED-STATEMENTS    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELETED-RECORDS       PIC 9(9) COMP-3 VALUE ZERO.
       01  W-OFFLOAD-OUT-TOTALS.
           05 W-OFFLOAD-OUT-STATEMENTS PIC 9(9) COMP-3 VALUE ZERO.
           05 W-OFFLOAD-OUT-RECORDS   PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PROVE-TOTALS.
           05 W-PROVE-STATEMENTS      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PROVE-RECORDS         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-OI-TRAILER-STATEMENTS PIC 9(9) VALUE ZERO.
           05 W-OI-TRAILER-RECORDS    PIC 9(9) VALUE ZERO.
       01  W-CUSTOMER-MOVE-TOTALS.
           05 W-CURRENT-CUSTOMER-ID   PIC X(6) VALUE SPACES.
           05 W-CUST-MOVED-STATEMENTS PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CUST-MOVED-RECORDS    PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(34)
              VALUE 'STATEMENT ARCHIVE RETENTION RUN   '.
           05 FILLER                  PIC X(46) VALUE SPACES.
       01  W-CUTOFF-LINE.
           05 FILLER                  PIC X(21)
              VALUE 'RETENTION CUTOFF DATE'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CUT-DATE              PIC X(8).
           05 FILLER                  PIC X(50) VALUE SPACES.
       01  W-CUSTOMER-LINE.
           05 FILLER                  PIC X(9)  VALUE 'CUSTOMER '.
           05 W-CUS-CUSTOMER-ID       PIC X(6).
           05 FILLER                  PIC X(19)
              VALUE '  STATEMENTS MOVED '.
           05 W-CUS-MOVED-STATEMENTS  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(10) VALUE '  RECORDS '.
           05 W-CUS-MOVED-RECORDS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-SUMMARY-HEADING-LINE.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE ' STATEMENTS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE '    RECORDS'.
           05 FILLER                  PIC X(26) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(30).
           05 W-SUM-STATEMENTS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-SUM-RECORDS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH             PIC 9(4) COMP.
           05 PARM-TEXT.
              10 PARM-CUTOFF-DATE        PIC X(8).
              10 FILLER                  PIC X(72).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1500-PROVE-OLD-OFFLOAD
               THRU 1500-PROVE-OLD-OFFLOAD-EXIT
           PERFORM 2000-MERGE-EXPIRED
               THRU 2000-MERGE-EXPIRED-EXIT
               UNTIL W-OFFLOAD-KEY = HIGH-VALUES
                 AND W-EXPIRED-KEY = HIGH-VALUES
           PERFORM 2500-FLUSH-CUSTOMER-LINE
               THRU 2500-FLUSH-CUSTOMER-LINE-EXIT
           PERFORM 7000-WRITE-OFFLOAD-TRAILER
               THRU 7000-WRITE-OFFLOAD-TRAILER-EXIT
           PERFORM 4000-DELETE-EXPIRED
               THRU 4000-DELETE-EXPIRED-EXIT
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - VALIDATE THE CUTOFF PARM, OPEN FILES AND
      * WRITE THE REPORT HEADING; THE ARCHIVE AND THE PRIOR OFFLOAD
      * ARE OPTIONAL. PRIME THE FIRST EXPIRED ARCHIVE RECORD
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH < 8
              OR PARM-CUTOFF-DATE IS NOT NUMERIC
              DISPLAY 'CUTOFF DATE PARM MISSING OR NOT NUMERIC'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE PARM-CUTOFF-DATE TO W-CUTOFF-DATE

           OPEN INPUT STATEMENT-ARCHIVE.
           IF STATEMENT-ARCHIVE-STATUS = 35
              DISPLAY 'NO STATEMENT ARCHIVE PRESENT, NOTHING TO '
                      'EXPIRE'
              MOVE ZERO TO STATEMENT-ARCHIVE-STATUS
              SET ARCHIVE-EOF TO TRUE
           ELSE
              IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING STATEMENT-ARCHIVE='
                         STATEMENT-ARCHIVE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN INPUT OFFLOAD-IN.
           IF OFFLOAD-IN-STATUS = 35
              DISPLAY 'NO PRIOR STATEMENT OFFLOAD PRESENT, OFFLOAD '
                      'STARTS EMPTY'
              MOVE ZERO TO OFFLOAD-IN-STATUS
              SET OFFLOAD-IN-EOF TO TRUE
           ELSE
              IF OFFLOAD-IN-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING OFFLOAD-IN='
                         OFFLOAD-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              SET OFFLOAD-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT OFFLOAD-OUT.
           IF OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING OFFLOAD-OUT='
                      OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RETENTION-REPORT.
           IF RETENTION-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RETENTION-REPORT='
                      RETENTION-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-CUTOFF-DATE TO W-CUT-DATE
           MOVE W-CUTOFF-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 2950-NEXT-EXPIRED
               THRU 2950-NEXT-EXPIRED-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-PROVE-OLD-OFFLOAD - FIRST PASS OVER THE EXISTING
      * OFFLOAD: PROVE ITS TRAILER STATEMENT AND RECORD COUNTS
      * AGAINST THE DETAIL ACTUALLY READ, THEN REOPEN IT POSITIONED
      * FOR THE MERGE PASS; AN OFFLOAD THAT DOES NOT PROVE ENDS RC 8
      * BEFORE ANYTHING IS WRITTEN. AN ALLOCATED BUT ZERO-RECORD
      * OFFLOAD IS ACCEPTED LIKE A MISSING ONE
      *----------------------------------------------------------------
       1500-PROVE-OLD-OFFLOAD.
           IF NOT OFFLOAD-PRESENT
              GO TO 1500-PROVE-OLD-OFFLOAD-EXIT
           END-IF

           PERFORM 2910-READ-OFFLOAD-IN
               THRU 2910-READ-OFFLOAD-IN-EXIT

           IF OFFLOAD-IN-EOF
              DISPLAY 'PRIOR STATEMENT OFFLOAD EMPTY, OFFLOAD STARTS '
                      'EMPTY'
              GO TO 1500-PROVE-OLD-OFFLOAD-EXIT
           END-IF

           PERFORM 1510-PROVE-ONE-RECORD
               THRU 1510-PROVE-ONE-RECORD-EXIT
               UNTIL OFFLOAD-IN-EOF

           IF NOT OI-TRAILER-SEEN
              DISPLAY 'PRIOR STATEMENT OFFLOAD HAS NO USABLE '
                      'TRAILER, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-OI-TRAILER-STATEMENTS NOT = W-PROVE-STATEMENTS
              OR W-OI-TRAILER-RECORDS NOT = W-PROVE-RECORDS
              DISPLAY 'PRIOR STATEMENT OFFLOAD OUT OF BALANCE WITH '
                      'ITS TRAILER, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           CLOSE OFFLOAD-IN
           OPEN INPUT OFFLOAD-IN
           IF OFFLOAD-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING OFFLOAD-IN='
                      OFFLOAD-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N' TO W-OFFLOAD-IN-EOF-SWITCH
           PERFORM 2910-READ-OFFLOAD-IN
               THRU 2910-READ-OFFLOAD-IN-EXIT.

       1500-PROVE-OLD-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-PROVE-ONE-RECORD - TALLY ONE PRIOR-OFFLOAD RECORD FOR
      * THE BALANCE PROOF (LINE ZERO IS A STATEMENT RECORD); THE
      * TRAILER'S COUNTS ARE CAPTURED WHEN THEY ARE NUMERIC
      *----------------------------------------------------------------
       1510-PROVE-ONE-RECORD.
           IF OI-TRAILER-ID = 'TRAILR'
              IF OI-TRAILER-STATEMENTS IS NUMERIC
                 AND OI-TRAILER-RECORDS IS NUMERIC
                 SET OI-TRAILER-SEEN TO TRUE
                 MOVE OI-TRAILER-STATEMENTS TO W-OI-TRAILER-STATEMENTS
                 MOVE OI-TRAILER-RECORDS    TO W-OI-TRAILER-RECORDS
              END-IF
           ELSE
              ADD 1 TO W-PROVE-RECORDS
              IF OI-LINE-NUMBER = ZERO
                 ADD 1 TO W-PROVE-STATEMENTS
              END-IF
           END-IF
           PERFORM 2910-READ-OFFLOAD-IN
               THRU 2910-READ-OFFLOAD-IN-EXIT.

       1510-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MERGE-EXPIRED - DELIVER THE NEW OFFLOAD IN ARCHIVE KEY
      * ORDER: WHILE THE PRIOR OFFLOAD HOLDS A RECORD WITH A KEY NOT
      * AFTER THE NEXT EXPIRED ARCHIVE RECORD'S, CARRY IT FIRST,
      * OTHERWISE MOVE THE EXPIRED ARCHIVE RECORD
      *----------------------------------------------------------------
       2000-MERGE-EXPIRED.
           IF W-OFFLOAD-KEY NOT > W-EXPIRED-KEY
              PERFORM 2100-CARRY-ONE-OFFLOAD
                  THRU 2100-CARRY-ONE-OFFLOAD-EXIT
           ELSE
              PERFORM 2200-MOVE-ONE-EXPIRED
                  THRU 2200-MOVE-ONE-EXPIRED-EXIT
           END-IF.

       2000-MERGE-EXPIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CARRY-ONE-OFFLOAD - COPY ONE PRIOR-OFFLOAD RECORD TO THE
      * NEW OFFLOAD AND TALLY IT
      *----------------------------------------------------------------
       2100-CARRY-ONE-OFFLOAD.
           ADD 1 TO W-CARRIED-RECORDS
           ADD 1 TO W-OFFLOAD-OUT-RECORDS
           IF OI-LINE-NUMBER = ZERO
              ADD 1 TO W-CARRIED-STATEMENTS
              ADD 1 TO W-OFFLOAD-OUT-STATEMENTS
           END-IF
           MOVE OFFLOAD-IN-RECORD TO OFFLOAD-OUT-RECORD
           WRITE OFFLOAD-OUT-RECORD
           IF OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO OFFLOAD-OUT='
                      OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM 2910-READ-OFFLOAD-IN
               THRU 2910-READ-OFFLOAD-IN-EXIT.

       2100-CARRY-ONE-OFFLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-MOVE-ONE-EXPIRED - MOVE THE CURRENT EXPIRED ARCHIVE
      * RECORD TO THE NEW OFFLOAD, ROLL IT INTO THE PER-CUSTOMER AND
      * OFFLOAD TOTALS AND FIND THE NEXT EXPIRED RECORD
      *----------------------------------------------------------------
       2200-MOVE-ONE-EXPIRED.
           IF SA-CUSTOMER-ID NOT = W-CURRENT-CUSTOMER-ID
              PERFORM 2500-FLUSH-CUSTOMER-LINE
                  THRU 2500-FLUSH-CUSTOMER-LINE-EXIT
              MOVE SA-CUSTOMER-ID TO W-CURRENT-CUSTOMER-ID
              SET CUSTOMER-OPEN TO TRUE
           END-IF

           ADD 1 TO W-MOVED-RECORDS
           ADD 1 TO W-CUST-MOVED-RECORDS
           ADD 1 TO W-OFFLOAD-OUT-RECORDS
           IF SA-LINE-NUMBER = ZERO
              ADD 1 TO W-MOVED-STATEMENTS
              ADD 1 TO W-CUST-MOVED-STATEMENTS
              ADD 1 TO W-OFFLOAD-OUT-STATEMENTS
           END-IF
           MOVE STATEMENT-ARCHIVE-RECORD TO OFFLOAD-OUT-RECORD
           WRITE OFFLOAD-OUT-RECORD
           IF OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO OFFLOAD-OUT='
                      OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM 2950-NEXT-EXPIRED
               THRU 2950-NEXT-EXPIRED-EXIT.

       2200-MOVE-ONE-EXPIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FLUSH-CUSTOMER-LINE - WRITE THE MOVED STATEMENT AND
      * RECORD COUNTS FOR THE CUSTOMER JUST COMPLETED AND RESET THE
      * PER-CUSTOMER TOTALS
      *----------------------------------------------------------------
       2500-FLUSH-CUSTOMER-LINE.
           IF CUSTOMER-OPEN
              MOVE W-CURRENT-CUSTOMER-ID   TO W-CUS-CUSTOMER-ID
              MOVE W-CUST-MOVED-STATEMENTS TO W-CUS-MOVED-STATEMENTS
              MOVE W-CUST-MOVED-RECORDS    TO W-CUS-MOVED-RECORDS
              MOVE W-CUSTOMER-LINE TO RETENTION-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF
           MOVE ZERO TO W-CUST-MOVED-STATEMENTS
           MOVE ZERO TO W-CUST-MOVED-RECORDS
           MOVE 'N'  TO W-CUSTOMER-OPEN-SWITCH.

       2500-FLUSH-CUSTOMER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-ARCHIVE - READ THE NEXT ARCHIVE RECORD IN KEY
      * SEQUENCE, SET EOF
      *----------------------------------------------------------------
       2900-READ-ARCHIVE.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ
           IF NOT ARCHIVE-EOF
              AND STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR READING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-READ-OFFLOAD-IN - READ THE NEXT PRIOR-OFFLOAD RECORD AND
      * SET ITS MERGE KEY; HIGH-VALUES AT THE TRAILER OR EOF
      *----------------------------------------------------------------
       2910-READ-OFFLOAD-IN.
           READ OFFLOAD-IN
               AT END
                   SET OFFLOAD-IN-EOF TO TRUE
           END-READ
           IF NOT OFFLOAD-IN-EOF
              AND OFFLOAD-IN-STATUS NOT = ZERO
              DISPLAY 'ERROR READING OFFLOAD-IN='
                      OFFLOAD-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF OFFLOAD-IN-EOF
              OR OI-TRAILER-ID = 'TRAILR'
              MOVE HIGH-VALUES TO W-OFFLOAD-KEY
           ELSE
              MOVE OI-KEY TO W-OFFLOAD-KEY
           END-IF.

       2910-READ-OFFLOAD-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-NEXT-EXPIRED - READ ON TO THE NEXT ARCHIVE RECORD DATED
      * BEFORE THE CUTOFF, COUNTING THOSE KEPT ON THE WAY, AND SET
      * ITS MERGE KEY; HIGH-VALUES AT EOF
      *----------------------------------------------------------------
       2950-NEXT-EXPIRED.
           IF NOT ARCHIVE-EOF
              PERFORM 2900-READ-ARCHIVE
                  THRU 2900-READ-ARCHIVE-EXIT
           END-IF
           PERFORM 2960-KEEP-ONE-ARCHIVE
               THRU 2960-KEEP-ONE-ARCHIVE-EXIT
               UNTIL ARCHIVE-EOF
                  OR SA-BUSINESS-DATE < W-CUTOFF-DATE
           IF ARCHIVE-EOF
              MOVE HIGH-VALUES TO W-EXPIRED-KEY
           ELSE
              MOVE SA-KEY      TO W-EXPIRED-KEY
           END-IF.

       2950-NEXT-EXPIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-KEEP-ONE-ARCHIVE - COUNT ONE ARCHIVE RECORD STAYING ON
      * THE ARCHIVE AND READ THE NEXT
      *----------------------------------------------------------------
       2960-KEEP-ONE-ARCHIVE.
           ADD 1 TO W-KEPT-RECORDS
           IF SA-LINE-NUMBER = ZERO
              ADD 1 TO W-KEPT-STATEMENTS
           END-IF
           PERFORM 2900-READ-ARCHIVE
               THRU 2900-READ-ARCHIVE-EXIT.

       2960-KEEP-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DELETE-EXPIRED - SECOND PASS, RUN ONLY ONCE THE NEW
      * OFFLOAD IS CLOSED: REOPEN THE ARCHIVE FOR UPDATE AND DELETE
      * EVERY RECORD DATED BEFORE THE CUTOFF. THE NUMBER DELETED
      * MUST EQUAL THE NUMBER MOVED TO THE OFFLOAD
      *----------------------------------------------------------------
       4000-DELETE-EXPIRED.
           CLOSE OFFLOAD-OUT
           IF OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR CLOSING OFFLOAD-OUT='
                      OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF W-MOVED-RECORDS = ZERO
              GO TO 4000-DELETE-EXPIRED-EXIT
           END-IF

           CLOSE STATEMENT-ARCHIVE
           OPEN I-O STATEMENT-ARCHIVE
           IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
              DISPLAY 'ERROR REOPENING STATEMENT-ARCHIVE='
                      STATEMENT-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE 'N'  TO W-ARCHIVE-EOF-SWITCH
           PERFORM 2900-READ-ARCHIVE
               THRU 2900-READ-ARCHIVE-EXIT
           PERFORM 4100-DELETE-ONE-ARCHIVE
               THRU 4100-DELETE-ONE-ARCHIVE-EXIT
               UNTIL ARCHIVE-EOF

           IF W-DELETED-RECORDS NOT = W-MOVED-RECORDS
              DISPLAY 'RECORDS DELETED FROM STATEMENT-ARCHIVE '
                      'NOT EQUAL TO RECORDS MOVED TO OFFLOAD'
              MOVE 8 TO RETURN-CODE
           END-IF.

       4000-DELETE-EXPIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-DELETE-ONE-ARCHIVE - DELETE THE ARCHIVE RECORD JUST READ
      * WHEN IT IS DATED BEFORE THE CUTOFF, AND READ THE NEXT
      *----------------------------------------------------------------
       4100-DELETE-ONE-ARCHIVE.
           IF SA-BUSINESS-DATE < W-CUTOFF-DATE
              DELETE STATEMENT-ARCHIVE RECORD
              IF STATEMENT-ARCHIVE-STATUS NOT = ZERO
                 DISPLAY 'ERROR DELETING FROM STATEMENT-ARCHIVE='
                         STATEMENT-ARCHIVE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              ADD 1 TO W-DELETED-RECORDS
              IF SA-LINE-NUMBER = ZERO
                 ADD 1 TO W-DELETED-STATEMENTS
              END-IF
           END-IF
           PERFORM 2900-READ-ARCHIVE
               THRU 2900-READ-ARCHIVE-EXIT.

       4100-DELETE-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-OFFLOAD-TRAILER - CLOSE THE NEW OFFLOAD WITH A
      * TRAILER COVERING EVERYTHING ON IT (CARRIED FORWARD PLUS
      * MOVED), SO THE NEXT RETENTION RUN CAN PROVE IT AGAIN
      *----------------------------------------------------------------
       7000-WRITE-OFFLOAD-TRAILER.
           MOVE SPACES                   TO OFFLOAD-OUT-TRAILER
           MOVE 'TRAILR'                 TO OO-TRAILER-ID
           MOVE W-OFFLOAD-OUT-STATEMENTS TO OO-TRAILER-STATEMENTS
           MOVE W-OFFLOAD-OUT-RECORDS    TO OO-TRAILER-RECORDS
           WRITE OFFLOAD-OUT-TRAILER
           IF OFFLOAD-OUT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO OFFLOAD-OUT='
                      OFFLOAD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       7000-WRITE-OFFLOAD-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RETENTION
      * CONTROL COUNTS
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-SUMMARY-HEADING-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'KEPT ON STATEMENT ARCHIVE'     TO W-SUM-TEXT
           MOVE W-KEPT-STATEMENTS               TO W-SUM-STATEMENTS
           MOVE W-KEPT-RECORDS                  TO W-SUM-RECORDS
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'MOVED TO OFFLOAD'              TO W-SUM-TEXT
           MOVE W-MOVED-STATEMENTS              TO W-SUM-STATEMENTS
           MOVE W-MOVED-RECORDS                 TO W-SUM-RECORDS
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'CARRIED FROM PRIOR OFFLOAD'    TO W-SUM-TEXT
           MOVE W-CARRIED-STATEMENTS            TO W-SUM-STATEMENTS
           MOVE W-CARRIED-RECORDS               TO W-SUM-RECORDS
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'OFFLOAD TRAILER TOTALS'        TO W-SUM-TEXT
           MOVE W-OFFLOAD-OUT-STATEMENTS        TO W-SUM-STATEMENTS
           MOVE W-OFFLOAD-OUT-RECORDS           TO W-SUM-RECORDS
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'DELETED FROM STATEMENT ARCHIVE' TO W-SUM-TEXT
           MOVE W-DELETED-STATEMENTS            TO W-SUM-STATEMENTS
           MOVE W-DELETED-RECORDS               TO W-SUM-RECORDS
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * RETENTION-REPORT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE RETENTION-REPORT-RECORD
           IF RETENTION-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO RETENTION-REPORT='
                      RETENTION-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO RETENTION-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE STATEMENT-ARCHIVE.
           CLOSE OFFLOAD-IN.
           CLOSE OFFLOAD-OUT.
           CLOSE RETENTION-REPORT.

           GOBACK.

       END PROGRAM TCOBWSAR.
