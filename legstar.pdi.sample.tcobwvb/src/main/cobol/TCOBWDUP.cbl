       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWDUP.
      * ----------------------------------------------------------------
      * SUSPECTED DUPLICATE CUSTOMER LISTING
      * ----------------------------------------------------------------
      * READS CUSTOMER-MASTER AND LISTS PAIRS OF CUSTOMER-IDS THAT
      * LOOK LIKE THE SAME PERSON, FOR REVIEW BEFORE A MERGE ('M')
      * TRANSACTION IS KEYED TO TCOBWMNT. CUSTOMERS ARE BROUGHT
      * TOGETHER THROUGH A SORT ON TWO MATCH KEYS:
      *   N - NAME AND ADDRESS TOGETHER;
      *   E - EACH E-MAIL CONTACT VALUE.
      * BOTH KEYS IGNORE UPPER/LOWER CASE. WITHIN A GROUP OF
      * CUSTOMERS SHARING A KEY EVERY PAIR IS SCORED OUT OF 100:
      *   NAME THE SAME                 30
      *   ADDRESS THE SAME              30
      *   PHONE THE SAME (NOT BLANK)    10
      *   AN E-MAIL CONTACT IN COMMON   30
      * AND LISTED WITH THE COMPONENTS THAT MATCHED AS ITS REASON. A
      * PAIR SHARING BOTH KEYS IS LISTED ONCE, UNDER THE NAME AND
      * ADDRESS KEY, AND A PAIR SHARING SEVERAL E-MAILS IS LISTED
      * ONCE, UNDER THE LOWEST OF THEM. ERASED CUSTOMERS AND ERASED
      * CONTACT VALUES ARE NOT MATCHED. A GROUP LARGER THAN THE
      * COMPARISON TABLE HAS ITS EXCESS CUSTOMERS LISTED AS NOT
      * COMPARED.
      *
      * RC 4 WHEN ANY PAIR IS LISTED OR ANY CUSTOMER NOT COMPARED;
      * RC 12 NO RUN CONTROL; RC 16 AN I/O OR SORT ERROR.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    TRACK CM-CUSTOMER-STATUS AND CM-STATUS-DATE
      *                  ADDED TO CUSTOMER-MASTER (274 BYTES MAX).
      * 2026-10-15 AM    A PAIR SHARING SEVERAL E-MAILS IS LISTED ONCE,
      *                  UNDER THE LOWEST E-MAIL THEY HAVE IN COMMON.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
           ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO CUSTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT DUPLICATE-REPORT
           ASSIGN TO DUPRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUPLICATE-REPORT-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE        PIC X(8).
           05 RC-RUN-NUMBER           PIC 9(4).
           05 RC-SELECT-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(4).

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

       FD  DUPLICATE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPLICATE-REPORT-RECORD    PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SK-KEY-TYPE             PIC X(1).
              88 SK-NAME-KEY                VALUE 'N'.
              88 SK-EMAIL-KEY               VALUE 'E'.
           05 SK-KEY-VALUE            PIC X(40).
           05 SK-MASTER.
              10 SK-CUSTOMER-ID       PIC 9(6).
              10 FILLER               PIC X(268).

       WORKING-STORAGE SECTION.
       01  W-G                        PIC 9(4) COMP.
       01  W-A                        PIC 9(4) COMP.
       01  W-B                        PIC 9(4) COMP.
       01  W-M                        PIC 9(4) COMP.
       01  W-N                        PIC 9(4) COMP.
       01  RUN-CONTROL-STATUS         PIC 9(2).
       01  CUSTOMER-MASTER-STATUS     PIC 9(2).
       01  DUPLICATE-REPORT-STATUS    PIC 9(2).
       01  W-SWITCHES.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
           05 W-SORT-EOF-SWITCH       PIC X(1) VALUE 'N'.
              88 SORT-EOF                   VALUE 'Y'.
           05 W-SORT-ABORT-SWITCH     PIC X(1) VALUE 'N'.
              88 SORT-ABORTED               VALUE 'Y'.
           05 W-SORT-RUNNING-SWITCH   PIC X(1) VALUE 'N'.
              88 SORT-RUNNING               VALUE 'Y'.
           05 W-EMAIL-SEEN-SWITCH     PIC X(1) VALUE 'N'.
              88 EMAIL-SEEN                 VALUE 'Y'.
           05 W-EMAIL-MATCH-SWITCH    PIC X(1) VALUE 'N'.
              88 EMAIL-MATCH                VALUE 'Y'.
       01  W-RUN-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  W-RUN-NUMBER               PIC 9(4) VALUE ZERO.
       01  W-ERASURE-MARK             PIC X(6) VALUE 'ERASED'.
       01  W-LOWER-CASE               PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  W-UPPER-CASE               PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  MAX-CONTACTS-PER-RECORD    PIC 9(1) COMP VALUE 5.
       01  MAX-GROUP-MEMBERS          PIC 9(4) COMP VALUE 50.
       01  W-MASTER-VIEW.
           05 W-MV-CUSTOMER-ID        PIC 9(6).
           05 W-MV-NAME               PIC X(20).
           05 W-MV-ADDRESS            PIC X(20).
           05 W-MV-PHONE              PIC X(8).
           05 W-MV-CURRENCY           PIC X(3).
           05 W-MV-CYCLE              PIC X(2).
           05 W-MV-STATUS             PIC X(1).
           05 W-MV-STATUS-DATE        PIC X(8).
           05 W-MV-CONTACT-COUNT      PIC 9(1).
           05 W-MV-CONTACT OCCURS 5 TIMES.
              10 W-MV-CONTACT-TYPE    PIC X(1).
              10 W-MV-CONTACT-VALUE   PIC X(40).
       01  W-NAME-KEY.
           05 W-NK-NAME               PIC X(20).
           05 W-NK-ADDRESS            PIC X(20).
       01  W-EMAIL-KEY                PIC X(40).
       01  W-FOLDED-VALUE             PIC X(40).
       01  W-LOWEST-COMMON-EMAIL      PIC X(40).
       01  W-GROUP-KEY-TYPE           PIC X(1) VALUE SPACES.
       01  W-GROUP-KEY-VALUE          PIC X(40) VALUE SPACES.
       01  W-GROUP-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  W-GROUP-TABLE.
           05 W-GROUP-ENTRY OCCURS 50 TIMES.
              10 W-GE-CUSTOMER-ID     PIC 9(6).
              10 W-GE-NAME            PIC X(20).
              10 W-GE-ADDRESS         PIC X(20).
              10 W-GE-PHONE           PIC X(8).
              10 W-GE-CONTACT-COUNT   PIC 9(1).
              10 W-GE-EMAIL OCCURS 5 TIMES
                                      PIC X(40).
       01  W-PAIR-SCORE               PIC 9(3) VALUE ZERO.
       01  W-PAIR-FLAGS.
           05 W-PAIR-NAME-SW          PIC X(1).
              88 PAIR-NAME-MATCH            VALUE 'Y'.
           05 W-PAIR-ADDRESS-SW       PIC X(1).
              88 PAIR-ADDRESS-MATCH         VALUE 'Y'.
           05 W-PAIR-PHONE-SW         PIC X(1).
              88 PAIR-PHONE-MATCH           VALUE 'Y'.
       01  W-REASON-TEXT              PIC X(24).
       01  W-REASON-POINTER           PIC 9(4) COMP.
       01  W-COUNTS.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ERASED-SKIP-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NAME-KEY-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-EMAIL-KEY-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-KEY-RETURNED-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SHARED-GROUP-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PAIR-LISTED-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PAIR-HIGH-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NOT-COMPARED-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
       01  W-HEADING-LINE.
           05 FILLER                  PIC X(34)
              VALUE 'SUSPECTED DUPLICATE CUSTOMERS     '.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 W-HDG-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(5)  VALUE ' RUN '.
           05 W-HDG-RUN-NUMBER        PIC ZZZ9.
           05 FILLER                  PIC X(14) VALUE SPACES.
       01  W-COLUMN-LINE.
           05 FILLER                  PIC X(46)
              VALUE 'CUST-A CUST-B SCORE MATCHED ON'.
           05 FILLER                  PIC X(34)
              VALUE 'K SHARED KEY'.
       01  W-PAIR-LINE.
           05 W-PRL-CUSTOMER-A        PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-PRL-CUSTOMER-B        PIC 9(6).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 W-PRL-SCORE             PIC ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-PRL-REASON            PIC X(24).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-PRL-KEY-TYPE          PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-PRL-KEY-VALUE         PIC X(32).
       01  W-NOTE-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 W-NOTE-TEXT             PIC X(76).
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
           SET SORT-RUNNING TO TRUE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SK-KEY-TYPE
                                SK-KEY-VALUE
                                SK-CUSTOMER-ID
               INPUT PROCEDURE 2000-RELEASE-KEYS
                   THRU 2000-RELEASE-KEYS-EXIT
               OUTPUT PROCEDURE 3000-MATCH-GROUPS
                   THRU 3000-MATCH-GROUPS-EXIT
           MOVE 'N' TO W-SORT-RUNNING-SWITCH
           IF SORT-ABORTED
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'DUPLICATE MATCH SORT FAILED, SORT-RETURN='
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE RUN-CONTROL RECORD, OPEN FILES AND
      * WRITE THE REPORT HEADING
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN-CONTROL FILE EMPTY'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-CONTROL-FILE
                   GO TO 9999-PROGRAM-EXIT
               NOT AT END
                   MOVE RC-BUSINESS-DATE TO W-RUN-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-RUN-NUMBER
           END-READ.
           CLOSE RUN-CONTROL-FILE.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
                      CUSTOMER-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT DUPLICATE-REPORT.
           IF DUPLICATE-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING DUPLICATE-REPORT='
                      DUPLICATE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-RUN-BUSINESS-DATE TO W-HDG-BUSINESS-DATE
           MOVE W-RUN-NUMBER        TO W-HDG-RUN-NUMBER
           MOVE W-HEADING-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-BLANK-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-COLUMN-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-RELEASE-KEYS - SORT INPUT: READ THE MASTER AND RELEASE
      * THE MATCH KEYS OF EVERY CUSTOMER NOT ERASED
      *----------------------------------------------------------------
       2000-RELEASE-KEYS.
           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT
           PERFORM 2100-RELEASE-ONE-MASTER
               THRU 2100-RELEASE-ONE-MASTER-EXIT
               UNTIL MASTER-EOF.

       2000-RELEASE-KEYS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-RELEASE-ONE-MASTER - RELEASE ONE NAME-AND-ADDRESS KEY
      * AND ONE KEY PER DISTINCT E-MAIL VALUE FOR THE CURRENT
      * CUSTOMER, THEN READ THE NEXT
      *----------------------------------------------------------------
       2100-RELEASE-ONE-MASTER.
           MOVE SPACES TO W-MASTER-VIEW
           MOVE CUSTOMER-MASTER-RECORD TO W-MASTER-VIEW
           IF W-MV-CONTACT-COUNT IS NOT NUMERIC
              MOVE ZERO TO W-MV-CONTACT-COUNT
           END-IF
           IF W-MV-CONTACT-COUNT > MAX-CONTACTS-PER-RECORD
              MOVE MAX-CONTACTS-PER-RECORD TO W-MV-CONTACT-COUNT
           END-IF

           IF W-MV-NAME = W-ERASURE-MARK
              ADD 1 TO W-ERASED-SKIP-COUNT
              GO TO 2100-RELEASE-ONE-MASTER-READ
           END-IF

           IF W-MV-NAME NOT = SPACES
              MOVE W-MV-NAME    TO W-NK-NAME
              MOVE W-MV-ADDRESS TO W-NK-ADDRESS
              INSPECT W-NAME-KEY
                  CONVERTING W-LOWER-CASE TO W-UPPER-CASE
              MOVE 'N'           TO SK-KEY-TYPE
              MOVE W-NAME-KEY    TO SK-KEY-VALUE
              MOVE W-MASTER-VIEW TO SK-MASTER
              RELEASE SORT-WORK-RECORD
              ADD 1 TO W-NAME-KEY-COUNT
           END-IF

           PERFORM 2150-RELEASE-EMAIL-KEY
               THRU 2150-RELEASE-EMAIL-KEY-EXIT
               VARYING W-M FROM 1 BY 1
               UNTIL W-M > W-MV-CONTACT-COUNT.

       2100-RELEASE-ONE-MASTER-READ.
           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.

       2100-RELEASE-ONE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-RELEASE-EMAIL-KEY - RELEASE CONTACT W-M AS AN E-MAIL KEY
      * UNLESS IT IS NOT AN E-MAIL, IS BLANK OR ERASED, OR REPEATS AN
      * EARLIER E-MAIL OF THE SAME CUSTOMER
      *----------------------------------------------------------------
       2150-RELEASE-EMAIL-KEY.
           IF W-MV-CONTACT-TYPE (W-M) NOT = 'E'
              OR W-MV-CONTACT-VALUE (W-M) = SPACES
              OR W-MV-CONTACT-VALUE (W-M) = W-ERASURE-MARK
              GO TO 2150-RELEASE-EMAIL-KEY-EXIT
           END-IF

           MOVE W-MV-CONTACT-VALUE (W-M) TO W-EMAIL-KEY
           INSPECT W-EMAIL-KEY
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE

           MOVE 'N' TO W-EMAIL-SEEN-SWITCH
           PERFORM 2160-CHECK-EARLIER-EMAIL
               THRU 2160-CHECK-EARLIER-EMAIL-EXIT
               VARYING W-N FROM 1 BY 1
               UNTIL W-N NOT < W-M
                  OR EMAIL-SEEN
           IF EMAIL-SEEN
              GO TO 2150-RELEASE-EMAIL-KEY-EXIT
           END-IF

           MOVE 'E'           TO SK-KEY-TYPE
           MOVE W-EMAIL-KEY   TO SK-KEY-VALUE
           MOVE W-MASTER-VIEW TO SK-MASTER
           RELEASE SORT-WORK-RECORD
           ADD 1 TO W-EMAIL-KEY-COUNT.

       2150-RELEASE-EMAIL-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CHECK-EARLIER-EMAIL - SET EMAIL-SEEN WHEN CONTACT W-N IS
      * AN E-MAIL WITH THE SAME VALUE AS W-EMAIL-KEY
      *----------------------------------------------------------------
       2160-CHECK-EARLIER-EMAIL.
           IF W-MV-CONTACT-TYPE (W-N) = 'E'
              MOVE W-MV-CONTACT-VALUE (W-N) TO W-FOLDED-VALUE
              INSPECT W-FOLDED-VALUE
                  CONVERTING W-LOWER-CASE TO W-UPPER-CASE
              IF W-FOLDED-VALUE = W-EMAIL-KEY
                 SET EMAIL-SEEN TO TRUE
              END-IF
           END-IF.

       2160-CHECK-EARLIER-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-MASTER - READ THE NEXT MASTER RECORD INSIDE THE
      * SORT, SET EOF; AN I/O ERROR ENDS THE SORT INPUT AND IS ACTED
      * ON ONCE THE SORT RETURNS
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
              SET SORT-ABORTED TO TRUE
              SET MASTER-EOF   TO TRUE
           END-IF
           IF NOT MASTER-EOF
              ADD 1 TO W-MASTER-READ-COUNT
           END-IF.

       2900-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MATCH-GROUPS - SORT OUTPUT: COLLECT EACH RUN OF EQUAL
      * KEYS INTO THE GROUP TABLE AND SCORE ITS PAIRS AT THE BREAK
      *----------------------------------------------------------------
       3000-MATCH-GROUPS.
           MOVE ZERO TO W-GROUP-COUNT
           PERFORM 3100-RETURN-ONE-KEY
               THRU 3100-RETURN-ONE-KEY-EXIT
               UNTIL SORT-EOF
           PERFORM 3200-SCORE-GROUP
               THRU 3200-SCORE-GROUP-EXIT.

       3000-MATCH-GROUPS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-RETURN-ONE-KEY - RETURN THE NEXT KEY; ON A CHANGE OF KEY
      * SCORE THE GROUP JUST ENDED, THEN ADD THE CUSTOMER TO THE
      * GROUP (OR LIST IT AS NOT COMPARED WHEN THE TABLE IS FULL)
      *----------------------------------------------------------------
       3100-RETURN-ONE-KEY.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 3100-RETURN-ONE-KEY-EXIT
           END-RETURN
           ADD 1 TO W-KEY-RETURNED-COUNT

           IF SK-KEY-TYPE NOT = W-GROUP-KEY-TYPE
              OR SK-KEY-VALUE NOT = W-GROUP-KEY-VALUE
              PERFORM 3200-SCORE-GROUP
                  THRU 3200-SCORE-GROUP-EXIT
              MOVE ZERO         TO W-GROUP-COUNT
              MOVE SK-KEY-TYPE  TO W-GROUP-KEY-TYPE
              MOVE SK-KEY-VALUE TO W-GROUP-KEY-VALUE
           END-IF

           MOVE SK-MASTER TO W-MASTER-VIEW

           IF W-GROUP-COUNT NOT < MAX-GROUP-MEMBERS
              ADD 1 TO W-NOT-COMPARED-COUNT
              MOVE SPACES TO W-NOTE-LINE
              STRING 'CUSTOMER '           DELIMITED BY SIZE
                     W-MV-CUSTOMER-ID      DELIMITED BY SIZE
                     ' NOT COMPARED - GROUP FULL, KEY '
                                           DELIMITED BY SIZE
                     SK-KEY-TYPE           DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     SK-KEY-VALUE          DELIMITED BY SIZE
                  INTO W-NOTE-TEXT
              END-STRING
              MOVE W-NOTE-LINE TO DUPLICATE-REPORT-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              GO TO 3100-RETURN-ONE-KEY-EXIT
           END-IF

           ADD 1 TO W-GROUP-COUNT
           MOVE W-GROUP-COUNT TO W-G
           MOVE W-MV-CUSTOMER-ID   TO W-GE-CUSTOMER-ID (W-G)
           MOVE W-MV-NAME          TO W-GE-NAME (W-G)
           MOVE W-MV-ADDRESS       TO W-GE-ADDRESS (W-G)
           MOVE W-MV-PHONE         TO W-GE-PHONE (W-G)
           INSPECT W-GE-NAME (W-G)
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           INSPECT W-GE-ADDRESS (W-G)
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           MOVE ZERO TO W-GE-CONTACT-COUNT (W-G)
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > W-MV-CONTACT-COUNT
               IF W-MV-CONTACT-TYPE (W-M) = 'E'
                  AND W-MV-CONTACT-VALUE (W-M) NOT = SPACES
                  AND W-MV-CONTACT-VALUE (W-M) NOT = W-ERASURE-MARK
                  ADD 1 TO W-GE-CONTACT-COUNT (W-G)
                  MOVE W-GE-CONTACT-COUNT (W-G) TO W-N
                  MOVE W-MV-CONTACT-VALUE (W-M)
                                     TO W-GE-EMAIL (W-G, W-N)
                  INSPECT W-GE-EMAIL (W-G, W-N)
                      CONVERTING W-LOWER-CASE TO W-UPPER-CASE
               END-IF
           END-PERFORM.

       3100-RETURN-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-SCORE-GROUP - SCORE EVERY PAIR OF THE GROUP JUST ENDED;
      * A GROUP OF ONE HAS NOTHING TO COMPARE
      *----------------------------------------------------------------
       3200-SCORE-GROUP.
           IF W-GROUP-COUNT < 2
              GO TO 3200-SCORE-GROUP-EXIT
           END-IF
           ADD 1 TO W-SHARED-GROUP-COUNT
           PERFORM VARYING W-A FROM 1 BY 1
                   UNTIL W-A NOT < W-GROUP-COUNT
               PERFORM 3300-SCORE-PAIR
                   THRU 3300-SCORE-PAIR-EXIT
                   VARYING W-B FROM W-A BY 1
                   UNTIL W-B NOT < W-GROUP-COUNT
           END-PERFORM.

       3200-SCORE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-SCORE-PAIR - SCORE GROUP MEMBER W-A AGAINST MEMBER
      * W-B + 1 AND LIST THE PAIR. A PAIR FOUND UNDER AN E-MAIL KEY
      * THAT ALSO SHARES NAME AND ADDRESS HAS ALREADY BEEN LISTED, AND
      * ONE SHARING SEVERAL E-MAILS IS LISTED UNDER THE LOWEST ONLY
      *----------------------------------------------------------------
       3300-SCORE-PAIR.
           ADD 1 TO W-B GIVING W-N
           IF W-GE-CUSTOMER-ID (W-A) = W-GE-CUSTOMER-ID (W-N)
              GO TO 3300-SCORE-PAIR-EXIT
           END-IF

           MOVE ZERO TO W-PAIR-SCORE
           MOVE 'NNN' TO W-PAIR-FLAGS
           IF W-GE-NAME (W-A) = W-GE-NAME (W-N)
              SET PAIR-NAME-MATCH TO TRUE
              ADD 30 TO W-PAIR-SCORE
           END-IF
           IF W-GE-ADDRESS (W-A) = W-GE-ADDRESS (W-N)
              SET PAIR-ADDRESS-MATCH TO TRUE
              ADD 30 TO W-PAIR-SCORE
           END-IF
           IF W-GE-PHONE (W-A) = W-GE-PHONE (W-N)
              AND W-GE-PHONE (W-A) NOT = SPACES
              SET PAIR-PHONE-MATCH TO TRUE
              ADD 10 TO W-PAIR-SCORE
           END-IF

           IF W-GROUP-KEY-TYPE = 'E'
              AND W-GE-NAME (W-A) NOT = SPACES
              AND PAIR-NAME-MATCH
              AND PAIR-ADDRESS-MATCH
              GO TO 3300-SCORE-PAIR-EXIT
           END-IF

           MOVE 'N' TO W-EMAIL-MATCH-SWITCH
           MOVE HIGH-VALUES TO W-LOWEST-COMMON-EMAIL
           PERFORM 3310-CHECK-COMMON-EMAIL
               THRU 3310-CHECK-COMMON-EMAIL-EXIT
               VARYING W-M FROM 1 BY 1
               UNTIL W-M > W-GE-CONTACT-COUNT (W-A)
           IF W-LOWEST-COMMON-EMAIL NOT = HIGH-VALUES
              SET EMAIL-MATCH TO TRUE
              ADD 30 TO W-PAIR-SCORE
           END-IF

           IF W-GROUP-KEY-TYPE = 'E'
              AND W-LOWEST-COMMON-EMAIL NOT = W-GROUP-KEY-VALUE
              GO TO 3300-SCORE-PAIR-EXIT
           END-IF

           MOVE SPACES TO W-REASON-TEXT
           MOVE 1 TO W-REASON-POINTER
           IF PAIR-NAME-MATCH
              STRING 'NAME '    DELIMITED BY SIZE
                  INTO W-REASON-TEXT WITH POINTER W-REASON-POINTER
              END-STRING
           END-IF
           IF PAIR-ADDRESS-MATCH
              STRING 'ADDRESS ' DELIMITED BY SIZE
                  INTO W-REASON-TEXT WITH POINTER W-REASON-POINTER
              END-STRING
           END-IF
           IF PAIR-PHONE-MATCH
              STRING 'PHONE '   DELIMITED BY SIZE
                  INTO W-REASON-TEXT WITH POINTER W-REASON-POINTER
              END-STRING
           END-IF
           IF EMAIL-MATCH
              STRING 'EMAIL'    DELIMITED BY SIZE
                  INTO W-REASON-TEXT WITH POINTER W-REASON-POINTER
              END-STRING
           END-IF

           MOVE SPACES TO W-PAIR-LINE
           MOVE W-GE-CUSTOMER-ID (W-A) TO W-PRL-CUSTOMER-A
           MOVE W-GE-CUSTOMER-ID (W-N) TO W-PRL-CUSTOMER-B
           MOVE W-PAIR-SCORE           TO W-PRL-SCORE
           MOVE W-REASON-TEXT          TO W-PRL-REASON
           MOVE W-GROUP-KEY-TYPE       TO W-PRL-KEY-TYPE
           MOVE W-GROUP-KEY-VALUE      TO W-PRL-KEY-VALUE
           MOVE W-PAIR-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           ADD 1 TO W-PAIR-LISTED-COUNT
           IF W-PAIR-SCORE NOT < 70
              ADD 1 TO W-PAIR-HIGH-COUNT
           END-IF.

       3300-SCORE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-CHECK-COMMON-EMAIL - COMPARE E-MAIL W-M OF MEMBER W-A
      * WITH EVERY E-MAIL OF MEMBER W-N
      *----------------------------------------------------------------
       3310-CHECK-COMMON-EMAIL.
           PERFORM 3320-CHECK-OTHER-EMAIL
               THRU 3320-CHECK-OTHER-EMAIL-EXIT
               VARYING W-G FROM 1 BY 1
               UNTIL W-G > W-GE-CONTACT-COUNT (W-N).

       3310-CHECK-COMMON-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3320-CHECK-OTHER-EMAIL - KEEP E-MAIL W-M OF MEMBER W-A AS THE
      * LOWEST COMMON E-MAIL WHEN MEMBER W-N HAS IT AS E-MAIL W-G
      *----------------------------------------------------------------
       3320-CHECK-OTHER-EMAIL.
           IF W-GE-EMAIL (W-A, W-M) = W-GE-EMAIL (W-N, W-G)
              AND W-GE-EMAIL (W-A, W-M) < W-LOWEST-COMMON-EMAIL
              MOVE W-GE-EMAIL (W-A, W-M) TO W-LOWEST-COMMON-EMAIL
           END-IF.

       3320-CHECK-OTHER-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE CONTROL COUNTS
      * AND SET THE CONDITION CODE
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE W-BLANK-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO W-SUMMARY-LINE
           MOVE 'MASTER RECORDS READ'              TO W-SUM-TEXT
           MOVE W-MASTER-READ-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'ERASED CUSTOMERS NOT MATCHED'     TO W-SUM-TEXT
           MOVE W-ERASED-SKIP-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'NAME AND ADDRESS KEYS'            TO W-SUM-TEXT
           MOVE W-NAME-KEY-COUNT                   TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'E-MAIL KEYS'                      TO W-SUM-TEXT
           MOVE W-EMAIL-KEY-COUNT                  TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'KEYS SHARED BY 2 OR MORE'         TO W-SUM-TEXT
           MOVE W-SHARED-GROUP-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'SUSPECTED PAIRS LISTED'           TO W-SUM-TEXT
           MOVE W-PAIR-LISTED-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE '  SCORING 70 OR MORE'             TO W-SUM-TEXT
           MOVE W-PAIR-HIGH-COUNT                  TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT
           MOVE 'CUSTOMERS NOT COMPARED'           TO W-SUM-TEXT
           MOVE W-NOT-COMPARED-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE W-BLANK-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           EVALUATE TRUE
               WHEN W-NOT-COMPARED-COUNT > ZERO
                   MOVE 'RESULT: SOME CUSTOMERS NOT COMPARED'
                                                TO W-STA-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN W-PAIR-LISTED-COUNT > ZERO
                   MOVE 'RESULT: SUSPECTED DUPLICATES FOR REVIEW'
                                                TO W-STA-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULT: NO SUSPECTED DUPLICATES'
                                                TO W-STA-TEXT
           END-EVALUATE
           MOVE W-STATUS-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * DUPLICATE-REPORT-RECORD BY THE CALLER. WHILE THE SORT IS
      * RUNNING A WRITE ERROR ENDS THE SORT OUTPUT AND IS ACTED ON
      * ONCE THE SORT RETURNS
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           IF SORT-ABORTED
              GO TO 8100-WRITE-REPORT-LINE-EXIT
           END-IF
           WRITE DUPLICATE-REPORT-RECORD
           IF DUPLICATE-REPORT-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO DUPLICATE-REPORT='
                      DUPLICATE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              IF SORT-RUNNING
                 SET SORT-ABORTED TO TRUE
                 SET SORT-EOF     TO TRUE
                 GO TO 8100-WRITE-REPORT-LINE-EXIT
              END-IF
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-SUMMARY-LINE - WRITE ONE CONTROL COUNT LINE
      *----------------------------------------------------------------
       8200-WRITE-SUMMARY-LINE.
           MOVE W-SUMMARY-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       8200-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE DUPLICATE-REPORT.

           GOBACK.

       END PROGRAM TCOBWDUP.
