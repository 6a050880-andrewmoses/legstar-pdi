      * IS LISTED ON A BEFORE/AFTER MAINTENANCE AUDIT REPORT, AND
      * TRANSACTIONS AGAINST UNKNOWN OR DELETED CUSTOMERS, DUPLICATE
      * ADDS, OUT-OF-SEQUENCE INPUT AND FULL CONTACT TABLES ARE
      * REJECTED ONTO THE SAME REPORT RATHER THAN APPLIED. A STATUS
      * TRANSACTION MOVES A CUSTOMER BETWEEN ACTIVE, DORMANT,
      * SUSPENDED AND CLOSED.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      *                  REPORT LINE AFTER THREE CYCLES. THE AUDIT
      *                  REPORT SHOWS WHO KEYED AND WHO APPROVED
      *                  EACH APPLIED CHANGE.
      * 2026-10-15 AM    ERASE ('E') TRANSACTION FOR DATA-PROTECTION
      *                  ERASURE REQUESTS. IT IS ALWAYS SENSITIVE AND
      *                  APPLIES ONLY UNDER A SECOND-OPERATOR
      *                  APPROVAL: NAME, ADDRESS, PHONE AND EVERY
      *                  CONTACT VALUE ARE OVERWRITTEN WITH 'ERASED'
      *                  (THE AUDIT REPORT DOES NOT REPEAT THE OLD
      *                  VALUES) AND THE CUSTOMER IS WRITTEN TO A NEW
      *                  ERASURE FILE WITH MAKER AND CHECKER, WHICH
      *                  DRIVES THE TCOBWDSR ERASURE RUN ACROSS THE
      *                  OTHER DATASETS.
      * 2026-10-15 AM    MERGE ('M') TRANSACTION FOR DUPLICATE
      *                  CUSTOMERS. IT IS KEYED UNDER THE SURVIVING
      *                  CUSTOMER-ID AND NAMES THE RETIRED ID IN THE
      *                  NAME FIELD; IT IS ALWAYS SENSITIVE AND, ONCE
      *                  A SECOND OPERATOR APPROVES IT, IS WRITTEN TO
      *                  A NEW MERGE FILE WITH MAKER AND CHECKER FOR
      *                  TCOBWMRG TO APPLY TO THE NEW MASTER, THE
      *                  TRANSACTION HISTORY AND THE ARCHIVE.
      * 2026-10-15 AM    CM-CUSTOMER-STATUS AND CM-STATUS-DATE ADDED
      *                  TO THE MASTER RECORD (274 BYTES). NEW STATUS
      *                  ('S') TRANSACTION CARRIES THE NEW STATUS AND
      *                  ITS DATE IN THE NAME FIELD; SUSPEND, CLOSE
      *                  AND DORMANT NEED A SECOND-OPERATOR APPROVAL
      *                  (THE TCOBWDRM DORMANCY SWEEP RAISES ITS
      *                  CHANGES STRAIGHT ONTO THE PENDING FILE), A
      *                  RETURN TO ACTIVE DOES NOT. AN ADD STARTS THE
      *                  CUSTOMER ACTIVE FROM TODAY.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE RUN THE STEP FEEDS
      *                  (RUN-CONTROL + 1, READ FROM THE OPTIONAL
      *                  RUNCTL; THERE IS NO BUSINESS DATE), CONDITION
      *                  CODE, MASTER AND TRANSACTION COUNTS AND THE
      *                  REASON FOR ANY NONZERO CODE.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-OUT-STATUS.

           SELECT ERASURE-FILE
           ASSIGN TO ERAOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERASURE-FILE-STATUS.

           SELECT MERGE-FILE
           ASSIGN TO MRGOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MERGE-FILE-STATUS.

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

       FD  NEW-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 274 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05 NM-CUSTOMER-ID          PIC 9(6).
           05 NM-CUSTOMER-NAME        PIC X(20).
           05 NM-CUSTOMER-PHONE       PIC X(8).
           05 NM-CUSTOMER-CURRENCY-CODE PIC X(3).
           05 NM-BILLING-CYCLE        PIC X(2).
           05 NM-CUSTOMER-STATUS      PIC X(1).
           05 NM-STATUS-DATE          PIC X(8).
           05 NM-CONTACT-COUNT        PIC 9(1).
           05 NM-CONTACTS OCCURS 0 TO 5 TIMES
              DEPENDING ON NM-CONTACT-COUNT.
              10 NM-CONTACT-TYPE      PIC X(1).
              10 NM-CONTACT-VALUE     PIC X(40).
       01  NEW-MASTER-IMAGE           PIC X(274).

       FD  MAINT-REPORT
           RECORDING MODE IS F
           05 PDO-AGE-COUNT           PIC 9(2).
           05 PDO-TRAN-IMAGE          PIC X(150).

       FD  ERASURE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASURE-RECORD.
           05 ER-CUSTOMER-ID          PIC X(6).
           05 ER-MAKER-ID             PIC X(8).
           05 ER-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(58).

       FD  MERGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-RECORD.
           05 MG-SURVIVING-ID         PIC X(6).
           05 MG-RETIRED-ID           PIC X(6).
           05 MG-MAKER-ID             PIC X(8).
           05 MG-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(52).

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
       01  MAINT-TRANSACTION.
           05 MT-ACTION               PIC X(1).
              88 MT-ADD                     VALUE 'A'.
              88 MT-CHANGE                  VALUE 'C'.
              88 MT-DELETE                  VALUE 'D'.
              88 MT-ERASE                   VALUE 'E'.
              88 MT-MERGE                   VALUE 'M'.
              88 MT-STATUS-CHANGE           VALUE 'S'.
           05 MT-CUSTOMER-ID          PIC 9(6).
           05 MT-CUSTOMER-NAME        PIC X(20).
           05 MT-MERGE-DATA REDEFINES MT-CUSTOMER-NAME.
              10 MT-RETIRED-ID        PIC X(6).
              10 FILLER               PIC X(14).
           05 MT-STATUS-DATA REDEFINES MT-CUSTOMER-NAME.
              10 MT-NEW-STATUS        PIC X(1).
                 88 MT-NEW-STATUS-VALID     VALUE 'A' 'D' 'S' 'C'.
                 88 MT-NEW-STATUS-ACTIVE    VALUE 'A'.
              10 MT-NEW-STATUS-DATE   PIC X(8).
              10 FILLER               PIC X(11).
           05 MT-CUSTOMER-ADDRESS     PIC X(20).
           05 MT-CUSTOMER-PHONE       PIC X(8).
           05 MT-CURRENCY-CODE        PIC X(3).
       01  APPROVAL-FILE-STATUS       PIC 9(2) VALUE ZERO.
       01  PENDING-IN-STATUS          PIC 9(2) VALUE ZERO.
       01  PENDING-OUT-STATUS         PIC 9(2) VALUE ZERO.
       01  ERASURE-FILE-STATUS        PIC 9(2) VALUE ZERO.
       01  MERGE-FILE-STATUS          PIC 9(2) VALUE ZERO.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-MASTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
              88 MASTER-EOF                 VALUE 'Y'.
       01  W-A                        PIC 9(2) COMP.
       01  W-CURRENT-TRAN-AGE         PIC 9(2) VALUE ZERO.
       01  W-APPROVER-ID              PIC X(8) VALUE SPACES.
       01  W-ERASURE-MARK             PIC X(6) VALUE 'ERASED'.
       01  W-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  W-FILE-TRAN-BUFFER.
           05 FILLER                  PIC X(1).
           05 W-FTB-CUSTOMER-ID       PIC X(6).
           05 W-ADD-COUNT             PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CHANGE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELETE-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ERASE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MERGE-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-COUNT          PIC 9(9) COMP-3 VALUE ZERO.
           05 W-TRAN-REJECT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-APPROVED-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PENDING-OUT-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-HOLD-PHONE            PIC X(8).
           05 W-HOLD-CURRENCY         PIC X(3).
           05 W-HOLD-CYCLE            PIC X(2).
           05 W-HOLD-STATUS           PIC X(1).
           05 W-HOLD-STATUS-DATE      PIC X(8).
           05 W-HOLD-CONTACT-COUNT    PIC 9(1).
           05 W-HOLD-CONTACT OCCURS 5 TIMES.
              10 W-HOLD-CONTACT-TYPE  PIC X(1).

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-CONTROL
               THRU 1200-READ-RUN-CONTROL-EXIT
           PERFORM 2000-APPLY-TRANSACTION
               THRU 2000-APPLY-TRANSACTION-EXIT
               UNTIL MAINT-TRAN-EOF
      * PRIME BOTH INPUT READS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CUSTOMER-MASTER='
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT ERASURE-FILE.
           IF ERASURE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING ERASURE-FILE='
                      ERASURE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT MERGE-FILE.
           IF MERGE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING MERGE-FILE='
                      MERGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE W-HEADING-LINE TO MAINT-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
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
      * 2000-APPLY-TRANSACTION - APPLY THE CURRENT MAINTENANCE
      * TRANSACTION TO THE HELD CUSTOMER, POSITIONING THE MASTER
           END-IF.

           EVALUATE TRUE
               WHEN NOT (MT-ADD OR MT-CHANGE OR MT-DELETE
                         OR MT-ERASE OR MT-MERGE
                         OR MT-STATUS-CHANGE)
                   MOVE 'INVALID ACTION CODE'
                                  TO W-REJECT-REASON-TEXT
                   PERFORM 8300-WRITE-REJECT-LINE
               WHEN MT-DELETE AND HOLD-LOADED
                   PERFORM 2230-APPLY-DELETE
                       THRU 2230-APPLY-DELETE-EXIT
               WHEN MT-ERASE AND HOLD-LOADED
                   PERFORM 2240-APPLY-ERASURE
                       THRU 2240-APPLY-ERASURE-EXIT
               WHEN MT-MERGE AND HOLD-LOADED
                   PERFORM 2245-RECORD-MERGE
                       THRU 2245-RECORD-MERGE-EXIT
               WHEN MT-STATUS-CHANGE AND HOLD-LOADED
                   PERFORM 2235-APPLY-STATUS-CHANGE
                       THRU 2235-APPLY-STATUS-CHANGE-EXIT
               WHEN OTHER
                   MOVE 'CUSTOMER NOT ON MASTER'
                                  TO W-REJECT-REASON-TEXT
           MOVE CM-CUSTOMER-PHONE    TO W-HOLD-PHONE
           MOVE CM-CUSTOMER-CURRENCY-CODE TO W-HOLD-CURRENCY
           MOVE CM-BILLING-CYCLE     TO W-HOLD-CYCLE
           MOVE CM-CUSTOMER-STATUS   TO W-HOLD-STATUS
           MOVE CM-STATUS-DATE       TO W-HOLD-STATUS-DATE
           IF CM-CONTACT-COUNT IS NOT NUMERIC
              MOVE ZERO TO W-HOLD-CONTACT-COUNT
              MOVE SPACES TO W-AUDIT-LINE
           MOVE MT-CUSTOMER-PHONE   TO W-HOLD-PHONE
           MOVE MT-CURRENCY-CODE    TO W-HOLD-CURRENCY
           MOVE MT-BILLING-CYCLE    TO W-HOLD-CYCLE
           MOVE 'A'                 TO W-HOLD-STATUS
           MOVE W-RUN-DATE          TO W-HOLD-STATUS-DATE
           MOVE ZERO                TO W-HOLD-CONTACT-COUNT
           SET HOLD-LOADED TO TRUE
           ADD 1 TO W-ADD-COUNT
       2230-APPLY-DELETE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2235-APPLY-STATUS-CHANGE - SET THE HELD CUSTOMER'S STATUS
      * CODE (A ACTIVE, D DORMANT, S SUSPENDED, C CLOSED) AND STATUS
      * DATE FROM THE STATUS DATA IN THE NAME FIELD; A BLANK DATE
      * TAKES TODAY'S DATE. A BLANK STATUS ON THE MASTER IS ACTIVE
      *----------------------------------------------------------------
       2235-APPLY-STATUS-CHANGE.
           IF NOT MT-NEW-STATUS-VALID
              MOVE 'INVALID STATUS CODE'
                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-WRITE-REJECT-LINE
                  THRU 8300-WRITE-REJECT-LINE-EXIT
              GO TO 2235-APPLY-STATUS-CHANGE-EXIT
           END-IF
           IF MT-NEW-STATUS-DATE = SPACES
              MOVE W-RUN-DATE TO MT-NEW-STATUS-DATE
           END-IF
           IF MT-NEW-STATUS-DATE IS NOT NUMERIC
              MOVE 'INVALID STATUS DATE'
                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-WRITE-REJECT-LINE
                  THRU 8300-WRITE-REJECT-LINE-EXIT
              GO TO 2235-APPLY-STATUS-CHANGE-EXIT
           END-IF
           IF MT-NEW-STATUS = W-HOLD-STATUS
              OR (MT-NEW-STATUS-ACTIVE AND W-HOLD-STATUS = SPACE)
              MOVE 'STATUS ALREADY SET'
                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-WRITE-REJECT-LINE
                  THRU 8300-WRITE-REJECT-LINE-EXIT
              GO TO 2235-APPLY-STATUS-CHANGE-EXIT
           END-IF

           ADD 1 TO W-STATUS-COUNT
           MOVE SPACES TO W-AUDIT-LINE
           MOVE MT-CUSTOMER-ID      TO W-AUD-CUSTOMER-ID
           MOVE 'CHG'               TO W-AUD-ACTION
           MOVE 'STATUS'            TO W-AUD-FIELD
           MOVE W-HOLD-STATUS       TO W-AUD-BEFORE
           MOVE MT-NEW-STATUS       TO W-AUD-AFTER
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT
           MOVE 'STSDATE'           TO W-AUD-FIELD
           MOVE W-HOLD-STATUS-DATE  TO W-AUD-BEFORE
           MOVE MT-NEW-STATUS-DATE  TO W-AUD-AFTER
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT
           MOVE MT-NEW-STATUS       TO W-HOLD-STATUS
           MOVE MT-NEW-STATUS-DATE  TO W-HOLD-STATUS-DATE.

           PERFORM 2380-WRITE-OPERATOR-LINE
               THRU 2380-WRITE-OPERATOR-LINE-EXIT.

       2235-APPLY-STATUS-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2240-APPLY-ERASURE - OVERWRITE THE HELD CUSTOMER'S NAME,
      * ADDRESS, PHONE AND EVERY CONTACT VALUE WITH THE ERASURE MARK,
      * KEEPING THE ID, CURRENCY, CYCLE AND CONTACT TYPES; THE AUDIT
      * LINES NAME THE FIELDS BUT NOT THEIR OLD CONTENTS. THE
      * CUSTOMER GOES TO THE ERASURE FILE WITH MAKER AND CHECKER FOR
      * THE ERASURE RUN OVER THE OTHER DATASETS
      *----------------------------------------------------------------
       2240-APPLY-ERASURE.
           ADD 1 TO W-ERASE-COUNT
           MOVE SPACES TO W-AUDIT-LINE
           MOVE MT-CUSTOMER-ID    TO W-AUD-CUSTOMER-ID
           MOVE 'ERA'             TO W-AUD-ACTION
           MOVE '(PERSONAL DATA)' TO W-AUD-BEFORE
           MOVE W-ERASURE-MARK    TO W-AUD-AFTER

           MOVE 'NAME'            TO W-AUD-FIELD
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT
           MOVE W-ERASURE-MARK    TO W-HOLD-NAME
           MOVE 'ADDRESS'         TO W-AUD-FIELD
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT
           MOVE W-ERASURE-MARK    TO W-HOLD-ADDRESS
           MOVE 'PHONE'           TO W-AUD-FIELD
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT
           MOVE W-ERASURE-MARK    TO W-HOLD-PHONE
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > W-HOLD-CONTACT-COUNT
               MOVE 'CONTACT'     TO W-AUD-FIELD
               PERFORM 8150-WRITE-AUDIT-LINE
                   THRU 8150-WRITE-AUDIT-LINE-EXIT
               MOVE W-ERASURE-MARK TO W-HOLD-CONTACT-VALUE (W-M)
           END-PERFORM

           MOVE SPACES            TO ERASURE-RECORD
           MOVE MT-CUSTOMER-ID    TO ER-CUSTOMER-ID
           MOVE MT-OPERATOR-ID    TO ER-MAKER-ID
           MOVE W-APPROVER-ID     TO ER-CHECKER-ID
           WRITE ERASURE-RECORD
           IF ERASURE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO ERASURE-FILE='
                      ERASURE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2380-WRITE-OPERATOR-LINE
               THRU 2380-WRITE-OPERATOR-LINE-EXIT.

       2240-APPLY-ERASURE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2245-RECORD-MERGE - AN APPROVED MERGE OF THE RETIRED ID INTO
      * THE HELD (SURVIVING) CUSTOMER. THE RETIRED CUSTOMER MAY SIT
      * EITHER SIDE OF THE SURVIVOR ON THE MASTER, SO THIS PASS ONLY
      * VALIDATES THE PAIR AND WRITES IT TO THE MERGE FILE WITH
      * MAKER AND CHECKER; TCOBWMRG COMBINES THE CONTACTS, RETIRES
      * THE OLD ID AND RE-KEYS ITS HISTORY AND ARCHIVE RECORDS
      *----------------------------------------------------------------
       2245-RECORD-MERGE.
           IF MT-RETIRED-ID IS NOT NUMERIC
              MOVE 'RETIRED ID NOT NUMERIC'
                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-WRITE-REJECT-LINE
                  THRU 8300-WRITE-REJECT-LINE-EXIT
              GO TO 2245-RECORD-MERGE-EXIT
           END-IF
           IF MT-RETIRED-ID = W-HOLD-CUSTOMER-ID
              MOVE 'RETIRED ID SAME AS SURVIVOR'
                             TO W-REJECT-REASON-TEXT
              PERFORM 8300-WRITE-REJECT-LINE
                  THRU 8300-WRITE-REJECT-LINE-EXIT
              GO TO 2245-RECORD-MERGE-EXIT
           END-IF

           ADD 1 TO W-MERGE-COUNT
           MOVE SPACES TO W-AUDIT-LINE
           MOVE MT-CUSTOMER-ID    TO W-AUD-CUSTOMER-ID
           MOVE 'MRG'             TO W-AUD-ACTION
           MOVE 'RETIRES'         TO W-AUD-FIELD
           MOVE MT-RETIRED-ID     TO W-AUD-BEFORE
           MOVE '(TO MERGE FILE)' TO W-AUD-AFTER
           PERFORM 8150-WRITE-AUDIT-LINE
               THRU 8150-WRITE-AUDIT-LINE-EXIT

           MOVE SPACES            TO MERGE-RECORD
           MOVE MT-CUSTOMER-ID    TO MG-SURVIVING-ID
           MOVE MT-RETIRED-ID     TO MG-RETIRED-ID
           MOVE MT-OPERATOR-ID    TO MG-MAKER-ID
           MOVE W-APPROVER-ID     TO MG-CHECKER-ID
           WRITE MERGE-RECORD
           IF MERGE-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO MERGE-FILE='
                      MERGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           PERFORM 2380-WRITE-OPERATOR-LINE
               THRU 2380-WRITE-OPERATOR-LINE-EXIT.

       2245-RECORD-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-APPLY-CONTACT-ACTION - ADD, DROP OR REPLACE ONE ENTRY IN
      * THE HELD CUSTOMER'S CONTACT GROUP, WITH A BEFORE/AFTER AUDIT
              MOVE W-HOLD-PHONE       TO NM-CUSTOMER-PHONE
              MOVE W-HOLD-CURRENCY    TO NM-CUSTOMER-CURRENCY-CODE
              MOVE W-HOLD-CYCLE       TO NM-BILLING-CYCLE
              MOVE W-HOLD-STATUS      TO NM-CUSTOMER-STATUS
              MOVE W-HOLD-STATUS-DATE TO NM-STATUS-DATE
              MOVE W-HOLD-CONTACT-COUNT TO NM-CONTACT-COUNT
              PERFORM VARYING W-M FROM 1 BY 1
                      UNTIL W-M > NM-CONTACT-COUNT

      *----------------------------------------------------------------
      * 2350-CHECK-APPROVAL - DECIDE WHETHER THE CURRENT TRANSACTION
      * IS SENSITIVE (DELETE, ERASE, MERGE, CURRENCY CHANGE, CONTACT
      * DROP/REPLACE, STATUS CHANGE OTHER THAN BACK TO ACTIVE) AND,
      * IF SO, LOOK FOR AN UNUSED APPROVAL RECORD
      * FOR THE SAME CUSTOMER, ACTION AND CONTACT ACTION KEYED BY A
      * DIFFERENT OPERATOR; SETS TRAN-SENSITIVE, TRAN-APPROVED AND
      * W-APPROVER-ID
      *----------------------------------------------------------------
       2350-CHECK-APPROVAL.
           MOVE SPACES TO W-APPROVER-ID

           IF MT-DELETE
              OR MT-ERASE
              OR MT-MERGE
              OR (MT-STATUS-CHANGE AND MT-NEW-STATUS-VALID
                  AND NOT MT-NEW-STATUS-ACTIVE)
              OR (MT-CHANGE AND MT-CURRENCY-CODE NOT = SPACES)
              OR (MT-CHANGE AND (MT-CONTACT-DROP
                                 OR MT-CONTACT-REPLACE))
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'CUSTOMERS ERASED'           TO W-SUM-TEXT
           MOVE W-ERASE-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'MERGES APPROVED FOR TCOBWMRG' TO W-SUM-TEXT
           MOVE W-MERGE-COUNT                TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'STATUS CHANGES APPLIED'     TO W-SUM-TEXT
           MOVE W-STATUS-COUNT               TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
               THRU 8200-WRITE-SUMMARY-LINE-EXIT

           MOVE 'TRANSACTIONS REJECTED'      TO W-SUM-TEXT
           MOVE W-TRAN-REJECT-COUNT          TO W-SUM-COUNT
           PERFORM 8200-WRITE-SUMMARY-LINE
              OR W-PENDING-OUT-COUNT > ZERO
              OR W-AGED-OUT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
              MOVE 4 TO W-STEP-REASON-CODE
              MOVE 'TRANSACTIONS REJECTED, PENDED OR AGED OUT'
                                                TO W-STEP-REASON
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
       8300-WRITE-REJECT-LINE-EXIT.
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
           MOVE 'TCOBWMNT'              TO SS-STEP-NAME
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
           MOVE 'MASTER READ'           TO SS-COUNT-LABEL (1)
           MOVE W-MASTER-READ-COUNT     TO SS-COUNT (1)
           MOVE 'MASTER OUT'            TO SS-COUNT-LABEL (2)
           MOVE W-MASTER-WRITTEN-COUNT  TO SS-COUNT (2)
           MOVE 'TRANS READ'            TO SS-COUNT-LABEL (3)
           MOVE W-TRAN-READ-COUNT       TO SS-COUNT (3)
           MOVE 'TRAN REJECTS'          TO SS-COUNT-LABEL (4)
           MOVE W-TRAN-REJECT-COUNT     TO SS-COUNT (4)
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

           CLOSE CUSTOMER-MASTER.
           CLOSE MAINT-TRAN-FILE.
           CLOSE NEW-MASTER.
           CLOSE APPROVAL-FILE.
           CLOSE PENDING-IN.
           CLOSE PENDING-OUT.
           CLOSE ERASURE-FILE.
           CLOSE MERGE-FILE.

           GOBACK.

