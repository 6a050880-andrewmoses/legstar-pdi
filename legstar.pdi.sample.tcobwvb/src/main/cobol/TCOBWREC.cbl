      *                  THE BAD-DATE DECODE AND THE REPAIR WORK ON
      *                  CENTURY/YEAR/MONTH/DAY, AND A BAD CENTURY
      *                  OR YEAR REPAIRS TO '2000'.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: THE REJECT-FILE HEADER'S
      *                  BUSINESS DATE AND RUN NUMBER (THE EXPECTED RUN
      *                  WHEN THERE IS NO HEADER), CONDITION CODE,
      *                  REJECTS READ, RESUBMITTED AND AGED OUT, AND
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
       FD  REJECT-FILE
           05 RC-RUN-NUMBER           PIC 9(4).
           05 FILLER                  PIC X(8).

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
       01  REJECT-FILE-STATUS         PIC 9(2).
       01  RESUBMIT-FILE-STATUS       PIC 9(2).
       01  RECYCLE-REPORT-STATUS      PIC 9(2).
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05 W-STEP-RUN-NUMBER       PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-EXPECTED-RUN.
           05 W-EXP-BUSINESS-DATE     PIC X(8) VALUE SPACES.
           05 W-EXP-RUN-NUMBER        PIC 9(4) VALUE ZERO.
               NOT AT END
                   MOVE RC-BUSINESS-DATE TO W-EXP-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-EXP-RUN-NUMBER
                   MOVE RC-BUSINESS-DATE TO W-STEP-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-STEP-RUN-NUMBER
           END-READ.
           CLOSE RUN-CONTROL-FILE.

              DISPLAY 'NO HEADER RECORD ON REJECT-FILE, '
                      'RECYCLE RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'NO HEADER ON REJECT-FILE - RECYCLE REFUSED'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF.
           MOVE RHD-BUSINESS-DATE TO W-STEP-BUSINESS-DATE.
           MOVE RHD-RUN-NUMBER    TO W-STEP-RUN-NUMBER.
           IF RHD-BUSINESS-DATE NOT = W-EXP-BUSINESS-DATE
              OR RHD-RUN-NUMBER NOT = W-EXP-RUN-NUMBER
              DISPLAY 'REJECT-FILE RUN ' RHD-BUSINESS-DATE '/'
                      W-EXP-BUSINESS-DATE '/' W-EXP-RUN-NUMBER
                      ', RECYCLE RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              MOVE 12 TO W-STEP-REASON-CODE
              MOVE 'REJECT-FILE NOT FOR EXPECTED RUN - REFUSED'
                                                TO W-STEP-REASON
              GO TO 9999-PROGRAM-EXIT
           END-IF.

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
           MOVE 'TCOBWREC'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE W-STEP-BUSINESS-DATE    TO SS-BUSINESS-DATE
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
           MOVE 'REJECTS READ'          TO SS-COUNT-LABEL (1)
           MOVE W-REJECT-READ-COUNT     TO SS-COUNT (1)
           MOVE 'RESUBMITTED'           TO SS-COUNT-LABEL (2)
           MOVE W-RESUBMIT-COUNT        TO SS-COUNT (2)
           MOVE 'SUSPENSE'              TO SS-COUNT-LABEL (3)
           MOVE W-SUSPENSE-COUNT        TO SS-COUNT (3)
           MOVE ZERO                    TO SS-COUNT (4)
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

           CLOSE REJECT-FILE.
           CLOSE RESUBMIT-FILE.
           CLOSE RECYCLE-REPORT.
