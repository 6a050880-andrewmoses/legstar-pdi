       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWPMG.
      * ----------------------------------------------------------------
      * PARTITION MERGE STEP FOR THE PARTITIONED TCOBWVB EXTRACT
      * ----------------------------------------------------------------
      * WHEN THE NIGHTLY EXTRACT RUNS AS SEVERAL PARALLEL TCOBWVB
      * PARTITIONS (PARM PARTITION NUMBER / LOW-ID / HIGH-ID), EACH
      * PARTITION WRITES ITS OWN OUTPUT-FILE, REJECT-FILE, CSV-FILE,
      * PRINT-FILE AND CHECKPOINT, AND ENDS BY WRITING ONE PARTITION-
      * CONTROL RECORD. THIS STEP COMBINES THE PARTITIONS INTO THE
      * SINGLE SET OF FILES THE DOWNSTREAM STEPS READ AFTER A SINGLE-
      * STREAM RUN:
      *   OUTFILE  ONE HEADER, EVERY PARTITION'S CUSTOMER-DATA IN
      *            PARTITION ORDER, ONE TRAILER WHOSE COUNT, AMOUNT
      *            AND RESUBMIT RECORDS ARE THE SUM OF THE PARTITIONS
      *   REJFILE  ONE HEADER AND EVERY PARTITION'S REJECTS
      *   CSVFILE  EVERY PARTITION'S CSV RECORDS
      *   PRTFILE  EVERY PARTITION'S AUDIT LINES, THEN ONE SET OF
      *            UNMATCHED COUNTS, RUN MODE, CURRENCY SUMMARY AND
      *            RUN STATISTICS PAGE FOR THE WHOLE NIGHT
      *   RUNSUMF  ONE RUN-SUMMARY RECORD FOR TCOBWLGR
      * THE PARTITION INPUTS (PARTCTL, PARTOUT, PARTREJ, PARTCSV AND
      * PARTPRT) ARE EACH THE CONCATENATION OF THE PARTITIONS' FILES
      * IN PARTITION ORDER. THE PARM GIVES THE NUMBER OF PARTITIONS.
      * BEFORE ANYTHING IS WRITTEN THE STEP PROVES THAT EVERY
      * PARTITION FINISHED (ONE CONTROL RECORD EACH, NUMBERED 1 TO N),
      * THAT THE RANGES RUN FROM 000000 TO 999999 WITHOUT GAP OR
      * OVERLAP, AND THAT EVERY PARTITION RAN FOR THE SAME BUSINESS
      * DATE, RUN NUMBER (THE ONE AFTER RUN CONTROL), MODE, CYCLE AND
      * EXCHANGE RATES. EACH PARTITION'S EXTRACT AND REJECT HEADERS
      * ARE THEN CHECKED AGAINST THAT RUN, AND EACH EXTRACT IS PROVED
      * TO ITS OWN TRAILER AND CONTROL RECORD AS IT IS COPIED. ONLY
      * WHEN ALL OF THAT HOLDS IS RUN CONTROL STEPPED TO TONIGHT'S
      * RUN, SO A FAILED PARTITION CAN BE RESTARTED ON ITS OWN AND
      * THIS STEP RERUN.
      * EDTRPT, MSTREJ, ENOTIF AND PAPERF CARRY NO CONTROL RECORDS
      * AND ARE PASSED DOWNSTREAM AS A CONCATENATION OF THE
      * PARTITIONS' FILES.
      * CONDITION CODES: 0 MERGED, 4 MERGED WITH REJECTS, 12 CONTROL
      * ERROR (PARM, RUN CONTROL, MISSING OR MISMATCHED PARTITION),
      * 16 I/O.
      * ----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY    DESCRIPTION
      * ---------- ----- --------------------------------------------
      * 2026-10-15 AM    INITIAL VERSION.
      * 2026-10-15 AM    WRITES THE STANDARD STEP-STATUS RECORD
      *                  (STEPSTAT) AT END OF RUN FOR THE TCOBWNGT
      *                  NIGHT SUMMARY: BUSINESS DATE, RUN NUMBER,
      *                  CONDITION CODE, PARTITIONS, CUSTOMERS AND
      *                  RECORDS MERGED, MERGED TRAILER AND
      *                  BASE-CURRENCY AMOUNTS AND THE REASON FOR ANY
      *                  NONZERO CODE.
      * 2026-10-15 AM    PARTITION-CONTROL RECORD GREW TO 448 BYTES
      *                  FOR THE COUNT OF RESUBMITTED RECORDS OF
      *                  CLOSED CUSTOMERS, WHICH IS CARRIED INTO THE
      *                  RUN STATISTICS.
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

           SELECT PARTITION-CONTROL-FILE
           ASSIGN TO PARTCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-CONTROL-STATUS.

           SELECT PARTITION-EXTRACT
           ASSIGN TO PARTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-EXTRACT-STATUS.

           SELECT PARTITION-REJECTS
           ASSIGN TO PARTREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-REJECTS-STATUS.

           SELECT PARTITION-CSV
           ASSIGN TO PARTCSV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-CSV-STATUS.

           SELECT PARTITION-PRINT
           ASSIGN TO PARTPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARTITION-PRINT-STATUS.

           SELECT OUTPUT-FILE
           ASSIGN TO OUTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTPUT-FILE-STATUS.

           SELECT REJECT-FILE
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT CSV-FILE
           ASSIGN TO CSVFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO PRTFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-FILE-STATUS.

           SELECT RUN-SUMMARY-FILE
           ASSIGN TO RUNSUMF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-SUMMARY-STATUS.

           SELECT STEP-STATUS-FILE
           ASSIGN TO STEPSTAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEP-STATUS-FILE-STATUS.

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

       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 448 CHARACTERS.
       01  PARTITION-CONTROL-RECORD.
           05 PC-PARTITION-NUMBER     PIC 9(2).
           05 PC-LOW-ID               PIC 9(6).
           05 PC-HIGH-ID              PIC 9(6).
           05 PC-BUSINESS-DATE        PIC X(8).
           05 PC-RUN-NUMBER           PIC 9(4).
           05 PC-RUN-MODE             PIC X(1).
           05 PC-CYCLE                PIC X(2).
           05 PC-RESTARTED            PIC X(1).
           05 PC-START-TIME           PIC X(8).
           05 PC-END-TIME             PIC X(8).
           05 PC-RATE-DATE            PIC X(8).
           05 PC-RETURN-CODE          PIC 9(2).
           05 PC-CUSTOMER-COUNT       PIC 9(9).
           05 PC-MASTER-READ-COUNT    PIC 9(9).
           05 PC-MASTER-REJECT-COUNT  PIC 9(9).
           05 PC-CYCLE-SKIPPED-COUNT  PIC 9(9).
           05 PC-STATUS-ACTIVE-COUNT  PIC 9(9).
           05 PC-STATUS-DORMANT-COUNT PIC 9(9).
           05 PC-STATUS-SUSPEND-COUNT PIC 9(9).
           05 PC-STATUS-CLOSED-COUNT  PIC 9(9).
           05 PC-PRINT-LINES          PIC 9(9).
           05 PC-DATA-RECORDS         PIC 9(9).
           05 PC-CONT-CHUNKS          PIC 9(9).
           05 PC-REJECT-COUNT         PIC 9(9).
           05 PC-REJ-RDAY-COUNT       PIC 9(9).
           05 PC-REJ-RMTH-COUNT       PIC 9(9).
           05 PC-REJ-RYR-COUNT        PIC 9(9).
           05 PC-RESUBMIT-READ-COUNT  PIC 9(9).
           05 PC-RESUBMIT-ACCEPT-COUNT PIC 9(9).
           05 PC-RESUBMIT-REREJ-COUNT PIC 9(9).
           05 PC-RESUBMIT-CLOSED-COUNT PIC 9(9).
           05 PC-CSV-LINES            PIC 9(9).
           05 PC-ENOTIF-COUNT         PIC 9(9).
           05 PC-PAPER-COUNT          PIC 9(9).
           05 PC-WITHHELD-COUNT       PIC 9(9).
           05 PC-ORPHAN-TX-COUNT      PIC 9(9).
           05 PC-SEQ-ERROR-COUNT      PIC 9(9).
           05 PC-DELTA-NEW-COUNT      PIC 9(9).
           05 PC-DELTA-CHANGED-COUNT  PIC 9(9).
           05 PC-DELTA-UNCHANGED-COUNT PIC 9(9).
           05 PC-DELTA-DELETED-COUNT  PIC 9(9).
           05 PC-TOTAL-AMOUNT         PIC S9(15)V99.
           05 PC-CURRENCY-TOTALS OCCURS 3 TIMES.
              10 PC-CCY-CODE          PIC X(3).
              10 PC-CCY-RATE          PIC 9(3)V9(6).
              10 PC-CCY-TX-COUNT      PIC 9(9).
              10 PC-CCY-AMOUNT        PIC S9(15)V99.

       FD  PARTITION-EXTRACT
           RECORDING MODE IS V
           RECORD CONTAINS 21 TO 5869 CHARACTERS.
       01  PX-CUSTOMER-DATA-IMAGE     PIC X(5869).
       01  PX-TRAILER-RECORD.
           05 PX-TRAILER-ID              PIC X(6).
           05 PX-TRAILER-CUSTOMER-COUNT  PIC 9(9) COMP-3.
           05 PX-TRAILER-TOTAL-AMOUNT    PIC S9(15)V99 COMP-3.
           05 PX-TRAILER-RUN-MODE        PIC X(1).
           05 PX-TRAILER-CYCLE           PIC X(2).
           05 PX-TRAILER-RESUBMIT-RECORDS PIC 9(9) COMP-3.
       01  PX-HEADER-RECORD.
           05 PX-HEADER-ID               PIC X(6).
           05 PX-HEADER-BUSINESS-DATE    PIC X(8).
           05 PX-HEADER-RUN-NUMBER       PIC 9(4).
           05 PX-HEADER-CYCLE            PIC X(2).
           05 FILLER                     PIC X(1).

       FD  PARTITION-REJECTS
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  PARTITION-REJECT-RECORD    PIC X(5875).
       01  PR-HEADER-RECORD.
           05 PR-HEADER-ID               PIC X(6).
           05 PR-HEADER-BUSINESS-DATE    PIC X(8).
           05 PR-HEADER-RUN-NUMBER       PIC 9(4).
           05 PR-HEADER-CYCLE            PIC X(2).
           05 FILLER                     PIC X(5855).

       FD  PARTITION-CSV
           RECORDING MODE IS F
           RECORD CONTAINS 8700 CHARACTERS.
       01  PARTITION-CSV-RECORD       PIC X(8700).

       FD  PARTITION-PRINT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARTITION-PRINT-RECORD     PIC X(80).

       FD OUTPUT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 2 RECORDS
           RECORD CONTAINS 21 TO 5869 CHARACTERS.
       01  CUSTOMER-DATA.
           05 CUSTOMER-ID             PIC 9(6).
           05 CONTINUATION-IND        PIC X(1).
           05 EXTRACT-ACTION-IND      PIC X(1).
           05 CUSTOMER-CYCLE          PIC X(2).
           05 PERSONAL-DATA.
              10 CUSTOMER-NAME        PIC X(20).
              10 CUSTOMER-ADDRESS     PIC X(20).
              10 CUSTOMER-PHONE       PIC X(8).
           05 CONTACT-INFO.
              10 CONTACT-NBR          PIC 9(4) COMP.
              10 CUSTOMER-CONTACTS OCCURS 0 TO 5
                 DEPENDING ON CONTACT-NBR.
                 15 CONTACT-TYPE          PIC X(1).
                 15 CONTACT-VALUE         PIC X(40).
           05 TRANSACTIONS.
              10 TRANSACTION-NBR      PIC 9(9) COMP.
              10 TRANSACTION OCCURS 0 TO 200
                 DEPENDING ON TRANSACTION-NBR.
                 15 TRANSACTION-DATE         PIC X(8).
                 15 TRANSACTION-AMOUNT       PIC S9(13)V99 COMP-3.
                 15 TRANSACTION-CURRENCY-CODE PIC X(3).
                 15 TRANSACTION-COMMENT      PIC X(9).
       01  CUSTOMER-DATA-IMAGE        PIC X(5869).
       01  TRAILER-RECORD.
           05 TRAILER-ID                 PIC X(6).
           05 TRAILER-CUSTOMER-COUNT     PIC 9(9) COMP-3.
           05 TRAILER-TOTAL-AMOUNT       PIC S9(15)V99 COMP-3.
           05 TRAILER-RUN-MODE           PIC X(1).
           05 TRAILER-CYCLE              PIC X(2).
           05 TRAILER-RESUBMIT-RECORDS   PIC 9(9) COMP-3.
       01  HEADER-RECORD.
           05 HEADER-ID                  PIC X(6).
           05 HEADER-BUSINESS-DATE       PIC X(8).
           05 HEADER-RUN-NUMBER          PIC 9(4).
           05 HEADER-CYCLE               PIC X(2).
           05 FILLER                     PIC X(1).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5875 CHARACTERS.
       01  REJECT-RECORD              PIC X(5875).
       01  REJECT-HEADER-RECORD.
           05 RHDR-ID                     PIC X(6).
           05 RHDR-BUSINESS-DATE          PIC X(8).
           05 RHDR-RUN-NUMBER             PIC 9(4).
           05 RHDR-CYCLE                  PIC X(2).
           05 FILLER                      PIC X(5855).

       FD  CSV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 8700 CHARACTERS.
       01  CSV-RECORD                     PIC X(8700).

       FD  PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-RECORD                   PIC X(80).

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 146 CHARACTERS.
       01  RUN-SUMMARY-RECORD.
           05 RS-BUSINESS-DATE        PIC X(8).
           05 RS-RUN-NUMBER           PIC 9(4).
           05 RS-RUN-MODE             PIC X(1).
           05 RS-CYCLE                PIC X(2).
           05 RS-CUSTOMER-COUNT       PIC 9(9).
           05 RS-TOTAL-AMOUNT         PIC S9(15)V99.
           05 RS-MASTER-REJECT-COUNT  PIC 9(9).
           05 RS-DATA-REJECT-COUNT    PIC 9(9).
           05 RS-CURRENCY-TOTALS OCCURS 3 TIMES.
              10 RS-CCY-CODE          PIC X(3).
              10 RS-CCY-TX-COUNT      PIC 9(9).
              10 RS-CCY-AMOUNT        PIC S9(15)V99.

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
       01  W-M                        PIC 9(4) COMP.
       01  W-P                        PIC 9(4) COMP VALUE ZERO.
       01  W-X                        PIC 9(4) COMP VALUE ZERO.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  PARTITION-CONTROL-STATUS   PIC 9(2) VALUE ZERO.
       01  PARTITION-EXTRACT-STATUS   PIC 9(2) VALUE ZERO.
       01  PARTITION-REJECTS-STATUS   PIC 9(2) VALUE ZERO.
       01  PARTITION-CSV-STATUS       PIC 9(2) VALUE ZERO.
       01  PARTITION-PRINT-STATUS     PIC 9(2) VALUE ZERO.
       01  OUTPUT-FILE-STATUS         PIC 9(2) VALUE ZERO.
       01  REJECT-FILE-STATUS         PIC 9(2) VALUE ZERO.
       01  CSV-FILE-STATUS            PIC 9(2) VALUE ZERO.
       01  PRINT-FILE-STATUS          PIC 9(2) VALUE ZERO.
       01  RUN-SUMMARY-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  W-STEP-STATUS.
           05 W-STEP-REASON-CODE      PIC 9(4) VALUE ZERO.
           05 W-STEP-REASON           PIC X(47) VALUE SPACES.
       01  W-SWITCHES.
           05 W-PARTCTL-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 PARTCTL-EOF                VALUE 'Y'.
           05 W-EXTRACT-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 EXTRACT-EOF                VALUE 'Y'.
           05 W-REJECTS-EOF-SWITCH    PIC X(1) VALUE 'N'.
              88 REJECTS-EOF                VALUE 'Y'.
           05 W-CSV-EOF-SWITCH        PIC X(1) VALUE 'N'.
              88 CSV-EOF                    VALUE 'Y'.
           05 W-PRINT-EOF-SWITCH      PIC X(1) VALUE 'N'.
              88 PRINT-EOF                  VALUE 'Y'.
           05 W-PARTITION-OPEN-SWITCH PIC X(1) VALUE 'N'.
              88 PARTITION-EXTRACT-OPEN     VALUE 'Y'.
       01  MAX-PARTITIONS             PIC 9(2) COMP VALUE 20.
       01  W-PARTITION-COUNT          PIC 9(2) VALUE ZERO.
       01  W-DSP-PARTITION            PIC 9(2) VALUE ZERO.
       01  W-DSP-AMOUNT               PIC -(15)9.99.
       01  W-NEXT-LOW-ID              PIC 9(7) VALUE ZERO.
       01  W-DSP-CUSTOMER-ID          PIC 9(6) VALUE ZERO.
       01  W-PARTITION-TABLE.
           05 W-PARTITION-ENTRY OCCURS 20 TIMES.
              10 W-PT-LOW-ID          PIC 9(6).
              10 W-PT-HIGH-ID         PIC 9(6).
              10 W-PT-RESTARTED       PIC X(1).
              10 W-PT-CUSTOMER-COUNT  PIC 9(9) COMP-3.
              10 W-PT-TOTAL-AMOUNT    PIC S9(15)V99 COMP-3.
              10 W-PT-RESUBMIT-RECORDS PIC 9(9) COMP-3.
       01  W-RUN-IDENTITY.
           05 W-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05 W-RUN-NUMBER            PIC 9(4) VALUE ZERO.
           05 W-PRIOR-RUN-DATE        PIC X(8) VALUE SPACES.
           05 W-PRIOR-RUN-NUMBER      PIC 9(4) VALUE ZERO.
           05 W-RUN-MODE              PIC X(1) VALUE 'F'.
              88 DELTA-MODE                 VALUE 'D'.
           05 W-RUN-CYCLE             PIC X(2) VALUE SPACES.
           05 W-RATE-DATE             PIC X(8) VALUE SPACES.
       01  W-FIRST-START-TIME.
           05 W-FST-HH                PIC X(2).
           05 W-FST-MM                PIC X(2).
           05 W-FST-SS                PIC X(2).
           05 FILLER                  PIC X(2).
       01  W-LAST-END-TIME.
           05 W-LET-HH                PIC X(2).
           05 W-LET-MM                PIC X(2).
           05 W-LET-SS                PIC X(2).
           05 FILLER                  PIC X(2).
       01  MAX-CURRENCY-ENTRIES       PIC 9(1) COMP VALUE 3.
       01  W-CURRENCY-TABLE.
           05 W-CURRENCY-ENTRY OCCURS 3 TIMES.
              10 W-CT-CODE            PIC X(3).
              10 W-CT-RATE            PIC 9(3)V9(6) COMP-3.
              10 W-CT-TX-COUNT        PIC 9(9) COMP-3.
              10 W-CT-AMOUNT          PIC S9(15)V99 COMP-3.
              10 W-CT-BASE-AMOUNT     PIC S9(15)V99 COMP-3.
       01  W-TOTAL-BASE-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-MERGED-COUNTS.
           05 W-CUSTOMER-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-MASTER-REJECT-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CYCLE-SKIPPED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-ACTIVE-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-DORMANT-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-SUSPEND-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-STATUS-CLOSED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CONT-CHUNKS-WRITTEN   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-RDAY-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-RMTH-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJ-RYR-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-READ-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-ACCEPT-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-REREJ-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESUBMIT-CLOSED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ENOTIF-WRITE-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PAPER-WRITE-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 W-NOTIFY-WITHHELD-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-ORPHAN-TX-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-SEQ-ERROR-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELTA-NEW-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELTA-CHANGED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELTA-UNCHANGED-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-DELTA-DELETED-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-RESTARTED-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
       01  W-COPY-COUNTS.
           05 W-DATA-RECORDS-COPIED   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJECTS-COPIED        PIC 9(9) COMP-3 VALUE ZERO.
           05 W-REJECT-HEADERS-READ   PIC 9(9) COMP-3 VALUE ZERO.
           05 W-CSV-LINES-COPIED      PIC 9(9) COMP-3 VALUE ZERO.
           05 W-PRINT-LINES-WRITTEN   PIC 9(9) COMP-3 VALUE ZERO.
       01  W-MERGED-TRAILER.
           05 W-TRAILER-CUSTOMER-COUNT PIC 9(9) COMP-3 VALUE ZERO.
           05 W-TRAILER-TOTAL-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 W-TRAILER-RESUBMITS     PIC 9(9) COMP-3 VALUE ZERO.
       01  W-PARTITION-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  W-RUN-MODE-LINE.
           05 FILLER                  PIC X(10) VALUE 'RUN MODE: '.
           05 W-RML-TEXT              PIC X(13).
           05 FILLER                  PIC X(57) VALUE SPACES.
       01  W-CYCLE-LINE.
           05 FILLER                  PIC X(12) VALUE 'CYCLE RUN:  '.
           05 W-CYL-TEXT              PIC X(9).
           05 FILLER                  PIC X(59) VALUE SPACES.
       01  W-UNMATCHED-COUNT-LINE.
           05 W-UNC-TEXT              PIC X(34).
           05 W-UNC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-CURRENCY-HEADER-LINE.
           05 FILLER                  PIC X(26)
              VALUE 'CURRENCY SUMMARY, RATES OF'.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CSH-RATE-DATE         PIC X(8).
           05 FILLER                  PIC X(45) VALUE SPACES.
       01  W-CURRENCY-SUMMARY-LINE.
           05 FILLER                  PIC X(9)  VALUE 'CURRENCY '.
           05 W-CSY-CODE              PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CSY-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CSY-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CSY-BASE-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(9)  VALUE SPACES.
       01  W-CURRENCY-TOTAL-LINE.
           05 FILLER                  PIC X(25)
              VALUE 'TOTAL BASE GBP EQUIVALENT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-CTL-BASE-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(32) VALUE SPACES.
       01  W-STATS-HEADER-LINE.
           05 FILLER                  PIC X(14) VALUE 'RUN STATISTICS'.
           05 FILLER                  PIC X(66) VALUE SPACES.
       01  W-STATS-TIME-LINE.
           05 FILLER                  PIC X(10) VALUE 'RUN START '.
           05 W-STT-START-HH          PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-STT-START-MM          PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-STT-START-SS          PIC X(2).
           05 FILLER                  PIC X(11) VALUE '  RUN END  '.
           05 W-STT-END-HH            PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-STT-END-MM            PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-STT-END-SS            PIC X(2).
           05 FILLER                  PIC X(43) VALUE SPACES.
       01  W-STATS-PARM-LINE.
           05 W-STP-TEXT              PIC X(34).
           05 W-STP-VALUE             PIC X(13).
           05 FILLER                  PIC X(33) VALUE SPACES.
       01  W-STATS-COUNT-LINE.
           05 W-STC-TEXT              PIC X(34).
           05 W-STC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-PARTITION-LINE.
           05 FILLER                  PIC X(10) VALUE 'PARTITION '.
           05 W-PTL-NUMBER            PIC 9(2).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-PTL-LOW-ID            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-PTL-HIGH-ID           PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'CUSTOMERS '.
           05 W-PTL-CUSTOMERS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 W-PTL-RESTARTED         PIC X(9).
           05 FILLER                  PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH             PIC 9(4) COMP.
           05 PARM-TEXT.
              10 PARM-PARTITION-COUNT    PIC X(2).
              10 PARM-PARTITION-COUNT-NUMBER REDEFINES
                 PARM-PARTITION-COUNT    PIC 9(2).
              10 FILLER                  PIC X(78).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-PARTITION-CONTROL
               THRU 1100-LOAD-PARTITION-CONTROL-EXIT
           PERFORM 1300-OPEN-MERGE-FILES
               THRU 1300-OPEN-MERGE-FILES-EXIT
           PERFORM 2000-MERGE-EXTRACT
               THRU 2000-MERGE-EXTRACT-EXIT
               UNTIL EXTRACT-EOF
           PERFORM 2800-FINISH-EXTRACT
               THRU 2800-FINISH-EXTRACT-EXIT
           PERFORM 3000-MERGE-REJECTS
               THRU 3000-MERGE-REJECTS-EXIT
               UNTIL REJECTS-EOF
           PERFORM 3800-FINISH-REJECTS
               THRU 3800-FINISH-REJECTS-EXIT
           PERFORM 4000-MERGE-CSV
               THRU 4000-MERGE-CSV-EXIT
               UNTIL CSV-EOF
           PERFORM 5000-MERGE-PRINT
               THRU 5000-MERGE-PRINT-EXIT
               UNTIL PRINT-EOF
           PERFORM 6000-WRITE-UNMATCHED-COUNTS
               THRU 6000-WRITE-UNMATCHED-COUNTS-EXIT
           PERFORM 6100-WRITE-RUN-MODE-SUMMARY
               THRU 6100-WRITE-RUN-MODE-SUMMARY-EXIT
           PERFORM 6200-WRITE-CURRENCY-SUMMARY
               THRU 6200-WRITE-CURRENCY-SUMMARY-EXIT
           PERFORM 6300-WRITE-RUN-STATISTICS
               THRU 6300-WRITE-RUN-STATISTICS-EXIT
           PERFORM 8100-WRITE-RUN-SUMMARY
               THRU 8100-WRITE-RUN-SUMMARY-EXIT
           PERFORM 8200-STEP-RUN-CONTROL
               THRU 8200-STEP-RUN-CONTROL-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE PARTITION COUNT FROM THE PARM AND
      * READ THE LAST RUN TAKEN FROM RUN CONTROL; TONIGHT'S RUN IS THE
      * ONE AFTER IT, AS EACH PARTITION WORKED IT OUT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF PARM-LENGTH < 2
              OR PARM-PARTITION-COUNT-NUMBER IS NOT NUMERIC
              OR PARM-PARTITION-COUNT-NUMBER = ZERO
              OR PARM-PARTITION-COUNT-NUMBER > MAX-PARTITIONS
              DISPLAY 'PARM PARTITION COUNT MISSING OR NOT 01-'
                      MAX-PARTITIONS
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE PARM-PARTITION-COUNT-NUMBER TO W-PARTITION-COUNT

           MOVE 'GBP' TO W-CT-CODE (1)
           MOVE 'USD' TO W-CT-CODE (2)
           MOVE 'EUR' TO W-CT-CODE (3)
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE ZERO TO W-CT-RATE (W-M)
               MOVE ZERO TO W-CT-TX-COUNT (W-M)
               MOVE ZERO TO W-CT-AMOUNT (W-M)
               MOVE ZERO TO W-CT-BASE-AMOUNT (W-M)
           END-PERFORM

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = 35
              DISPLAY 'NO RUN-CONTROL FILE PRESENT, '
                      'RUN NUMBER STARTS AT 1'
              MOVE ZERO TO RUN-CONTROL-STATUS
           ELSE
              IF RUN-CONTROL-STATUS NOT = ZERO
                 DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                         RUN-CONTROL-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              READ RUN-CONTROL-FILE
                  AT END
                      DISPLAY 'RUN-CONTROL FILE EMPTY, '
                              'RUN NUMBER STARTS AT 1'
                  NOT AT END
                      MOVE RC-BUSINESS-DATE TO W-PRIOR-RUN-DATE
                      MOVE RC-RUN-NUMBER    TO W-PRIOR-RUN-NUMBER
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF

           COMPUTE W-RUN-NUMBER = W-PRIOR-RUN-NUMBER + 1.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-PARTITION-CONTROL - READ ONE CONTROL RECORD PER
      * COMPLETED PARTITION AND PROVE THE SET BEFORE ANY OUTPUT IS
      * OPENED: EXACTLY THE NUMBER OF PARTITIONS IN THE PARM, AND
      * RANGES THAT END AT 999999
      *----------------------------------------------------------------
       1100-LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-CONTROL-FILE='
                      PARTITION-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 1150-LOAD-ONE-PARTITION
               THRU 1150-LOAD-ONE-PARTITION-EXIT
               UNTIL PARTCTL-EOF

           CLOSE PARTITION-CONTROL-FILE

           MOVE W-P TO W-DSP-PARTITION
           IF W-DSP-PARTITION NOT = W-PARTITION-COUNT
              DISPLAY 'ONLY ' W-DSP-PARTITION ' OF '
                      W-PARTITION-COUNT
                      ' PARTITIONS REPORTED COMPLETE, MERGE REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-NEXT-LOW-ID NOT = 1000000
              DISPLAY 'LAST PARTITION ENDS AT CUSTOMER-ID '
                      W-PT-HIGH-ID (W-P) ', NOT 999999'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           DISPLAY 'PARTITIONS PROVED COMPLETE FOR BUSINESS DATE '
                   W-BUSINESS-DATE ' RUN ' W-RUN-NUMBER.

       1100-LOAD-PARTITION-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-LOAD-ONE-PARTITION - CHECK ONE PARTITION-CONTROL RECORD:
      * IT MUST BE THE NEXT PARTITION IN NUMBER, START ONE ABOVE THE
      * END OF THE PARTITION BEFORE IT, AND CARRY TONIGHT'S RUN
      * NUMBER. PARTITION 1 FIXES THE BUSINESS DATE, MODE, CYCLE AND
      * RATES THAT EVERY OTHER PARTITION MUST MATCH, AND ONLY
      * PARTITION 1 MAY HAVE TAKEN THE RESUBMIT BLOCK. A PARTITION
      * THAT DID NOT FINISH TONIGHT SHOWS UP AS A MISSING RECORD OR AS
      * LAST NIGHT'S RECORD STILL ON ITS FILE
      *----------------------------------------------------------------
       1150-LOAD-ONE-PARTITION.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET PARTCTL-EOF TO TRUE
                   GO TO 1150-LOAD-ONE-PARTITION-EXIT
           END-READ.
           IF PARTITION-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PARTITION-CONTROL-FILE='
                      PARTITION-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           ADD 1 TO W-P
           MOVE W-P TO W-DSP-PARTITION
           IF W-P > W-PARTITION-COUNT
              DISPLAY 'MORE PARTITION CONTROL RECORDS THAN THE '
                      W-PARTITION-COUNT ' PARTITIONS IN THE PARM'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PC-PARTITION-NUMBER NOT = W-DSP-PARTITION
              DISPLAY 'PARTITION CONTROL RECORD ' W-DSP-PARTITION
                      ' IS FOR PARTITION ' PC-PARTITION-NUMBER
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-NEXT-LOW-ID > 999999
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' FOLLOWS A PARTITION ENDING AT 999999'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           IF PC-LOW-ID NOT = W-NEXT-LOW-ID
              MOVE W-NEXT-LOW-ID TO W-DSP-CUSTOMER-ID
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' STARTS AT CUSTOMER-ID ' PC-LOW-ID
                      ', EXPECTED ' W-DSP-CUSTOMER-ID
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           COMPUTE W-NEXT-LOW-ID = PC-HIGH-ID + 1

           IF PC-RUN-NUMBER NOT = W-RUN-NUMBER
              DISPLAY 'PARTITION ' W-DSP-PARTITION ' RAN FOR '
                      PC-BUSINESS-DATE ' RUN ' PC-RUN-NUMBER
                      ', NOT RUN ' W-RUN-NUMBER
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-P = 1
              IF PC-BUSINESS-DATE = W-PRIOR-RUN-DATE
                 DISPLAY 'PARTITIONS ALREADY MERGED FOR BUSINESS '
                         'DATE ' PC-BUSINESS-DATE ', MERGE REFUSED'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              MOVE PC-BUSINESS-DATE TO W-BUSINESS-DATE
              MOVE PC-RUN-MODE      TO W-RUN-MODE
              MOVE PC-CYCLE         TO W-RUN-CYCLE
              MOVE PC-RATE-DATE     TO W-RATE-DATE
              MOVE PC-START-TIME    TO W-FIRST-START-TIME
              MOVE PC-END-TIME      TO W-LAST-END-TIME
              PERFORM VARYING W-M FROM 1 BY 1
                      UNTIL W-M > MAX-CURRENCY-ENTRIES
                  MOVE PC-CCY-RATE (W-M) TO W-CT-RATE (W-M)
              END-PERFORM
           ELSE
              PERFORM 1160-MATCH-PARTITION-ONE
                  THRU 1160-MATCH-PARTITION-ONE-EXIT
           END-IF

           MOVE PC-LOW-ID              TO W-PT-LOW-ID (W-P)
           MOVE PC-HIGH-ID             TO W-PT-HIGH-ID (W-P)
           MOVE PC-RESTARTED           TO W-PT-RESTARTED (W-P)
           MOVE PC-CUSTOMER-COUNT      TO W-PT-CUSTOMER-COUNT (W-P)
           MOVE PC-TOTAL-AMOUNT        TO W-PT-TOTAL-AMOUNT (W-P)
           MOVE PC-RESUBMIT-ACCEPT-COUNT
                                       TO W-PT-RESUBMIT-RECORDS (W-P)

           PERFORM 1170-ACCUMULATE-PARTITION
               THRU 1170-ACCUMULATE-PARTITION-EXIT.

       1150-LOAD-ONE-PARTITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1160-MATCH-PARTITION-ONE - A LATER PARTITION MUST HAVE RUN FOR
      * THE SAME BUSINESS DATE, MODE, CYCLE AND EXCHANGE RATES AS
      * PARTITION 1, AND MUST NOT HAVE TAKEN ANY RESUBMITS
      *----------------------------------------------------------------
       1160-MATCH-PARTITION-ONE.
           IF PC-BUSINESS-DATE NOT = W-BUSINESS-DATE
              DISPLAY 'PARTITION ' W-DSP-PARTITION ' RAN FOR '
                      PC-BUSINESS-DATE ', PARTITION 01 FOR '
                      W-BUSINESS-DATE
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PC-RUN-MODE NOT = W-RUN-MODE
              OR PC-CYCLE NOT = W-RUN-CYCLE
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' RUN MODE OR CYCLE DIFFERS FROM PARTITION 01'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PC-RATE-DATE NOT = W-RATE-DATE
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXCHANGE RATES OF ' PC-RATE-DATE
                      ', PARTITION 01 RATES OF ' W-RATE-DATE
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF PC-CCY-RATE (W-M) NOT = W-CT-RATE (W-M)
                  DISPLAY 'PARTITION ' W-DSP-PARTITION
                          ' EXCHANGE RATE FOR ' W-CT-CODE (W-M)
                          ' DIFFERS FROM PARTITION 01'
                  MOVE 12 TO RETURN-CODE
                  GO TO 9999-PROGRAM-EXIT
               END-IF
           END-PERFORM

           IF PC-RESUBMIT-READ-COUNT NOT = ZERO
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' TOOK RESUBMITS, ONLY PARTITION 01 MAY'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PC-START-TIME < W-FIRST-START-TIME
              MOVE PC-START-TIME TO W-FIRST-START-TIME
           END-IF
           IF PC-END-TIME > W-LAST-END-TIME
              MOVE PC-END-TIME TO W-LAST-END-TIME
           END-IF.

       1160-MATCH-PARTITION-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-ACCUMULATE-PARTITION - ADD THE PARTITION'S COUNTS AND
      * CURRENCY TOTALS INTO THE FIGURES FOR THE WHOLE NIGHT
      *----------------------------------------------------------------
       1170-ACCUMULATE-PARTITION.
           ADD PC-CUSTOMER-COUNT        TO W-CUSTOMER-COUNT
           ADD PC-MASTER-READ-COUNT     TO W-MASTER-READ-COUNT
           ADD PC-MASTER-REJECT-COUNT   TO W-MASTER-REJECT-COUNT
           ADD PC-CYCLE-SKIPPED-COUNT   TO W-CYCLE-SKIPPED-COUNT
           ADD PC-STATUS-ACTIVE-COUNT   TO W-STATUS-ACTIVE-COUNT
           ADD PC-STATUS-DORMANT-COUNT  TO W-STATUS-DORMANT-COUNT
           ADD PC-STATUS-SUSPEND-COUNT  TO W-STATUS-SUSPEND-COUNT
           ADD PC-STATUS-CLOSED-COUNT   TO W-STATUS-CLOSED-COUNT
           ADD PC-CONT-CHUNKS           TO W-CONT-CHUNKS-WRITTEN
           ADD PC-REJ-RDAY-COUNT        TO W-REJ-RDAY-COUNT
           ADD PC-REJ-RMTH-COUNT        TO W-REJ-RMTH-COUNT
           ADD PC-REJ-RYR-COUNT         TO W-REJ-RYR-COUNT
           ADD PC-RESUBMIT-READ-COUNT   TO W-RESUBMIT-READ-COUNT
           ADD PC-RESUBMIT-ACCEPT-COUNT TO W-RESUBMIT-ACCEPT-COUNT
           ADD PC-RESUBMIT-REREJ-COUNT  TO W-RESUBMIT-REREJ-COUNT
           ADD PC-RESUBMIT-CLOSED-COUNT TO W-RESUBMIT-CLOSED-COUNT
           ADD PC-ENOTIF-COUNT          TO W-ENOTIF-WRITE-COUNT
           ADD PC-PAPER-COUNT           TO W-PAPER-WRITE-COUNT
           ADD PC-WITHHELD-COUNT        TO W-NOTIFY-WITHHELD-COUNT
           ADD PC-ORPHAN-TX-COUNT       TO W-ORPHAN-TX-COUNT
           ADD PC-SEQ-ERROR-COUNT       TO W-SEQ-ERROR-COUNT
           ADD PC-DELTA-NEW-COUNT       TO W-DELTA-NEW-COUNT
           ADD PC-DELTA-CHANGED-COUNT   TO W-DELTA-CHANGED-COUNT
           ADD PC-DELTA-UNCHANGED-COUNT TO W-DELTA-UNCHANGED-COUNT
           ADD PC-DELTA-DELETED-COUNT   TO W-DELTA-DELETED-COUNT
           IF PC-RESTARTED = 'Y'
              ADD 1 TO W-RESTARTED-COUNT
           END-IF
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               ADD PC-CCY-TX-COUNT (W-M) TO W-CT-TX-COUNT (W-M)
               ADD PC-CCY-AMOUNT (W-M)   TO W-CT-AMOUNT (W-M)
           END-PERFORM.

       1170-ACCUMULATE-PARTITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-OPEN-MERGE-FILES - OPEN THE PARTITION INPUTS AND THE
      * MERGED OUTPUTS, STAMP THE ONE HEADER ON OUTPUT-FILE AND
      * REJECT-FILE AND PRIME THE PARTITION EXTRACT READ
      *----------------------------------------------------------------
       1300-OPEN-MERGE-FILES.
           OPEN INPUT PARTITION-EXTRACT
           IF PARTITION-EXTRACT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-EXTRACT='
                      PARTITION-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN INPUT PARTITION-REJECTS
           IF PARTITION-REJECTS-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-REJECTS='
                      PARTITION-REJECTS-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN INPUT PARTITION-CSV
           IF PARTITION-CSV-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-CSV='
                      PARTITION-CSV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN INPUT PARTITION-PRINT
           IF PARTITION-PRINT-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PARTITION-PRINT='
                      PARTITION-PRINT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING OUTPUT-FILE='
                      OUTPUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT CSV-FILE
           IF CSV-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING CSV-FILE='
                      CSV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF PRINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING PRINT-FILE='
                      PRINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           MOVE SPACES          TO HEADER-RECORD
           MOVE 'HEADER'        TO HEADER-ID
           MOVE W-BUSINESS-DATE TO HEADER-BUSINESS-DATE
           MOVE W-RUN-NUMBER    TO HEADER-RUN-NUMBER
           MOVE W-RUN-CYCLE     TO HEADER-CYCLE
           WRITE HEADER-RECORD
           IF OUTPUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO OUTPUT-FILE='
                      OUTPUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           MOVE SPACES          TO REJECT-HEADER-RECORD
           MOVE 'HEADER'        TO RHDR-ID
           MOVE W-BUSINESS-DATE TO RHDR-BUSINESS-DATE
           MOVE W-RUN-NUMBER    TO RHDR-RUN-NUMBER
           MOVE W-RUN-CYCLE     TO RHDR-CYCLE
           WRITE REJECT-HEADER-RECORD
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING HEADER TO REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 2900-READ-PARTITION-EXTRACT
               THRU 2900-READ-PARTITION-EXTRACT-EXIT.

       1300-OPEN-MERGE-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MERGE-EXTRACT - HANDLE THE CURRENT PARTITION EXTRACT
      * RECORD: A HEADER OPENS THE NEXT PARTITION, A TRAILER CLOSES
      * IT, AND A CUSTOMER-DATA RECORD IS COPIED TO OUTPUT-FILE AND
      * ITS AMOUNTS ADDED TO THE PARTITION'S RECOUNT
      *----------------------------------------------------------------
       2000-MERGE-EXTRACT.
           IF PX-HEADER-ID = 'HEADER'
              PERFORM 2100-START-PARTITION-EXTRACT
                  THRU 2100-START-PARTITION-EXTRACT-EXIT
              GO TO 2000-MERGE-EXTRACT-READ
           END-IF.

           IF PX-TRAILER-ID = 'TRAILR'
              PERFORM 2200-END-PARTITION-EXTRACT
                  THRU 2200-END-PARTITION-EXTRACT-EXIT
              GO TO 2000-MERGE-EXTRACT-READ
           END-IF.

           MOVE PX-CUSTOMER-DATA-IMAGE TO CUSTOMER-DATA-IMAGE
           IF NOT PARTITION-EXTRACT-OPEN
              DISPLAY 'CUSTOMER-DATA OUTSIDE A PARTITION HEADER '
                      'AND TRAILER, CUSTOMER-ID=' CUSTOMER-ID
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           WRITE CUSTOMER-DATA
           IF OUTPUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO OUTPUT-FILE='
                      OUTPUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-DATA-RECORDS-COPIED
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > TRANSACTION-NBR
               ADD TRANSACTION-AMOUNT (W-K) TO W-PARTITION-AMOUNT
           END-PERFORM.

       2000-MERGE-EXTRACT-READ.
           PERFORM 2900-READ-PARTITION-EXTRACT
               THRU 2900-READ-PARTITION-EXTRACT-EXIT.

       2000-MERGE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-START-PARTITION-EXTRACT - A PARTITION HEADER MAY ONLY
      * FOLLOW THE PREVIOUS PARTITION'S TRAILER, AND MUST CARRY
      * TONIGHT'S BUSINESS DATE, RUN NUMBER AND CYCLE
      *----------------------------------------------------------------
       2100-START-PARTITION-EXTRACT.
           MOVE W-X TO W-DSP-PARTITION
           IF PARTITION-EXTRACT-OPEN
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXTRACT HAS NO TRAILER'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           ADD 1 TO W-X
           MOVE W-X TO W-DSP-PARTITION
           IF W-X > W-PARTITION-COUNT
              DISPLAY 'MORE PARTITION EXTRACTS THAN THE '
                      W-PARTITION-COUNT ' PARTITIONS IN THE PARM'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PX-HEADER-BUSINESS-DATE NOT = W-BUSINESS-DATE
              OR PX-HEADER-RUN-NUMBER NOT = W-RUN-NUMBER
              OR PX-HEADER-CYCLE NOT = W-RUN-CYCLE
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXTRACT HEADER ' PX-HEADER-BUSINESS-DATE
                      ' RUN ' PX-HEADER-RUN-NUMBER
                      ' IS NOT TONIGHT''S RUN'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           SET PARTITION-EXTRACT-OPEN TO TRUE
           MOVE ZERO TO W-PARTITION-AMOUNT.

       2100-START-PARTITION-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-END-PARTITION-EXTRACT - PROVE THE PARTITION'S TRAILER TO
      * ITS CONTROL RECORD AND TO THE AMOUNTS ACTUALLY COPIED, THEN
      * ADD IT INTO THE MERGED TRAILER
      *----------------------------------------------------------------
       2200-END-PARTITION-EXTRACT.
           IF NOT PARTITION-EXTRACT-OPEN
              DISPLAY 'EXTRACT TRAILER WITHOUT A PARTITION HEADER'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF PX-TRAILER-CUSTOMER-COUNT
                                 NOT = W-PT-CUSTOMER-COUNT (W-X)
              OR PX-TRAILER-TOTAL-AMOUNT
                                 NOT = W-PT-TOTAL-AMOUNT (W-X)
              OR PX-TRAILER-RESUBMIT-RECORDS
                                 NOT = W-PT-RESUBMIT-RECORDS (W-X)
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXTRACT TRAILER DOES NOT MATCH ITS '
                      'PARTITION CONTROL RECORD'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-PARTITION-AMOUNT NOT = PX-TRAILER-TOTAL-AMOUNT
              MOVE W-PARTITION-AMOUNT TO W-DSP-AMOUNT
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXTRACT AMOUNT ' W-DSP-AMOUNT
                      ' DOES NOT PROVE TO ITS TRAILER'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           ADD PX-TRAILER-CUSTOMER-COUNT  TO W-TRAILER-CUSTOMER-COUNT
           ADD PX-TRAILER-TOTAL-AMOUNT    TO W-TRAILER-TOTAL-AMOUNT
           ADD PX-TRAILER-RESUBMIT-RECORDS TO W-TRAILER-RESUBMITS
           MOVE 'N' TO W-PARTITION-OPEN-SWITCH.

       2200-END-PARTITION-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-FINISH-EXTRACT - EVERY PARTITION'S EXTRACT MUST HAVE
      * BEEN SEEN WHOLE; CLOSE OUTPUT-FILE WITH THE ONE TRAILER
      *----------------------------------------------------------------
       2800-FINISH-EXTRACT.
           MOVE W-X TO W-DSP-PARTITION
           IF PARTITION-EXTRACT-OPEN
              DISPLAY 'PARTITION ' W-DSP-PARTITION
                      ' EXTRACT HAS NO TRAILER'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           IF W-DSP-PARTITION NOT = W-PARTITION-COUNT
              DISPLAY 'ONLY ' W-DSP-PARTITION ' OF '
                      W-PARTITION-COUNT ' PARTITION EXTRACTS FOUND'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           MOVE 'TRAILR'                 TO TRAILER-ID
           MOVE W-TRAILER-CUSTOMER-COUNT TO TRAILER-CUSTOMER-COUNT
           MOVE W-TRAILER-TOTAL-AMOUNT   TO TRAILER-TOTAL-AMOUNT
           MOVE W-RUN-MODE               TO TRAILER-RUN-MODE
           MOVE W-RUN-CYCLE              TO TRAILER-CYCLE
           MOVE W-TRAILER-RESUBMITS      TO TRAILER-RESUBMIT-RECORDS
           WRITE TRAILER-RECORD
           IF OUTPUT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TRAILER TO OUTPUT-FILE='
                      OUTPUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2800-FINISH-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-PARTITION-EXTRACT - READ THE NEXT PARTITION EXTRACT
      * RECORD, SET EOF
      *----------------------------------------------------------------
       2900-READ-PARTITION-EXTRACT.
           READ PARTITION-EXTRACT
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ
           IF NOT EXTRACT-EOF
              AND PARTITION-EXTRACT-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PARTITION-EXTRACT='
                      PARTITION-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-PARTITION-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MERGE-REJECTS - COPY ONE PARTITION REJECT RECORD TO
      * REJECT-FILE; EACH PARTITION'S HEADER IS CHECKED AGAINST
      * TONIGHT'S RUN AND DROPPED
      *----------------------------------------------------------------
       3000-MERGE-REJECTS.
           READ PARTITION-REJECTS
               AT END
                   SET REJECTS-EOF TO TRUE
                   GO TO 3000-MERGE-REJECTS-EXIT
           END-READ.
           IF PARTITION-REJECTS-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PARTITION-REJECTS='
                      PARTITION-REJECTS-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           IF PR-HEADER-ID = 'HEADER'
              ADD 1 TO W-REJECT-HEADERS-READ
              MOVE W-REJECT-HEADERS-READ TO W-DSP-PARTITION
              IF W-REJECT-HEADERS-READ > W-PARTITION-COUNT
                 DISPLAY 'MORE PARTITION REJECT FILES THAN THE '
                         W-PARTITION-COUNT ' PARTITIONS IN THE PARM'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              IF PR-HEADER-BUSINESS-DATE NOT = W-BUSINESS-DATE
                 OR PR-HEADER-RUN-NUMBER NOT = W-RUN-NUMBER
                 OR PR-HEADER-CYCLE NOT = W-RUN-CYCLE
                 DISPLAY 'PARTITION ' W-DSP-PARTITION
                         ' REJECT HEADER ' PR-HEADER-BUSINESS-DATE
                         ' RUN ' PR-HEADER-RUN-NUMBER
                         ' IS NOT TONIGHT''S RUN'
                 MOVE 12 TO RETURN-CODE
                 GO TO 9999-PROGRAM-EXIT
              END-IF
              GO TO 3000-MERGE-REJECTS-EXIT
           END-IF.

           IF W-REJECT-HEADERS-READ = ZERO
              DISPLAY 'PARTITION REJECTS DO NOT START WITH A HEADER'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           WRITE REJECT-RECORD FROM PARTITION-REJECT-RECORD
           IF REJECT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO REJECT-FILE='
                      REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-REJECTS-COPIED.

       3000-MERGE-REJECTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-FINISH-REJECTS - EVERY PARTITION MUST HAVE CONTRIBUTED
      * ITS REJECT-FILE, EVEN AN EMPTY ONE
      *----------------------------------------------------------------
       3800-FINISH-REJECTS.
           MOVE W-REJECT-HEADERS-READ TO W-DSP-PARTITION
           IF W-DSP-PARTITION NOT = W-PARTITION-COUNT
              DISPLAY 'ONLY ' W-DSP-PARTITION ' OF '
                      W-PARTITION-COUNT ' PARTITION REJECT FILES FOUND'
              MOVE 12 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       3800-FINISH-REJECTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-MERGE-CSV - COPY ONE PARTITION CSV RECORD TO CSV-FILE
      *----------------------------------------------------------------
       4000-MERGE-CSV.
           READ PARTITION-CSV
               AT END
                   SET CSV-EOF TO TRUE
                   GO TO 4000-MERGE-CSV-EXIT
           END-READ.
           IF PARTITION-CSV-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PARTITION-CSV='
                      PARTITION-CSV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           WRITE CSV-RECORD FROM PARTITION-CSV-RECORD
           IF CSV-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO CSV-FILE='
                      CSV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           ADD 1 TO W-CSV-LINES-COPIED.

       4000-MERGE-CSV-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-MERGE-PRINT - COPY ONE PARTITION AUDIT LINE TO PRINT-FILE
      *----------------------------------------------------------------
       5000-MERGE-PRINT.
           READ PARTITION-PRINT
               AT END
                   SET PRINT-EOF TO TRUE
                   GO TO 5000-MERGE-PRINT-EXIT
           END-READ.
           IF PARTITION-PRINT-STATUS NOT = ZERO
              DISPLAY 'ERROR READING PARTITION-PRINT='
                      PARTITION-PRINT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE PARTITION-PRINT-RECORD TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT.

       5000-MERGE-PRINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-UNMATCHED-COUNTS - CLOSE THE AUDIT LINES WITH THE
      * NIGHT'S ORPHAN AND OUT-OF-SEQUENCE HISTORY COUNTS
      *----------------------------------------------------------------
       6000-WRITE-UNMATCHED-COUNTS.
           IF W-ORPHAN-TX-COUNT > ZERO
              MOVE 'ORPHAN TRANSACTIONS BYPASSED' TO W-UNC-TEXT
              MOVE W-ORPHAN-TX-COUNT              TO W-UNC-COUNT
              MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
              PERFORM 8300-WRITE-PRINT-LINE
                  THRU 8300-WRITE-PRINT-LINE-EXIT
           END-IF.

           IF W-SEQ-ERROR-COUNT > ZERO
              MOVE 'OUT-OF-SEQUENCE TRANSACTIONS'  TO W-UNC-TEXT
              MOVE W-SEQ-ERROR-COUNT               TO W-UNC-COUNT
              MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
              PERFORM 8300-WRITE-PRINT-LINE
                  THRU 8300-WRITE-PRINT-LINE-EXIT
           END-IF.

       6000-WRITE-UNMATCHED-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-RUN-MODE-SUMMARY - IDENTIFY THE RUN MODE AND CYCLE
      * AND, ON A DELTA RUN, ACCOUNT FOR EVERY MASTER CUSTOMER AS
      * NEW / CHANGED / UNCHANGED / DELETED, AS A SINGLE-STREAM RUN
      * DOES
      *----------------------------------------------------------------
       6100-WRITE-RUN-MODE-SUMMARY.
           IF DELTA-MODE
              MOVE 'DELTA EXTRACT' TO W-RML-TEXT
           ELSE
              MOVE 'FULL EXTRACT ' TO W-RML-TEXT
           END-IF
           MOVE W-RUN-MODE-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           IF W-RUN-CYCLE = SPACES
              MOVE 'FULL BASE' TO W-CYL-TEXT
           ELSE
              MOVE W-RUN-CYCLE TO W-CYL-TEXT
           END-IF
           MOVE W-CYCLE-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           IF NOT DELTA-MODE
              GO TO 6100-WRITE-RUN-MODE-SUMMARY-EXIT
           END-IF

           MOVE SPACES TO W-UNMATCHED-COUNT-LINE
           MOVE 'DELTA NEW CUSTOMERS'       TO W-UNC-TEXT
           MOVE W-DELTA-NEW-COUNT           TO W-UNC-COUNT
           MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           MOVE 'DELTA CHANGED CUSTOMERS'   TO W-UNC-TEXT
           MOVE W-DELTA-CHANGED-COUNT       TO W-UNC-COUNT
           MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           MOVE 'DELTA UNCHANGED CUSTOMERS' TO W-UNC-TEXT
           MOVE W-DELTA-UNCHANGED-COUNT     TO W-UNC-COUNT
           MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           MOVE 'DELTA DELETED CUSTOMERS'   TO W-UNC-TEXT
           MOVE W-DELTA-DELETED-COUNT       TO W-UNC-COUNT
           MOVE W-UNMATCHED-COUNT-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT.

       6100-WRITE-RUN-MODE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-WRITE-CURRENCY-SUMMARY - ONE CURRENCY PAGE FOR THE WHOLE
      * NIGHT: THE PARTITIONS' PER-CURRENCY TOTALS ADDED TOGETHER AND
      * CONVERTED AT THE RATES EVERY PARTITION WAS PROVED TO SHARE.
      * EACH PARTITION HAS ALREADY REFUSED TO COMPLETE ON A MISSING
      * RATE OR AN UNSETTLED CURRENCY
      *----------------------------------------------------------------
       6200-WRITE-CURRENCY-SUMMARY.
           MOVE ZERO TO W-TOTAL-BASE-AMOUNT
           MOVE W-RATE-DATE TO W-CSH-RATE-DATE
           MOVE W-CURRENCY-HEADER-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT

           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               IF W-CT-TX-COUNT (W-M) > ZERO
                  COMPUTE W-CT-BASE-AMOUNT (W-M) ROUNDED =
                          W-CT-AMOUNT (W-M) * W-CT-RATE (W-M)
                  ADD W-CT-BASE-AMOUNT (W-M) TO W-TOTAL-BASE-AMOUNT
                  MOVE W-CT-CODE (W-M)        TO W-CSY-CODE
                  MOVE W-CT-TX-COUNT (W-M)    TO W-CSY-COUNT
                  MOVE W-CT-AMOUNT (W-M)      TO W-CSY-AMOUNT
                  MOVE W-CT-BASE-AMOUNT (W-M) TO W-CSY-BASE-AMOUNT
                  MOVE W-CURRENCY-SUMMARY-LINE TO PRINT-RECORD
                  PERFORM 8300-WRITE-PRINT-LINE
                      THRU 8300-WRITE-PRINT-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE W-TOTAL-BASE-AMOUNT TO W-CTL-BASE-AMOUNT
           MOVE W-CURRENCY-TOTAL-LINE TO PRINT-RECORD
           PERFORM 8300-WRITE-PRINT-LINE
               THRU 8300-WRITE-PRINT-LINE-EXIT.

       6200-WRITE-CURRENCY-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-WRITE-RUN-STATISTICS - ONE RUN STATISTICS PAGE FOR THE
      * WHOLE NIGHT, LAID OUT AS A SINGLE-STREAM RUN'S, FOLLOWED BY
      * ONE LINE PER PARTITION; RECORDS WRITTEN ARE THE RECORDS
      * ACTUALLY MERGED. SET THE COMPLETED-WITH-REJECTS CONDITION
      * CODE AS A SINGLE-STREAM RUN DOES
      *----------------------------------------------------------------
       6300-WRITE-RUN-STATISTICS.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT
           MOVE W-STATS-HEADER-LINE TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT

           MOVE W-FST-HH TO W-STT-START-HH
           MOVE W-FST-MM TO W-STT-START-MM
           MOVE W-FST-SS TO W-STT-START-SS
           MOVE W-LET-HH TO W-STT-END-HH
           MOVE W-LET-MM TO W-STT-END-MM
           MOVE W-LET-SS TO W-STT-END-SS
           MOVE W-STATS-TIME-LINE TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT

           MOVE 'BUSINESS DATE' TO W-STP-TEXT
           MOVE W-BUSINESS-DATE TO W-STP-VALUE
           PERFORM 6360-WRITE-STATS-PARM-LINE
               THRU 6360-WRITE-STATS-PARM-LINE-EXIT

           MOVE 'RUN NUMBER' TO W-STP-TEXT
           MOVE W-RUN-NUMBER TO W-STP-VALUE
           PERFORM 6360-WRITE-STATS-PARM-LINE
               THRU 6360-WRITE-STATS-PARM-LINE-EXIT

           MOVE 'PARTITIONS MERGED' TO W-STP-TEXT
           MOVE W-PARTITION-COUNT TO W-STP-VALUE
           PERFORM 6360-WRITE-STATS-PARM-LINE
               THRU 6360-WRITE-STATS-PARM-LINE-EXIT

           MOVE 'RUN MODE' TO W-STP-TEXT
           IF DELTA-MODE
              MOVE 'DELTA EXTRACT' TO W-STP-VALUE
           ELSE
              MOVE 'FULL EXTRACT' TO W-STP-VALUE
           END-IF
           PERFORM 6360-WRITE-STATS-PARM-LINE
               THRU 6360-WRITE-STATS-PARM-LINE-EXIT

           MOVE 'CYCLE SELECTED' TO W-STP-TEXT
           IF W-RUN-CYCLE = SPACES
              MOVE 'FULL BASE' TO W-STP-VALUE
           ELSE
              MOVE W-RUN-CYCLE TO W-STP-VALUE
           END-IF
           PERFORM 6360-WRITE-STATS-PARM-LINE
               THRU 6360-WRITE-STATS-PARM-LINE-EXIT

           IF W-CYCLE-SKIPPED-COUNT > ZERO
              MOVE 'CUSTOMERS OUTSIDE SELECTED CYCLE' TO W-STC-TEXT
              MOVE W-CYCLE-SKIPPED-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           MOVE 'CUSTOMERS SELECTED - ACTIVE' TO W-STC-TEXT
           MOVE W-STATUS-ACTIVE-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS SELECTED - DORMANT' TO W-STC-TEXT
           MOVE W-STATUS-DORMANT-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS SELECTED - SUSPENDED' TO W-STC-TEXT
           MOVE W-STATUS-SUSPEND-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS CLOSED (NOT EXTRACTED)' TO W-STC-TEXT
           MOVE W-STATUS-CLOSED-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'PRINT LINES WRITTEN' TO W-STC-TEXT
           MOVE W-PRINT-LINES-WRITTEN TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMER MASTER RECORDS READ' TO W-STC-TEXT
           MOVE W-MASTER-READ-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMER MASTER RECORDS REJECTED' TO W-STC-TEXT
           MOVE W-MASTER-REJECT-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMERS EXTRACTED' TO W-STC-TEXT
           MOVE W-TRAILER-CUSTOMER-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMER DATA RECORDS WRITTEN' TO W-STC-TEXT
           MOVE W-DATA-RECORDS-COPIED TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE '  CONTINUATION CHUNKS WRITTEN' TO W-STC-TEXT
           MOVE W-CONT-CHUNKS-WRITTEN TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'CUSTOMER DATA RECORDS REJECTED' TO W-STC-TEXT
           MOVE W-REJECTS-COPIED TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           IF W-REJ-RDAY-COUNT > ZERO
              MOVE '  RDAY INVALID TRANSACTION DAY' TO W-STC-TEXT
              MOVE W-REJ-RDAY-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           IF W-REJ-RMTH-COUNT > ZERO
              MOVE '  RMTH INVALID TRANSACTION MONTH' TO W-STC-TEXT
              MOVE W-REJ-RMTH-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           IF W-REJ-RYR-COUNT > ZERO
              MOVE '  RYR  INVALID TRANSACTION YEAR' TO W-STC-TEXT
              MOVE W-REJ-RYR-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           IF W-RESUBMIT-READ-COUNT > ZERO
              MOVE 'RESUBMITTED RECORDS READ' TO W-STC-TEXT
              MOVE W-RESUBMIT-READ-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
              MOVE '  RESUBMITS ACCEPTED' TO W-STC-TEXT
              MOVE W-RESUBMIT-ACCEPT-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
              MOVE '  RESUBMITS RE-REJECTED' TO W-STC-TEXT
              MOVE W-RESUBMIT-REREJ-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
              MOVE '  RESUBMITS CLOSED (NOT EXTRACTED)' TO W-STC-TEXT
              MOVE W-RESUBMIT-CLOSED-COUNT TO W-STC-COUNT
              PERFORM 6370-WRITE-STATS-COUNT-LINE
                  THRU 6370-WRITE-STATS-COUNT-LINE-EXIT
           END-IF

           MOVE 'CSV RECORDS WRITTEN' TO W-STC-TEXT
           MOVE W-CSV-LINES-COPIED TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'E-NOTIFICATION RECORDS WRITTEN' TO W-STC-TEXT
           MOVE W-ENOTIF-WRITE-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'PAPER FALLBACK CUSTOMERS' TO W-STC-TEXT
           MOVE W-PAPER-WRITE-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'NOTIFICATIONS WITHHELD (SUSPENDED)' TO W-STC-TEXT
           MOVE W-NOTIFY-WITHHELD-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           MOVE 'PARTITIONS RESTARTED' TO W-STC-TEXT
           MOVE W-RESTARTED-COUNT TO W-STC-COUNT
           PERFORM 6370-WRITE-STATS-COUNT-LINE
               THRU 6370-WRITE-STATS-COUNT-LINE-EXIT

           PERFORM 6380-WRITE-PARTITION-LINE
               THRU 6380-WRITE-PARTITION-LINE-EXIT
               VARYING W-P FROM 1 BY 1
               UNTIL W-P > W-PARTITION-COUNT

           IF RETURN-CODE = ZERO
              AND (W-REJECTS-COPIED > ZERO
                   OR W-MASTER-REJECT-COUNT > ZERO)
              MOVE 4 TO RETURN-CODE
              MOVE 4 TO W-STEP-REASON-CODE
              MOVE 'MERGED WITH DATA OR MASTER-EDIT REJECTS'
                                                TO W-STEP-REASON
           END-IF.

       6300-WRITE-RUN-STATISTICS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6350-WRITE-STATS-LINE - WRITE THE RUN-STATISTICS LINE
      * PREPARED IN PRINT-RECORD BY THE CALLER
      *----------------------------------------------------------------
       6350-WRITE-STATS-LINE.
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PRINT-FILE='
                      PRINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       6350-WRITE-STATS-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6360-WRITE-STATS-PARM-LINE - WRITE ONE RUN-STATISTICS
      * PARAMETER LINE TO PRINT-FILE
      *----------------------------------------------------------------
       6360-WRITE-STATS-PARM-LINE.
           MOVE W-STATS-PARM-LINE TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT.

       6360-WRITE-STATS-PARM-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6370-WRITE-STATS-COUNT-LINE - WRITE ONE RUN-STATISTICS COUNT
      * LINE TO PRINT-FILE
      *----------------------------------------------------------------
       6370-WRITE-STATS-COUNT-LINE.
           MOVE W-STATS-COUNT-LINE TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT.

       6370-WRITE-STATS-COUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6380-WRITE-PARTITION-LINE - WRITE THE RANGE, CUSTOMER COUNT
      * AND RESTART FLAG OF ONE PARTITION TO THE STATISTICS PAGE
      *----------------------------------------------------------------
       6380-WRITE-PARTITION-LINE.
           MOVE W-P                      TO W-PTL-NUMBER
           MOVE W-PT-LOW-ID (W-P)        TO W-PTL-LOW-ID
           MOVE W-PT-HIGH-ID (W-P)       TO W-PTL-HIGH-ID
           MOVE W-PT-CUSTOMER-COUNT (W-P) TO W-PTL-CUSTOMERS
           IF W-PT-RESTARTED (W-P) = 'Y'
              MOVE 'RESTARTED' TO W-PTL-RESTARTED
           ELSE
              MOVE SPACES      TO W-PTL-RESTARTED
           END-IF
           MOVE W-PARTITION-LINE TO PRINT-RECORD
           PERFORM 6350-WRITE-STATS-LINE
               THRU 6350-WRITE-STATS-LINE-EXIT.

       6380-WRITE-PARTITION-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-RUN-SUMMARY - HAND THE NIGHT'S KEY FIGURES TO THE
      * TCOBWLGR RUN-LEDGER STEP EXACTLY AS A SINGLE-STREAM RUN DOES
      *----------------------------------------------------------------
       8100-WRITE-RUN-SUMMARY.
           OPEN OUTPUT RUN-SUMMARY-FILE.
           IF RUN-SUMMARY-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-SUMMARY-FILE='
                      RUN-SUMMARY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           MOVE SPACES                   TO RUN-SUMMARY-RECORD
           MOVE W-BUSINESS-DATE          TO RS-BUSINESS-DATE
           MOVE W-RUN-NUMBER             TO RS-RUN-NUMBER
           MOVE W-RUN-MODE               TO RS-RUN-MODE
           MOVE W-RUN-CYCLE              TO RS-CYCLE
           MOVE W-TRAILER-CUSTOMER-COUNT TO RS-CUSTOMER-COUNT
           MOVE W-TRAILER-TOTAL-AMOUNT   TO RS-TOTAL-AMOUNT
           MOVE W-MASTER-REJECT-COUNT    TO RS-MASTER-REJECT-COUNT
           MOVE W-REJECTS-COPIED         TO RS-DATA-REJECT-COUNT
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > MAX-CURRENCY-ENTRIES
               MOVE W-CT-CODE (W-M)     TO RS-CCY-CODE (W-M)
               MOVE W-CT-TX-COUNT (W-M) TO RS-CCY-TX-COUNT (W-M)
               MOVE W-CT-AMOUNT (W-M)   TO RS-CCY-AMOUNT (W-M)
           END-PERFORM

           WRITE RUN-SUMMARY-RECORD
           IF RUN-SUMMARY-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO RUN-SUMMARY-FILE='
                      RUN-SUMMARY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

           CLOSE RUN-SUMMARY-FILE.

       8100-WRITE-RUN-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-STEP-RUN-CONTROL - EVERY PARTITION IS PROVED AND MERGED;
      * RECORD TONIGHT'S RUN ON THE RUN-CONTROL FILE SO THE
      * DOWNSTREAM STEPS SEE IT AND A SECOND MERGE OR PARTITION RUN
      * FOR THE SAME DATE IS REFUSED. THE SELECTIVE RE-EXTRACT
      * COUNTER STARTS AGAIN AT ZERO, AS AFTER A SINGLE-STREAM RUN
      *----------------------------------------------------------------
       8200-STEP-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           MOVE SPACES          TO RUN-CONTROL-RECORD
           MOVE W-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE W-RUN-NUMBER    TO RC-RUN-NUMBER
           MOVE ZERO            TO RC-SELECT-NUMBER
           WRITE RUN-CONTROL-RECORD
           IF RUN-CONTROL-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO RUN-CONTROL-FILE='
                      RUN-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF
           CLOSE RUN-CONTROL-FILE

           DISPLAY 'PARTITIONS MERGED FOR BUSINESS DATE '
                   W-BUSINESS-DATE ' RUN ' W-RUN-NUMBER.

       8200-STEP-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-PRINT-LINE - WRITE THE LISTING LINE PREPARED IN
      * PRINT-RECORD BY THE CALLER AND COUNT IT
      *----------------------------------------------------------------
       8300-WRITE-PRINT-LINE.
           ADD 1 TO W-PRINT-LINES-WRITTEN
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO PRINT-FILE='
                      PRINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8300-WRITE-PRINT-LINE-EXIT.
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
           MOVE 'TCOBWPMG'              TO SS-STEP-NAME
           MOVE ZERO                    TO SS-PARTITION-NUMBER
           MOVE W-BUSINESS-DATE         TO SS-BUSINESS-DATE
           MOVE W-RUN-NUMBER            TO SS-RUN-NUMBER
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
           MOVE 'PARTITIONS'            TO SS-COUNT-LABEL (1)
           MOVE W-PARTITION-COUNT       TO SS-COUNT (1)
           MOVE 'CUSTOMERS'             TO SS-COUNT-LABEL (2)
           MOVE W-CUSTOMER-COUNT        TO SS-COUNT (2)
           MOVE 'RECORDS OUT'           TO SS-COUNT-LABEL (3)
           MOVE W-DATA-RECORDS-COPIED   TO SS-COUNT (3)
           MOVE 'DATA REJECTS'          TO SS-COUNT-LABEL (4)
           MOVE W-REJECTS-COPIED        TO SS-COUNT (4)
           MOVE 'TOTAL AMOUNT'          TO SS-AMOUNT-LABEL (1)
           MOVE W-TRAILER-TOTAL-AMOUNT  TO SS-AMOUNT (1)
           MOVE 'BASE AMOUNT'           TO SS-AMOUNT-LABEL (2)
           MOVE W-TOTAL-BASE-AMOUNT     TO SS-AMOUNT (2)

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

           CLOSE PARTITION-CONTROL-FILE.
           CLOSE PARTITION-EXTRACT.
           CLOSE PARTITION-REJECTS.
           CLOSE PARTITION-CSV.
           CLOSE PARTITION-PRINT.
           CLOSE OUTPUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE CSV-FILE.
           CLOSE PRINT-FILE.

           GOBACK.

       END PROGRAM TCOBWPMG.
