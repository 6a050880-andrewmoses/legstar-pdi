       PROCESS NOSEQ LIB OPTIMIZE(FULL) CODEPAGE(37) DBCS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOBWNGT.
      * ----------------------------------------------------------------
      * NIGHT BATCH STATUS SUMMARY
      * ----------------------------------------------------------------
      * EVERY STEP OF THE NIGHTLY CHAIN (TCOBWENR, TCOBWMNT, TCOBWACC,
      * TCOBWVB OR ITS PARTITIONS AND TCOBWPMG, TCOBWBAL, TCOBWRCN,
      * TCOBWREC, TCOBSTMT AND TCOBWLGR) ENDS BY WRITING ONE STANDARD
      * STEP-STATUS RECORD: STEP NAME, PARTITION, BUSINESS DATE, RUN
      * NUMBER, CONDITION CODE, THE REASON FOR ANY NONZERO CODE AND UP
      * TO FOUR COUNTS AND TWO AMOUNTS. THIS STEP RUNS LAST AND READS
      * THE CONCATENATION OF THOSE RECORDS (STEPSTAT) TOGETHER WITH
      * RUN CONTROL, WHICH BY THEN CARRIES TONIGHT'S BUSINESS DATE AND
      * RUN NUMBER, AND PRINTS A ONE-PAGE SUMMARY (NGTRPT) SHOWING:
      *   - ONE LINE PER EXPECTED STEP WITH ITS DATE, RUN, CONDITION
      *     CODE AND REASON, AND ITS COUNTS AND AMOUNTS BENEATH IT
      *   - STEPS THAT LEFT NO RECORD (MISS), AND FOR A PARTITIONED
      *     EXTRACT ANY PARTITION THAT LEFT NO RECORD
      *   - STEPS THAT RAN FOR ANOTHER BUSINESS DATE OR RUN (STALE)
      *   - FIGURES THAT SHOULD AGREE BETWEEN STEPS BUT DO NOT
      *   - ONE OVERALL CONDITION CODE FOR THE NIGHT
      * WHERE A STEP LEFT MORE THAN ONE RECORD (A RERUN) THE LAST ONE
      * READ IS TAKEN. TCOBWPMG IS EXPECTED ONLY WHEN TCOBWVB RAN AS
      * PARTITIONS; THE PARTITIONS' FIGURES ARE ADDED TOGETHER AND THE
      * WORST PARTITION'S CONDITION CODE AND REASON ARE SHOWN.
      * A STEP WITH NO BUSINESS DATE (SPACES) OR NO RUN NUMBER (ZERO)
      * IN ITS RECORD IS NOT CHECKED ON THAT ITEM.
      * CONDITION CODES: THE HIGHEST OF THE STEPS' OWN CODES, RAISED
      * TO 8 WHEN FIGURES DISAGREE BETWEEN STEPS AND TO 12 WHEN A STEP
      * IS MISSING OR STALE OR RUN CONTROL CANNOT BE READ; 16 I/O ON
      * THIS STEP'S OWN FILES.
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

           SELECT NIGHT-SUMMARY-REPORT
           ASSIGN TO NGTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NIGHT-SUMMARY-STATUS.

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

       FD  NIGHT-SUMMARY-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NIGHT-SUMMARY-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS         PIC 9(2) VALUE ZERO.
       01  STEP-STATUS-FILE-STATUS    PIC 9(2) VALUE ZERO.
       01  NIGHT-SUMMARY-STATUS       PIC 9(2) VALUE ZERO.
       01  W-SWITCHES.
           05 W-STEPSTAT-EOF-SWITCH   PIC X(1) VALUE 'N'.
              88 STEPSTAT-EOF               VALUE 'Y'.
           05 W-RUN-IDENTITY-SWITCH   PIC X(1) VALUE 'N'.
              88 RUN-IDENTITY-KNOWN         VALUE 'Y'.
           05 W-PARTITIONED-SWITCH    PIC X(1) VALUE 'N'.
              88 PARTITIONED-NIGHT          VALUE 'Y'.
           05 W-IDENTITY-SWITCH       PIC X(1) VALUE 'N'.
              88 IDENTITY-DIFFERS           VALUE 'Y'.
       01  W-TONIGHT-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01  W-TONIGHT-RUN-NUMBER       PIC 9(4) VALUE ZERO.
       01  W-RECORDS-READ             PIC 9(9) COMP-3 VALUE ZERO.
       01  W-IGNORED-COUNT            PIC 9(9) COMP-3 VALUE ZERO.
       01  W-OVERALL-CODE             PIC 9(4) VALUE ZERO.
       01  W-RAISE-CODE               PIC 9(4) VALUE ZERO.
       01  W-DSP-CODE                 PIC Z9.
       01  W-S                        PIC 9(4) COMP VALUE ZERO.
       01  W-K                        PIC 9(4) COMP VALUE ZERO.
       01  W-K1                       PIC 9(4) COMP VALUE ZERO.
       01  W-P                        PIC 9(4) COMP VALUE ZERO.

      * EXPECTED STEPS IN THE ORDER THEY RUN, AND THE POSITIONS OF
      * THE STEPS WHOSE FIGURES ARE COMPARED
       01  MAX-STEPS                  PIC 9(4) COMP VALUE 10.
       01  W-STEP-NAME-VALUES.
           05 FILLER                  PIC X(8) VALUE 'TCOBWENR'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWMNT'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWACC'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWVB '.
           05 FILLER                  PIC X(8) VALUE 'TCOBWPMG'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWBAL'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWRCN'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWREC'.
           05 FILLER                  PIC X(8) VALUE 'TCOBSTMT'.
           05 FILLER                  PIC X(8) VALUE 'TCOBWLGR'.
       01  W-STEP-NAME-LIST REDEFINES W-STEP-NAME-VALUES.
           05 W-STEP-NAME-ENTRY       PIC X(8) OCCURS 10 TIMES.
       01  W-STEP-POSITIONS.
           05 STEP-ACC                PIC 9(4) COMP VALUE 3.
           05 STEP-VB                 PIC 9(4) COMP VALUE 4.
           05 STEP-PMG                PIC 9(4) COMP VALUE 5.
           05 STEP-BAL                PIC 9(4) COMP VALUE 6.
           05 STEP-RCN                PIC 9(4) COMP VALUE 7.
           05 STEP-LGR                PIC 9(4) COMP VALUE 10.

       01  W-STEP-TABLE.
           05 W-STEP-ENTRY OCCURS 10 TIMES.
              10 W-ST-NAME            PIC X(8).
              10 W-ST-FOUND-SWITCH    PIC X(1).
                 88 STEP-FOUND              VALUE 'Y'.
              10 W-ST-STALE-SWITCH    PIC X(1).
                 88 STEP-STALE              VALUE 'Y'.
              10 W-ST-USABLE-SWITCH   PIC X(1).
                 88 STEP-USABLE             VALUE 'Y'.
              10 W-ST-BUSINESS-DATE   PIC X(8).
              10 W-ST-RUN-NUMBER      PIC 9(4).
              10 W-ST-CONDITION-CODE  PIC 9(4).
              10 W-ST-REASON          PIC X(47).
              10 W-ST-COUNT-ENTRY OCCURS 4 TIMES.
                 15 W-ST-COUNT-LABEL  PIC X(12).
                 15 W-ST-COUNT        PIC 9(9) COMP-3.
              10 W-ST-AMOUNT-ENTRY OCCURS 2 TIMES.
                 15 W-ST-AMOUNT-LABEL PIC X(12).
                 15 W-ST-AMOUNT       PIC S9(15)V99 COMP-3.

      * ONE ENTRY PER TCOBWVB PARTITION, FOLDED INTO THE TCOBWVB STEP
      * ENTRY ONCE ALL RECORDS ARE READ
       01  MAX-PARTITIONS             PIC 9(2) COMP VALUE 20.
       01  W-HIGH-PARTITION           PIC 9(2) VALUE ZERO.
       01  W-EXPECTED-PARTITIONS      PIC 9(2) VALUE ZERO.
       01  W-PARTITIONS-FOUND         PIC 9(2) VALUE ZERO.
       01  W-MISSING-PARTITION        PIC 9(2) VALUE ZERO.
       01  W-PARTITION-TABLE.
           05 W-PARTITION-ENTRY OCCURS 20 TIMES.
              10 W-PT-FOUND-SWITCH    PIC X(1).
                 88 PARTITION-FOUND         VALUE 'Y'.
              10 W-PT-BUSINESS-DATE   PIC X(8).
              10 W-PT-RUN-NUMBER      PIC 9(4).
              10 W-PT-CONDITION-CODE  PIC 9(4).
              10 W-PT-REASON          PIC X(47).
              10 W-PT-COUNT           PIC 9(9) COMP-3
                                      OCCURS 4 TIMES.
              10 W-PT-AMOUNT          PIC S9(15)V99 COMP-3
                                      OCCURS 2 TIMES.

      * IDENTITY AND FIGURES HANDED TO THE CHECK PARAGRAPHS
       01  W-CHECK-AREA.
           05 W-CHK-BUSINESS-DATE     PIC X(8).
           05 W-CHK-RUN-NUMBER        PIC 9(4).
           05 W-CHK-TEXT              PIC X(24).
           05 W-CHK-STEP-A            PIC 9(4) COMP.
           05 W-CHK-SLOT-A            PIC 9(4) COMP.
           05 W-CHK-STEP-B            PIC 9(4) COMP.
           05 W-CHK-SLOT-B            PIC 9(4) COMP.

       01  W-HEADING-LINE.
           05 FILLER                  PIC X(30)
              VALUE 'NIGHT BATCH STATUS SUMMARY    '.
           05 FILLER                  PIC X(14)
              VALUE 'BUSINESS DATE '.
           05 W-HDG-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(6)  VALUE '  RUN '.
           05 W-HDG-RUN-NUMBER        PIC 9(4).
           05 FILLER                  PIC X(18) VALUE SPACES.
       01  W-COLUMN-LINE.
           05 FILLER                  PIC X(40)
              VALUE 'STEP     BUS DATE RUN  CC RESULT REASON '.
           05 FILLER                  PIC X(40) VALUE SPACES.
       01  W-STEP-LINE.
           05 W-STL-STEP-NAME         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-BUSINESS-DATE     PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-RUN-NUMBER        PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-CONDITION-CODE    PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-RESULT            PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-STL-REASON            PIC X(47).
       01  W-COUNT-FIGURE-LINE.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 W-CFL-LABEL-1           PIC X(12).
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 W-CFL-COUNT-1           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 W-CFL-LABEL-2           PIC X(12).
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 W-CFL-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
       01  W-AMOUNT-FIGURE-LINE.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 W-AFL-LABEL-1           PIC X(12).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-AFL-AMOUNT-1          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 W-AFL-LABEL-2           PIC X(12).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-AFL-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  W-PARTITION-REASON.
           05 FILLER                  PIC X(29)
              VALUE 'NO STEP-STATUS FOR PARTITION '.
           05 W-PRN-PARTITION         PIC 9(2).
           05 FILLER                  PIC X(16) VALUE SPACES.
       01  W-CHECK-HEADING-LINE.
           05 FILLER                  PIC X(24)
              VALUE 'CROSS-STEP CHECK        '.
           05 FILLER                  PIC X(21)
              VALUE '           FIRST STEP'.
           05 FILLER                  PIC X(22)
              VALUE '           SECOND STEP'.
           05 FILLER                  PIC X(13)
              VALUE ' RESULT      '.
       01  W-COUNT-CHECK-LINE.
           05 W-CCL-TEXT              PIC X(24).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 W-CCL-FIRST             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 W-CCL-SECOND            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-CCL-VERDICT           PIC X(12).
       01  W-AMOUNT-CHECK-LINE.
           05 W-ACL-TEXT              PIC X(24).
           05 W-ACL-FIRST             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ACL-SECOND            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 W-ACL-VERDICT           PIC X(12).
       01  W-STATUS-LINE.
           05 W-STA-TEXT              PIC X(60).
           05 FILLER                  PIC X(20) VALUE SPACES.
       01  W-SUMMARY-LINE.
           05 W-SUM-TEXT              PIC X(34).
           05 W-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  W-OVERALL-LINE.
           05 FILLER                  PIC X(23)
              VALUE 'OVERALL CONDITION CODE '.
           05 W-OVL-CODE              PIC Z9.
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-OVL-TEXT              PIC X(40).
           05 FILLER                  PIC X(12) VALUE SPACES.
       01  W-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-STEP-STATUS
               THRU 2000-LOAD-STEP-STATUS-EXIT
               UNTIL STEPSTAT-EOF
           PERFORM 3000-FOLD-PARTITIONS
               THRU 3000-FOLD-PARTITIONS-EXIT
           PERFORM 4000-REPORT-STEPS
               THRU 4000-REPORT-STEPS-EXIT
           PERFORM 5000-CROSS-CHECKS
               THRU 5000-CROSS-CHECKS-EXIT
           PERFORM 6000-REPORT-OVERALL
               THRU 6000-REPORT-OVERALL-EXIT
           GO TO 9999-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, SET UP THE EXPECTED STEPS,
      * TAKE TONIGHT'S RUN FROM RUN CONTROL AND READ THE FIRST
      * STEP-STATUS RECORD. WITH NO STEP-STATUS FILE AT ALL EVERY STEP
      * IS REPORTED MISSING
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT NIGHT-SUMMARY-REPORT
           IF NIGHT-SUMMARY-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING NIGHT-SUMMARY-REPORT='
                      NIGHT-SUMMARY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM VARYING W-S FROM 1 BY 1
                   UNTIL W-S > MAX-STEPS
              MOVE W-STEP-NAME-ENTRY (W-S) TO W-ST-NAME (W-S)
              MOVE 'N' TO W-ST-FOUND-SWITCH (W-S)
              MOVE 'N' TO W-ST-STALE-SWITCH (W-S)
              MOVE 'N' TO W-ST-USABLE-SWITCH (W-S)
           END-PERFORM
           PERFORM VARYING W-P FROM 1 BY 1
                   UNTIL W-P > MAX-PARTITIONS
              MOVE 'N' TO W-PT-FOUND-SWITCH (W-P)
           END-PERFORM

           PERFORM 1100-READ-RUN-CONTROL
               THRU 1100-READ-RUN-CONTROL-EXIT

           OPEN INPUT STEP-STATUS-FILE
           IF STEP-STATUS-FILE-STATUS = 35
              DISPLAY 'NO STEP-STATUS FILE PRESENT, NO STEP REPORTED'
              MOVE ZERO TO STEP-STATUS-FILE-STATUS
              SET STEPSTAT-EOF TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF STEP-STATUS-FILE-STATUS NOT = ZERO
              DISPLAY 'ERROR OPENING STEP-STATUS-FILE='
                      STEP-STATUS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF

           PERFORM 2900-READ-STEP-STATUS
               THRU 2900-READ-STEP-STATUS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-RUN-CONTROL - TONIGHT'S BUSINESS DATE AND RUN NUMBER,
      * AS LEFT BY TCOBWVB (OR TCOBWPMG ON A PARTITIONED NIGHT). WHEN
      * RUN CONTROL CANNOT BE READ THE SUMMARY IS STILL PRINTED BUT NO
      * STEP CAN BE PROVED TO BELONG TO TONIGHT
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = 35
              DISPLAY 'NO RUN-CONTROL FILE PRESENT, RUN NOT KNOWN'
              MOVE ZERO TO RUN-CONTROL-STATUS
              GO TO 1100-READ-RUN-CONTROL-EXIT
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
                   MOVE RC-BUSINESS-DATE TO W-TONIGHT-BUSINESS-DATE
                   MOVE RC-RUN-NUMBER    TO W-TONIGHT-RUN-NUMBER
                   SET RUN-IDENTITY-KNOWN TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE.

       1100-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-STEP-STATUS - FILE ONE STEP-STATUS RECORD AGAINST ITS
      * STEP, OR AGAINST ITS PARTITION FOR A PARTITIONED TCOBWVB. A
      * LATER RECORD FOR THE SAME STEP OR PARTITION REPLACES AN EARLIER
      * ONE. RECORDS FOR STEPS NOT IN THE NIGHTLY CHAIN ARE COUNTED AND
      * IGNORED
      *----------------------------------------------------------------
       2000-LOAD-STEP-STATUS.
           ADD 1 TO W-RECORDS-READ

           MOVE ZERO TO W-S
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > MAX-STEPS
              IF SS-STEP-NAME = W-ST-NAME (W-K)
                 MOVE W-K TO W-S
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN W-S = ZERO
               WHEN SS-PARTITION-NUMBER IS NOT NUMERIC
               WHEN SS-PARTITION-NUMBER > MAX-PARTITIONS
               WHEN SS-PARTITION-NUMBER > ZERO AND W-S NOT = STEP-VB
                  ADD 1 TO W-IGNORED-COUNT
                  DISPLAY 'STEP-STATUS RECORD IGNORED, STEP='
                          SS-STEP-NAME ' PARTITION='
                          SS-PARTITION-NUMBER
               WHEN SS-PARTITION-NUMBER > ZERO
                  PERFORM 2200-STORE-PARTITION
                      THRU 2200-STORE-PARTITION-EXIT
               WHEN OTHER
                  PERFORM 2100-STORE-STEP
                      THRU 2100-STORE-STEP-EXIT
           END-EVALUATE

           PERFORM 2900-READ-STEP-STATUS
               THRU 2900-READ-STEP-STATUS-EXIT.

       2000-LOAD-STEP-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-STORE-STEP - KEEP THE CURRENT RECORD AS STEP W-S
      *----------------------------------------------------------------
       2100-STORE-STEP.
           SET STEP-FOUND (W-S) TO TRUE
           MOVE SS-BUSINESS-DATE  TO W-ST-BUSINESS-DATE (W-S)
           MOVE SS-RUN-NUMBER     TO W-ST-RUN-NUMBER (W-S)
           MOVE SS-CONDITION-CODE TO W-ST-CONDITION-CODE (W-S)
           MOVE SS-REASON         TO W-ST-REASON (W-S)
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 4
              MOVE SS-COUNT-LABEL (W-K)
                                  TO W-ST-COUNT-LABEL (W-S W-K)
              MOVE SS-COUNT (W-K) TO W-ST-COUNT (W-S W-K)
           END-PERFORM
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 2
              MOVE SS-AMOUNT-LABEL (W-K)
                                  TO W-ST-AMOUNT-LABEL (W-S W-K)
              MOVE SS-AMOUNT (W-K) TO W-ST-AMOUNT (W-S W-K)
           END-PERFORM.

       2100-STORE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-STORE-PARTITION - KEEP THE CURRENT RECORD AS ONE TCOBWVB
      * PARTITION. THE FIGURE LABELS ARE THE SAME FOR EVERY PARTITION
      * AND ARE KEPT ON THE TCOBWVB STEP ENTRY
      *----------------------------------------------------------------
       2200-STORE-PARTITION.
           MOVE SS-PARTITION-NUMBER TO W-P
           SET PARTITION-FOUND (W-P) TO TRUE
           MOVE SS-BUSINESS-DATE  TO W-PT-BUSINESS-DATE (W-P)
           MOVE SS-RUN-NUMBER     TO W-PT-RUN-NUMBER (W-P)
           MOVE SS-CONDITION-CODE TO W-PT-CONDITION-CODE (W-P)
           MOVE SS-REASON         TO W-PT-REASON (W-P)
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 4
              MOVE SS-COUNT-LABEL (W-K)
                                  TO W-ST-COUNT-LABEL (STEP-VB W-K)
              MOVE SS-COUNT (W-K) TO W-PT-COUNT (W-P W-K)
           END-PERFORM
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 2
              MOVE SS-AMOUNT-LABEL (W-K)
                                  TO W-ST-AMOUNT-LABEL (STEP-VB W-K)
              MOVE SS-AMOUNT (W-K) TO W-PT-AMOUNT (W-P W-K)
           END-PERFORM
           IF W-P > W-HIGH-PARTITION
              MOVE W-P TO W-HIGH-PARTITION
           END-IF.

       2200-STORE-PARTITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-STEP-STATUS - READ THE NEXT STEP-STATUS RECORD
      *----------------------------------------------------------------
       2900-READ-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END
                   SET STEPSTAT-EOF TO TRUE
           END-READ
           IF STEP-STATUS-FILE-STATUS NOT = ZERO
              AND STEP-STATUS-FILE-STATUS NOT = 10
              DISPLAY 'ERROR READING STEP-STATUS-FILE='
                      STEP-STATUS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       2900-READ-STEP-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FOLD-PARTITIONS - WHEN TCOBWVB RAN AS PARTITIONS, BUILD ITS
      * STEP ENTRY FROM THEM: FIGURES ADDED TOGETHER, THE WORST
      * CONDITION CODE AND ITS REASON, AND THE FIRST PARTITION'S DATE
      * AND RUN. THE PARTITIONS EXPECTED ARE 1 UP TO THE HIGHEST SEEN,
      * OR UP TO THE COUNT TCOBWPMG MERGED WHEN THAT IS HIGHER. A
      * PARTITION LEFT OUT OR RUN FOR ANOTHER NIGHT IS REMEMBERED FOR
      * THE STEP LINE
      *----------------------------------------------------------------
       3000-FOLD-PARTITIONS.
           IF W-HIGH-PARTITION = ZERO
              GO TO 3000-FOLD-PARTITIONS-EXIT
           END-IF

           SET PARTITIONED-NIGHT TO TRUE
           MOVE W-HIGH-PARTITION TO W-EXPECTED-PARTITIONS
           IF STEP-FOUND (STEP-PMG)
              AND W-ST-COUNT (STEP-PMG 1) > W-EXPECTED-PARTITIONS
              AND W-ST-COUNT (STEP-PMG 1) NOT > MAX-PARTITIONS
              MOVE W-ST-COUNT (STEP-PMG 1) TO W-EXPECTED-PARTITIONS
           END-IF

           SET STEP-FOUND (STEP-VB) TO TRUE
           MOVE SPACES TO W-ST-BUSINESS-DATE (STEP-VB)
           MOVE ZERO   TO W-ST-RUN-NUMBER (STEP-VB)
           MOVE ZERO   TO W-ST-CONDITION-CODE (STEP-VB)
           MOVE SPACES TO W-ST-REASON (STEP-VB)
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 4
              MOVE ZERO TO W-ST-COUNT (STEP-VB W-K)
           END-PERFORM
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 2
              MOVE ZERO TO W-ST-AMOUNT (STEP-VB W-K)
           END-PERFORM

           PERFORM 3100-FOLD-ONE-PARTITION
               THRU 3100-FOLD-ONE-PARTITION-EXIT
               VARYING W-P FROM 1 BY 1
               UNTIL W-P > W-EXPECTED-PARTITIONS.

       3000-FOLD-PARTITIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-FOLD-ONE-PARTITION - ADD PARTITION W-P INTO THE TCOBWVB
      * STEP ENTRY
      *----------------------------------------------------------------
       3100-FOLD-ONE-PARTITION.
           IF NOT PARTITION-FOUND (W-P)
              IF W-MISSING-PARTITION = ZERO
                 MOVE W-P TO W-MISSING-PARTITION
              END-IF
              GO TO 3100-FOLD-ONE-PARTITION-EXIT
           END-IF

           ADD 1 TO W-PARTITIONS-FOUND
           IF W-PARTITIONS-FOUND = 1
              MOVE W-PT-BUSINESS-DATE (W-P)
                                  TO W-ST-BUSINESS-DATE (STEP-VB)
              MOVE W-PT-RUN-NUMBER (W-P)
                                  TO W-ST-RUN-NUMBER (STEP-VB)
           END-IF

           MOVE W-PT-BUSINESS-DATE (W-P) TO W-CHK-BUSINESS-DATE
           MOVE W-PT-RUN-NUMBER (W-P)    TO W-CHK-RUN-NUMBER
           PERFORM 3200-CHECK-IDENTITY
               THRU 3200-CHECK-IDENTITY-EXIT
           IF IDENTITY-DIFFERS
              SET STEP-STALE (STEP-VB) TO TRUE
           END-IF

           IF W-PT-CONDITION-CODE (W-P)
                              > W-ST-CONDITION-CODE (STEP-VB)
              MOVE W-PT-CONDITION-CODE (W-P)
                                  TO W-ST-CONDITION-CODE (STEP-VB)
              MOVE W-PT-REASON (W-P)
                                  TO W-ST-REASON (STEP-VB)
           END-IF

           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 4
              ADD W-PT-COUNT (W-P W-K) TO W-ST-COUNT (STEP-VB W-K)
           END-PERFORM
           PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > 2
              ADD W-PT-AMOUNT (W-P W-K) TO W-ST-AMOUNT (STEP-VB W-K)
           END-PERFORM.

       3100-FOLD-ONE-PARTITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-IDENTITY - SET IDENTITY-DIFFERS WHEN THE DATE OR RUN
      * IN W-CHK-BUSINESS-DATE / W-CHK-RUN-NUMBER IS NOT TONIGHT'S. A
      * BLANK DATE OR A ZERO RUN IS NOT CHECKED
      *----------------------------------------------------------------
       3200-CHECK-IDENTITY.
           MOVE 'N' TO W-IDENTITY-SWITCH
           IF NOT RUN-IDENTITY-KNOWN
              GO TO 3200-CHECK-IDENTITY-EXIT
           END-IF
           IF W-CHK-BUSINESS-DATE NOT = SPACES
              AND W-CHK-BUSINESS-DATE NOT = W-TONIGHT-BUSINESS-DATE
              SET IDENTITY-DIFFERS TO TRUE
           END-IF
           IF W-CHK-RUN-NUMBER NOT = ZERO
              AND W-CHK-RUN-NUMBER NOT = W-TONIGHT-RUN-NUMBER
              SET IDENTITY-DIFFERS TO TRUE
           END-IF.

       3200-CHECK-IDENTITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REPORT-STEPS - HEADING, THEN ONE STEP LINE AND ITS FIGURES
      * FOR EACH EXPECTED STEP IN RUN ORDER
      *----------------------------------------------------------------
       4000-REPORT-STEPS.
           MOVE W-TONIGHT-BUSINESS-DATE TO W-HDG-BUSINESS-DATE
           MOVE W-TONIGHT-RUN-NUMBER    TO W-HDG-RUN-NUMBER
           MOVE W-HEADING-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           IF NOT RUN-IDENTITY-KNOWN
              MOVE 'RUN CONTROL NOT AVAILABLE - STEP DATES AND RUNS NOT
      -            'CHECKED'      TO W-STA-TEXT
              MOVE W-STATUS-LINE TO NIGHT-SUMMARY-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              MOVE 12 TO W-RAISE-CODE
              PERFORM 8300-RAISE-OVERALL-CODE
                  THRU 8300-RAISE-OVERALL-CODE-EXIT
           END-IF

           MOVE W-BLANK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-COLUMN-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           PERFORM 4100-REPORT-ONE-STEP
               THRU 4100-REPORT-ONE-STEP-EXIT
               VARYING W-S FROM 1 BY 1
               UNTIL W-S > MAX-STEPS.

       4000-REPORT-STEPS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-REPORT-ONE-STEP - CLASSIFY STEP W-S AND PRINT ITS LINE:
      *   MISS   NO RECORD, OR A TCOBWVB PARTITION WITH NO RECORD
      *   STALE  RAN FOR ANOTHER BUSINESS DATE OR RUN
      *   OK     CONDITION CODE 0
      *   WARN   CONDITION CODE BELOW 8
      *   FAIL   CONDITION CODE 8 OR ABOVE
      *   N/A    TCOBWPMG ON A SINGLE-STREAM NIGHT
      * ONLY OK, WARN AND FAIL STEPS TAKE PART IN THE CROSS-STEP CHECKS
      *----------------------------------------------------------------
       4100-REPORT-ONE-STEP.
           MOVE SPACES TO W-STEP-LINE
           MOVE W-ST-NAME (W-S) TO W-STL-STEP-NAME

           IF NOT STEP-FOUND (W-S)
              IF W-S = STEP-PMG AND NOT PARTITIONED-NIGHT
                 MOVE 'N/A' TO W-STL-RESULT
                 MOVE 'SINGLE-STREAM EXTRACT - NO MERGE EXPECTED'
                                  TO W-STL-REASON
              ELSE
                 MOVE 'MISS' TO W-STL-RESULT
                 MOVE 'NO STEP-STATUS RECORD FOUND'
                                  TO W-STL-REASON
                 MOVE 12 TO W-RAISE-CODE
                 PERFORM 8300-RAISE-OVERALL-CODE
                     THRU 8300-RAISE-OVERALL-CODE-EXIT
              END-IF
              MOVE W-STEP-LINE TO NIGHT-SUMMARY-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
              GO TO 4100-REPORT-ONE-STEP-EXIT
           END-IF

           IF W-ST-BUSINESS-DATE (W-S) = SPACES
              MOVE 'NONE' TO W-STL-BUSINESS-DATE
           ELSE
              MOVE W-ST-BUSINESS-DATE (W-S) TO W-STL-BUSINESS-DATE
           END-IF
           MOVE W-ST-RUN-NUMBER (W-S)     TO W-STL-RUN-NUMBER
           MOVE W-ST-CONDITION-CODE (W-S) TO W-DSP-CODE
           MOVE W-DSP-CODE                TO W-STL-CONDITION-CODE
           MOVE W-ST-REASON (W-S)         TO W-STL-REASON
           MOVE W-ST-CONDITION-CODE (W-S) TO W-RAISE-CODE
           PERFORM 8300-RAISE-OVERALL-CODE
               THRU 8300-RAISE-OVERALL-CODE-EXIT

           MOVE W-ST-BUSINESS-DATE (W-S)  TO W-CHK-BUSINESS-DATE
           MOVE W-ST-RUN-NUMBER (W-S)     TO W-CHK-RUN-NUMBER
           PERFORM 3200-CHECK-IDENTITY
               THRU 3200-CHECK-IDENTITY-EXIT
           IF IDENTITY-DIFFERS
              SET STEP-STALE (W-S) TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN W-S = STEP-VB AND W-MISSING-PARTITION NOT = ZERO
                  MOVE 'MISS' TO W-STL-RESULT
                  MOVE W-MISSING-PARTITION TO W-PRN-PARTITION
                  MOVE W-PARTITION-REASON TO W-STL-REASON
                  MOVE 12 TO W-RAISE-CODE
                  PERFORM 8300-RAISE-OVERALL-CODE
                      THRU 8300-RAISE-OVERALL-CODE-EXIT
               WHEN STEP-STALE (W-S)
                  MOVE 'STALE' TO W-STL-RESULT
                  MOVE 'RAN FOR ANOTHER BUSINESS DATE OR RUN'
                                  TO W-STL-REASON
                  MOVE 12 TO W-RAISE-CODE
                  PERFORM 8300-RAISE-OVERALL-CODE
                      THRU 8300-RAISE-OVERALL-CODE-EXIT
               WHEN W-ST-CONDITION-CODE (W-S) = ZERO
                  MOVE 'OK' TO W-STL-RESULT
                  SET STEP-USABLE (W-S) TO TRUE
               WHEN W-ST-CONDITION-CODE (W-S) < 8
                  MOVE 'WARN' TO W-STL-RESULT
                  SET STEP-USABLE (W-S) TO TRUE
               WHEN OTHER
                  MOVE 'FAIL' TO W-STL-RESULT
                  SET STEP-USABLE (W-S) TO TRUE
           END-EVALUATE

           MOVE W-STEP-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 1 TO W-K
           PERFORM 4200-REPORT-COUNT-PAIR
               THRU 4200-REPORT-COUNT-PAIR-EXIT
           MOVE 3 TO W-K
           PERFORM 4200-REPORT-COUNT-PAIR
               THRU 4200-REPORT-COUNT-PAIR-EXIT
           PERFORM 4300-REPORT-AMOUNTS
               THRU 4300-REPORT-AMOUNTS-EXIT.

       4100-REPORT-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-REPORT-COUNT-PAIR - PRINT COUNTS W-K AND W-K + 1 OF STEP
      * W-S ON ONE LINE. AN UNLABELLED COUNT IS LEFT BLANK
      *----------------------------------------------------------------
       4200-REPORT-COUNT-PAIR.
           COMPUTE W-K1 = W-K + 1
           IF W-ST-COUNT-LABEL (W-S W-K) = SPACES
              AND W-ST-COUNT-LABEL (W-S W-K1) = SPACES
              GO TO 4200-REPORT-COUNT-PAIR-EXIT
           END-IF

           MOVE SPACES TO W-COUNT-FIGURE-LINE
           IF W-ST-COUNT-LABEL (W-S W-K) NOT = SPACES
              MOVE W-ST-COUNT-LABEL (W-S W-K)  TO W-CFL-LABEL-1
              MOVE W-ST-COUNT (W-S W-K)        TO W-CFL-COUNT-1
           END-IF
           IF W-ST-COUNT-LABEL (W-S W-K1) NOT = SPACES
              MOVE W-ST-COUNT-LABEL (W-S W-K1) TO W-CFL-LABEL-2
              MOVE W-ST-COUNT (W-S W-K1)       TO W-CFL-COUNT-2
           END-IF
           MOVE W-COUNT-FIGURE-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       4200-REPORT-COUNT-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-REPORT-AMOUNTS - PRINT THE TWO AMOUNTS OF STEP W-S ON ONE
      * LINE. AN UNLABELLED AMOUNT IS LEFT BLANK
      *----------------------------------------------------------------
       4300-REPORT-AMOUNTS.
           IF W-ST-AMOUNT-LABEL (W-S 1) = SPACES
              AND W-ST-AMOUNT-LABEL (W-S 2) = SPACES
              GO TO 4300-REPORT-AMOUNTS-EXIT
           END-IF

           MOVE SPACES TO W-AMOUNT-FIGURE-LINE
           IF W-ST-AMOUNT-LABEL (W-S 1) NOT = SPACES
              MOVE W-ST-AMOUNT-LABEL (W-S 1) TO W-AFL-LABEL-1
              MOVE W-ST-AMOUNT (W-S 1)       TO W-AFL-AMOUNT-1
           END-IF
           IF W-ST-AMOUNT-LABEL (W-S 2) NOT = SPACES
              MOVE W-ST-AMOUNT-LABEL (W-S 2) TO W-AFL-LABEL-2
              MOVE W-ST-AMOUNT (W-S 2)       TO W-AFL-AMOUNT-2
           END-IF
           MOVE W-AMOUNT-FIGURE-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       4300-REPORT-AMOUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CROSS-CHECKS - FIGURES THAT MUST AGREE BETWEEN STEPS:
      *   RECORDS TCOBWACC ACCEPTED TO THE HISTORY AGAINST THE HISTORY
      *   RECORDS TCOBWRCN RECONCILED; CUSTOMERS AND TOTAL AMOUNT
      *   EXTRACTED BY TCOBWVB AGAINST THOSE LOADED BY TCOBWBAL AND
      *   POSTED BY TCOBWLGR. A CHECK IS NOT MADE WHEN EITHER STEP IS
      *   MISSING OR STALE
      *----------------------------------------------------------------
       5000-CROSS-CHECKS.
           MOVE W-BLANK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-CHECK-HEADING-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           MOVE 'ACC ACCEPTED/RCN HISTORY' TO W-CHK-TEXT
           MOVE STEP-ACC TO W-CHK-STEP-A
           MOVE 2        TO W-CHK-SLOT-A
           MOVE STEP-RCN TO W-CHK-STEP-B
           MOVE 1        TO W-CHK-SLOT-B
           PERFORM 5100-COMPARE-COUNTS
               THRU 5100-COMPARE-COUNTS-EXIT

           MOVE 'VB/BAL CUSTOMERS'    TO W-CHK-TEXT
           MOVE STEP-VB  TO W-CHK-STEP-A
           MOVE 1        TO W-CHK-SLOT-A
           MOVE STEP-BAL TO W-CHK-STEP-B
           MOVE 1        TO W-CHK-SLOT-B
           PERFORM 5100-COMPARE-COUNTS
               THRU 5100-COMPARE-COUNTS-EXIT

           MOVE 'VB/BAL TOTAL AMOUNT' TO W-CHK-TEXT
           PERFORM 5200-COMPARE-AMOUNTS
               THRU 5200-COMPARE-AMOUNTS-EXIT

           MOVE 'VB/LGR CUSTOMERS'    TO W-CHK-TEXT
           MOVE STEP-LGR TO W-CHK-STEP-B
           PERFORM 5100-COMPARE-COUNTS
               THRU 5100-COMPARE-COUNTS-EXIT

           MOVE 'VB/LGR TOTAL AMOUNT' TO W-CHK-TEXT
           PERFORM 5200-COMPARE-AMOUNTS
               THRU 5200-COMPARE-AMOUNTS-EXIT.

       5000-CROSS-CHECKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-COMPARE-COUNTS - COMPARE COUNT W-CHK-SLOT-A OF STEP
      * W-CHK-STEP-A WITH COUNT W-CHK-SLOT-B OF STEP W-CHK-STEP-B
      *----------------------------------------------------------------
       5100-COMPARE-COUNTS.
           MOVE SPACES TO W-COUNT-CHECK-LINE
           MOVE W-CHK-TEXT TO W-CCL-TEXT
           IF NOT STEP-USABLE (W-CHK-STEP-A)
              OR NOT STEP-USABLE (W-CHK-STEP-B)
              MOVE 'NOT CHECKED' TO W-CCL-VERDICT
           ELSE
              MOVE W-ST-COUNT (W-CHK-STEP-A W-CHK-SLOT-A)
                                  TO W-CCL-FIRST
              MOVE W-ST-COUNT (W-CHK-STEP-B W-CHK-SLOT-B)
                                  TO W-CCL-SECOND
              IF W-ST-COUNT (W-CHK-STEP-A W-CHK-SLOT-A)
                 = W-ST-COUNT (W-CHK-STEP-B W-CHK-SLOT-B)
                 MOVE 'AGREE' TO W-CCL-VERDICT
              ELSE
                 MOVE 'DISAGREE' TO W-CCL-VERDICT
                 MOVE 8 TO W-RAISE-CODE
                 PERFORM 8300-RAISE-OVERALL-CODE
                     THRU 8300-RAISE-OVERALL-CODE-EXIT
              END-IF
           END-IF
           MOVE W-COUNT-CHECK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       5100-COMPARE-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-COMPARE-AMOUNTS - COMPARE THE FIRST AMOUNT OF STEP
      * W-CHK-STEP-A WITH THE FIRST AMOUNT OF STEP W-CHK-STEP-B
      *----------------------------------------------------------------
       5200-COMPARE-AMOUNTS.
           MOVE SPACES TO W-AMOUNT-CHECK-LINE
           MOVE W-CHK-TEXT TO W-ACL-TEXT
           IF NOT STEP-USABLE (W-CHK-STEP-A)
              OR NOT STEP-USABLE (W-CHK-STEP-B)
              MOVE 'NOT CHECKED' TO W-ACL-VERDICT
           ELSE
              MOVE W-ST-AMOUNT (W-CHK-STEP-A 1) TO W-ACL-FIRST
              MOVE W-ST-AMOUNT (W-CHK-STEP-B 1) TO W-ACL-SECOND
              IF W-ST-AMOUNT (W-CHK-STEP-A 1)
                 = W-ST-AMOUNT (W-CHK-STEP-B 1)
                 MOVE 'AGREE' TO W-ACL-VERDICT
              ELSE
                 MOVE 'DISAGREE' TO W-ACL-VERDICT
                 MOVE 8 TO W-RAISE-CODE
                 PERFORM 8300-RAISE-OVERALL-CODE
                     THRU 8300-RAISE-OVERALL-CODE-EXIT
              END-IF
           END-IF
           MOVE W-AMOUNT-CHECK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT.

       5200-COMPARE-AMOUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-REPORT-OVERALL - RECORD COUNTS AND THE NIGHT'S OVERALL
      * CONDITION CODE, WHICH IS ALSO THIS STEP'S RETURN CODE
      *----------------------------------------------------------------
       6000-REPORT-OVERALL.
           MOVE W-BLANK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE 'STEP-STATUS RECORDS READ' TO W-SUM-TEXT
           MOVE W-RECORDS-READ TO W-SUM-COUNT
           MOVE W-SUMMARY-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           IF W-IGNORED-COUNT > ZERO
              MOVE 'STEP-STATUS RECORDS IGNORED' TO W-SUM-TEXT
              MOVE W-IGNORED-COUNT TO W-SUM-COUNT
              MOVE W-SUMMARY-LINE TO NIGHT-SUMMARY-RECORD
              PERFORM 8100-WRITE-REPORT-LINE
                  THRU 8100-WRITE-REPORT-LINE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-OVERALL-CODE = ZERO
                  MOVE 'NIGHT COMPLETE' TO W-OVL-TEXT
               WHEN W-OVERALL-CODE < 8
                  MOVE 'NIGHT COMPLETE WITH WARNINGS - REVIEW'
                                  TO W-OVL-TEXT
               WHEN W-OVERALL-CODE < 12
                  MOVE 'OUT OF BALANCE - HOLD DOWNSTREAM LOADS'
                                  TO W-OVL-TEXT
               WHEN W-OVERALL-CODE < 16
                  MOVE 'INCOMPLETE OR WRONG RUN - HOLD'
                                  TO W-OVL-TEXT
               WHEN OTHER
                  MOVE 'STEP I/O FAILURE - HOLD AND INVESTIGATE'
                                  TO W-OVL-TEXT
           END-EVALUATE
           MOVE W-OVERALL-CODE TO W-OVL-CODE
           MOVE W-BLANK-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT
           MOVE W-OVERALL-LINE TO NIGHT-SUMMARY-RECORD
           PERFORM 8100-WRITE-REPORT-LINE
               THRU 8100-WRITE-REPORT-LINE-EXIT

           DISPLAY 'NIGHT SUMMARY CONDITION CODE=' W-OVERALL-CODE
           MOVE W-OVERALL-CODE TO RETURN-CODE.

       6000-REPORT-OVERALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-REPORT-LINE - WRITE THE REPORT LINE PREPARED IN
      * NIGHT-SUMMARY-RECORD BY THE CALLER
      *----------------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE NIGHT-SUMMARY-RECORD
           IF NIGHT-SUMMARY-STATUS NOT = ZERO
              DISPLAY 'ERROR WRITING TO NIGHT-SUMMARY-REPORT='
                      NIGHT-SUMMARY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9999-PROGRAM-EXIT
           END-IF.

       8100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-RAISE-OVERALL-CODE - TAKE W-RAISE-CODE AS THE OVERALL
      * CONDITION CODE WHEN IT IS HIGHER THAN THE CODE SO FAR
      *----------------------------------------------------------------
       8300-RAISE-OVERALL-CODE.
           IF W-RAISE-CODE > W-OVERALL-CODE
              MOVE W-RAISE-CODE TO W-OVERALL-CODE
           END-IF.

       8300-RAISE-OVERALL-CODE-EXIT.
           EXIT.

       9999-PROGRAM-EXIT.
           CLOSE STEP-STATUS-FILE.
           CLOSE NIGHT-SUMMARY-REPORT.

           GOBACK.

       END PROGRAM TCOBWNGT.
