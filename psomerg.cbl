      ******************************************************************
      * Author:
      * Date:
      * Purpose: PARTITION MERGE. COMBINES THE PSOPART PARTIAL-RESULTS
      *          DATASETS WRITTEN BY THE PARTITION STEPS OF ONE LOGICAL
      *          PSO JOB INTO THE PSOSUMM ROLL-UP, THE PSOTUNE RANKING
      *          AND THE SINGLE WINNING PSORSLT / PSOHELD PUBLISH
      *          DECISION, FILING THE WINNER ON PSOCMST AND PSOHIST THE
      *          SAME WAY A ONE-STEP JOB WOULD HAVE. PSOMRPT LISTS
      *          EVERY PARTITION AND ANY GAP OR OVERLAP FOUND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOMERG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PSOCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT PARTITION-FILE ASSIGN TO "PSOPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
      *>      THE PARTIALS OF EVERY PARTITION STEP, CONCATENATED IN
      *>      ANY ORDER. EACH ONE IS AN 'H' HEADER, ITS 'R' RECORDS
      *>      AND A 'T' TRAILER, EXACTLY AS 045-WRITE-PARTITION IN PSO
      *>      WROTE IT.
           SELECT SUMMARY-FILE ASSIGN TO "PSOSUMM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULT-FILE ASSIGN TO "PSORSLT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-RESULT-FILE ASSIGN TO "PSOHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TUNING-FILE ASSIGN TO "PSOTUNE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO "PSOSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "PSOHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COEF-MASTER-FILE ASSIGN TO "PSOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-MODEL-ID
               FILE STATUS IS WS-CMST-FILE-STATUS.
           SELECT OPTIONAL COEF-MASTER-HIST-FILE ASSIGN TO "PSOCMHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-REPORT-FILE ASSIGN TO "PSOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-HEADER-RECORD.
      *>      THE PSOCTRL HEADER THE PARTITION STEPS RAN UNDER. ONLY
      *>      THE FIELDS THE ROLL-UP, THE PUBLISH GATE AND THE TUNING
      *>      REPORT NEED ARE NAMED; THE REST RIDE IN THE FILLERS.
           05 CTL-N             PIC 9(4).
           05 CTL-N-VARS        PIC 99.
           05 CTL-C1            PIC 9V99.
           05 CTL-C2            PIC 9V99.
           05 CTL-W             PIC 9V99.
           05 CTL-ITER          PIC 9(4).
           05 CTL-FUNCTION-CODE PIC X(02).
           05 FILLER            PIC X(05).
           05 CTL-CONV-WINDOW   PIC 9(4).
           05 CTL-CONV-EPSILON  PIC 9(4)V9(6).
           05 CTL-NUM-RUNS      PIC 9(3).
           05 CTL-SEED-MODE     PIC X(01).
           05 CTL-SEED-VALUE    PIC 9(9).
           05 CTL-SWEEP-FLAG    PIC X(01).
           05 CTL-TOPOLOGY      PIC X(01).
           05 CTL-NBHD-SIZE     PIC 99.
           05 CTL-WARM-FLAG     PIC X(01).
           05 CTL-MAX-SECONDS   PIC 9(5).
           05 FILLER            PIC X(16).
           05 CTL-MODEL-ID      PIC X(08).
           05 CTL-PUB-TOL       PIC 9(3)V99.
           05 CTL-PUB-BAND      PIC 9(3)V99.
           05 FILLER            PIC X(25).

       FD  PARTITION-FILE.
       01  PART-HEADER-RECORD.
           05 PART-REC-TYPE      PIC X(01).
           05 PART-MODEL-ID      PIC X(08).
           05 PART-FUNCTION-CODE PIC X(02).
           05 PART-N-VARS        PIC 99.
           05 PART-SWEEP-FLAG    PIC X(01).
           05 PART-UNIT-TOTAL    PIC 9(3).
           05 PART-FROM          PIC 9(3).
           05 PART-TO            PIC 9(3).
           05 PART-SEED-MODE     PIC X(01).
           05 PART-SEED-VALUE    PIC 9(9).
           05 PART-JOB-DATE      PIC 9(8).
           05 PART-JOB-TIME      PIC 9(6).
           05 PART-CUT-SHORT     PIC X(01).
       01  PART-RUN-RECORD.
           05 PART-R-REC-TYPE    PIC X(01).
           05 PART-R-UNIT-NUM    PIC 9(3).
           05 PART-R-SEED        PIC 9(9).
           05 PART-R-ITER-USED   PIC 9(4).
           05 PART-R-CONVERGED   PIC X(01).
           05 PART-R-N           PIC 9(4).
           05 PART-R-C1          PIC 9V99.
           05 PART-R-C2          PIC 9V99.
           05 PART-R-W           PIC 9V99.
           05 PART-R-BEST-VALUE  PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PART-R-PARTICLE    PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
       01  PART-TRAILER-RECORD.
           05 PART-T-REC-TYPE    PIC X(01).
           05 PART-T-RUN-COUNT   PIC 9(3).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05 SUMM-NUM-RUNS      PIC 9(3).
           05 SUMM-BEST-VALUE    PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SUMM-WORST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SUMM-MEAN-VALUE    PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SUMM-STDDEV-VALUE  PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SUMM-BEST-RUN-NUM  PIC 9(3).
           05 SUMM-BEST-SEED     PIC 9(9).
           05 SUMM-SEED-MODE     PIC X(01).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RESULT-RUN-ID       PIC 9(3).
           05 RESULT-SEED         PIC 9(9).
           05 RESULT-SEED-MODE    PIC X(01).
           05 RESULT-ITER-USED    PIC 9(4).
           05 RESULT-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 RESULT-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.

       FD  HELD-RESULT-FILE.
       01  HELD-RESULT-RECORD.
      *>      THE PSOHELD LAYOUT WRITTEN BY PSO'S 910-PUBLISH-RESULT,
      *>      SO PSODISP RELEASES A MERGED HOLD LIKE ANY OTHER.
           05 HELD-RUN-ID       PIC 9(3).
           05 HELD-SEED         PIC 9(9).
           05 HELD-SEED-MODE    PIC X(01).
           05 HELD-ITER-USED    PIC 9(4).
           05 HELD-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HELD-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 HELD-MODEL-ID     PIC X(08).
           05 HELD-N-VARS       PIC 99.
           05 HELD-END-STATUS   PIC X(02).
           05 HELD-JOB-DATE     PIC 9(8).
           05 HELD-JOB-TIME     PIC 9(6).

       FD  TUNING-FILE.
       01  TUNE-LINE PIC X(132).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
      *>      THE PSOSTAT COMPLETION-STATUS LAYOUT, WITH THE SAME
      *>      OUTCOME CODES PSO SETS, SO THE SCHEDULER BRANCHES ON A
      *>      MERGED JOB EXACTLY AS ON A ONE-STEP JOB.
           05 STAT-OUTCOME-CODE PIC 9(2).
           05 STAT-MESSAGE-ID   PIC X(8).
           05 STAT-ITER-USED    PIC 9(4).
           05 STAT-ELAPSED-SECS PIC 9(6).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-JOB-DATE     PIC 9(8).
           05 HIST-JOB-TIME     PIC 9(6).
           05 HIST-RUN-ID       PIC 9(3).
           05 HIST-N            PIC 9(4).
           05 HIST-N-VARS       PIC 99.
           05 HIST-C1           PIC 9V99.
           05 HIST-C2           PIC 9V99.
           05 HIST-W            PIC 9V99.
           05 HIST-ITER         PIC 9(4).
           05 HIST-FUNCTION-CODE PIC X(02).
           05 HIST-SEED-MODE    PIC X(01).
           05 HIST-SEED         PIC 9(9).
           05 HIST-ITER-USED    PIC 9(4).
           05 HIST-END-STATUS   PIC X(02).
           05 HIST-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HIST-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 HIST-MODEL-ID     PIC X(08).

       FD  COEF-MASTER-FILE.
       01  COEF-MASTER-RECORD.
           05 CMST-MODEL-ID     PIC X(08).
           05 CMST-EFF-DATE     PIC 9(8).
           05 CMST-EFF-TIME     PIC 9(6).
           05 CMST-SEED         PIC 9(9).
           05 CMST-SEED-MODE    PIC X(01).
           05 CMST-END-STATUS   PIC X(02).
           05 CMST-N-VARS       PIC 99.
           05 CMST-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CMST-COEFFICIENT  PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.

       FD  COEF-MASTER-HIST-FILE.
       01  COEF-MASTER-HIST-RECORD.
           05 CMHS-RETIRED-DATE PIC 9(8).
           05 CMHS-RETIRED-TIME PIC 9(6).
           05 CMHS-MASTER-IMAGE PIC X(403).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
      *>      THE PSOEXCP OPERATIONS FEED LAYOUT, AS PSO WRITES IT.
           05 EXCP-JOB-DATE     PIC 9(8).
           05 EXCP-JOB-TIME     PIC 9(6).
           05 EXCP-PROGRAM-ID   PIC X(08).
           05 EXCP-MODEL-ID     PIC X(08).
           05 EXCP-SEVERITY     PIC X(01).
           05 EXCP-MESSAGE-ID   PIC X(08).
           05 EXCP-ITEM-TYPE    PIC X(01).
           05 EXCP-ITEM-NUM     PIC 9(5).
           05 EXCP-TEXT         PIC X(80).

       FD  MERGE-REPORT-FILE.
       01  MRPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  J PIC 9(4) VALUE ZEROES.
       01  N-VARS PIC 99 VALUE ZEROES.
       01  ITER PIC 9(4) VALUE ZEROES.
       01  WS-CTRL-FILE-STATUS PIC X(02).
       01  WS-PART-FILE-STATUS PIC X(02).
       01  WS-CMST-FILE-STATUS PIC X(02).
       01  WS-CMST-FOUND PIC X(01).
       01  WS-PART-EOF PIC X(01) VALUE "N".
       01  WS-MODEL-ID PIC X(08) VALUE "DEFAULT".
       01  WS-FUNCTION-CODE PIC X(02).
       01  WS-SWEEP-FLAG PIC X(01) VALUE "N".
       01  WS-SEED-MODE PIC X(01).
       01  WS-SEED-VALUE PIC 9(9).
       01  WS-NUM-RUNS PIC 9(3) VALUE ZEROES.
       01  WS-CTL-NUM-RUNS PIC 9(3) VALUE ZEROES.
       01  WS-PUB-TOL PIC 9(3)V99 VALUE ZEROES.
       01  WS-PUB-BAND PIC 9(3)V99 VALUE ZEROES.
       01  WS-TOPOLOGY PIC X(01) VALUE "G".
       01  WS-NBHD-SIZE PIC 99 VALUE 1.
       01  WS-WARM-FLAG PIC X(01) VALUE "N".
       01  WS-MAX-SECONDS PIC 9(5) VALUE ZEROES.

       01  WS-UNIT-TOTAL PIC 9(3) VALUE ZEROES.
      *>      RUNS (OR SWEEP COMBINATIONS) IN THE LOGICAL JOB, TAKEN
      *>      FROM THE FIRST PARTITION HEADER; EVERY OTHER HEADER MUST
      *>      AGREE WITH IT.
       01  WS-UNIT PIC 9(3).
       01  WS-UNIT-LIMIT PIC 9(3).
       01  WS-MISSING-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-RUN-NUM PIC 9(3).
       01  RUN-RESULTS OCCURS 100 TIMES.
      *>      ONE SLOT PER RUN NUMBER (SWEEP COMBINATION NUMBER ON A
      *>      SWEEP JOB), FILLED FROM THE 'R' RECORDS WHEREVER THEY
      *>      SIT IN PSOPART, SO THE ROLL-UP WALKS THE RUNS IN THE
      *>      SAME ORDER A ONE-STEP JOB WOULD HAVE.
           05 RUN-RESULT-COVERED   PIC X(01).
           05 RUN-RESULT-PARTITION PIC 9(3).
           05 RUN-RESULT-PRESENT   PIC X(01).
           05 RUN-RESULT-VALUE     PIC S9(30)V9(6).
           05 RUN-RESULT-SEED      PIC 9(9).
           05 RUN-RESULT-ITER-USED PIC 9(4).
           05 RUN-RESULT-CONVERGED PIC X(01).
           05 RUN-RESULT-N         PIC 9(4).
           05 RUN-RESULT-C1        PIC 9V99.
           05 RUN-RESULT-C2        PIC 9V99.
           05 RUN-RESULT-W         PIC 9V99.
           05 RUN-RESULT-PARTICLE  PIC S9(4)V9(6) OCCURS 30 TIMES.

       01  WS-PTN-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-PTN-IDX PIC 9(3).
       01  WS-PTN-OPEN PIC X(01) VALUE "N".
       01  WS-PTN-OVERLAP PIC X(01).
       01  PARTITIONS OCCURS 100 TIMES.
           05 PTN-FROM       PIC 9(3).
           05 PTN-TO         PIC 9(3).
           05 PTN-RUN-COUNT  PIC 9(3).
           05 PTN-JOB-DATE   PIC 9(8).
           05 PTN-JOB-TIME   PIC 9(6).
           05 PTN-CUT-SHORT  PIC X(01).
       01  WS-CUT-SHORT-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-TIME-EXPIRED PIC X(01) VALUE "N".

       01  WS-MERGE-ERROR-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-MERGE-MSG PIC X(100).

       01  GLOBAL-BEST-VALUE PIC S9(30)V9(6).
       01  GLOBAL-BEST-PARTICLE PIC S9(4)V9(6) OCCURS 30 TIMES.
       01  WS-BEST-RUN-NUM PIC 9(3).
       01  WS-FIRST-RUN PIC X(01).
       01  WS-SEED PIC 9(9).
       01  WS-ITER-USED PIC 9(4) VALUE ZEROES.
       01  WS-WORST-VALUE PIC S9(30)V9(6).
       01  WS-SUM-VALUES PIC S9(30)V9(6).
       01  WS-SUM-SQ-DIFFS PIC S9(30)V9(6).
       01  WS-END-STATUS PIC X(02).
       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-TIME-RAW PIC 9(8).
       01  WS-EXCP-JOB-DATE PIC 9(8).
       01  WS-EXCP-JOB-TIME PIC 9(8).
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       01  WS-RESULT-HELD PIC X(01) VALUE "N".
       01  WS-PUB-OBJ-HELD PIC X(01) VALUE "N".
       01  WS-PUB-OBJ-PCT PIC 9(3)V99.
       01  WS-PUB-REGRESS PIC S9(30)V9(6).
       01  WS-PUB-CHG PIC S9(5)V9(6).
       01  WS-PUB-BASE PIC 9(30)V9(6).
       01  WS-PUB-VAR-PCT PIC 9(3)V99.
       01  WS-PUB-BAND-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-PUB-WORST-VAR PIC 9(2).
       01  WS-PUB-WORST-PCT PIC 9(3)V99.

       01  WS-SWEEP-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-SWEEP-RANK-TBL.
           05 WS-SWEEP-RANK PIC 9(3) OCCURS 100 TIMES.
       01  WS-SW-SORT-I PIC 9(3).
       01  WS-SW-SORT-J PIC 9(3).
       01  WS-SW-SORT-T PIC 9(3).
       01  WS-SW-RANK-IDX PIC 9(3).
       01  WS-TUNE-HEADER.
      *>      THE READY-TO-PASTE PSOCTRL HEADER PSO'S SWEEP REPORT
      *>      ENDS WITH, MIRRORING THE CONTROL-HEADER-RECORD LAYOUT.
           05 TH-N             PIC 9(4).
           05 TH-N-VARS        PIC 99.
           05 TH-C1            PIC 9V99.
           05 TH-C2            PIC 9V99.
           05 TH-W             PIC 9V99.
           05 TH-ITER          PIC 9(4).
           05 TH-FUNCTION-CODE PIC X(02).
           05 TH-CHECKPT-INT   PIC 9(4).
           05 TH-RESTART-FLAG  PIC X(01).
           05 TH-CONV-WINDOW   PIC 9(4).
           05 TH-CONV-EPSILON  PIC 9(4)V9(6).
           05 TH-NUM-RUNS      PIC 9(3).
           05 TH-SEED-MODE     PIC X(01).
           05 TH-SEED-VALUE    PIC 9(9).
           05 TH-SWEEP-FLAG    PIC X(01).
           05 TH-TOPOLOGY      PIC X(01).
           05 TH-NBHD-SIZE     PIC 99.
           05 TH-WARM-FLAG     PIC X(01).
           05 TH-MAX-SECONDS   PIC 9(5).

       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  WS-STAT-MSG-ID PIC X(8).
       01  WS-TIME-PARTS.
           05 WS-TIME-HH PIC 99.
           05 WS-TIME-MM PIC 99.
           05 WS-TIME-SS PIC 99.
           05 WS-TIME-HS PIC 99.
       01  WS-START-SECS PIC 9(6).
       01  WS-NOW-SECS PIC 9(6).
       01  WS-ELAPSED-SECS PIC S9(7).
       01  WS-PV-VALUE PIC -(24)9.9(6).
       01  WS-PV-STATE PIC X(10).
       01  WS-PV-PCT PIC ZZ9.99.
       01  WS-PV-TOL PIC ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      READ THE CONTROL HEADER AND EVERY PARTIAL, PROVE THE
      *>      PARTITIONS COVER THE WHOLE LOGICAL JOB ONCE AND ONLY
      *>      ONCE, THEN ROLL UP, GATE AND PUBLISH WITH THE SAME LOGIC
      *>      PSO USES AT THE END OF A ONE-STEP JOB. ANY GAP, OVERLAP
      *>      OR MISMATCHED PARTIAL ENDS THE MERGE 12 WITH NOTHING
      *>      PUBLISHED, SO ONLY THE BAD PARTITION NEEDS RERUNNING.
           PERFORM 005-CAPTURE-START-TIME.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE "PSO PARTITION MERGE REPORT" TO MRPT-LINE.
           WRITE MRPT-LINE.
           MOVE "--------------------------" TO MRPT-LINE.
           WRITE MRPT-LINE.
           PERFORM VARYING WS-UNIT FROM 1 BY 1 UNTIL WS-UNIT > 100
               MOVE "N" TO RUN-RESULT-COVERED(WS-UNIT)
               MOVE "N" TO RUN-RESULT-PRESENT(WS-UNIT)
           END-PERFORM.
           PERFORM 010-READ-CONTROL-FILE.
           PERFORM 020-READ-PARTITIONS.
           PERFORM 040-CHECK-COVERAGE.
           PERFORM 050-REPORT-PARTITIONS.
           IF WS-MERGE-ERROR-COUNT > 0
               MOVE SPACES TO MRPT-LINE
               STRING "PSM000E " WS-MERGE-ERROR-COUNT
                   " MERGE ERROR(S) -- NOTHING PUBLISHED, CORRECT OR "
                   "RERUN THE PARTITIONS LISTED"
                   DELIMITED BY SIZE INTO MRPT-LINE
               WRITE MRPT-LINE
               DISPLAY MRPT-LINE
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSM000E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-MERGE
           END-IF.
           PERFORM 900-SUMMARIZE-RUNS.
           PERFORM 905-DETERMINE-END-STATUS.
           PERFORM 910-PUBLISH-RESULT.
           IF WS-SWEEP-FLAG = "Y"
               PERFORM 930-WRITE-TUNING-REPORT
           END-IF.
           PERFORM 960-WRITE-HISTORY.
           IF WS-TIME-EXPIRED NOT = "Y" AND WS-RESULT-HELD NOT = "Y"
      *>          SAME RULE AS PSO: A PARTIAL ANSWER FROM A CUT-SHORT
      *>          PARTITION NEVER REPLACES THE PUBLISHED COEFFICIENTS,
      *>          AND A HELD RESULT WAITS FOR PSODISP.
               PERFORM 920-UPDATE-COEF-MASTER
           END-IF.
           DISPLAY "GLOBAL BEST VALUE: " GLOBAL-BEST-VALUE.
           DISPLAY "GLOBAL BEST POSITION: "
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               DISPLAY GLOBAL-BEST-PARTICLE(J)
           END-PERFORM.
           DISPLAY "ITERATIONS USED: " WS-ITER-USED " OF " ITER.
      *>      THE SAME OUTCOME CODES AND MESSAGE IDS AS A ONE-STEP
      *>      JOB, SO THE DOWNSTREAM STEPS KEY ON THEM UNCHANGED.
           EVALUATE WS-END-STATUS
               WHEN "CV"
                   MOVE 0 TO WS-JOB-OUTCOME
                   MOVE "PSO900I" TO WS-STAT-MSG-ID
               WHEN "TE"
                   MOVE 8 TO WS-JOB-OUTCOME
                   MOVE "PSO902W" TO WS-STAT-MSG-ID
               WHEN OTHER
                   MOVE 4 TO WS-JOB-OUTCOME
                   MOVE "PSO901W" TO WS-STAT-MSG-ID
           END-EVALUATE.
           IF WS-RESULT-HELD = "Y"
               MOVE 6 TO WS-JOB-OUTCOME
               MOVE "PSO910W" TO WS-STAT-MSG-ID
           END-IF.
           PERFORM 070-REPORT-OUTCOME.
           CLOSE MERGE-REPORT-FILE.
           PERFORM 980-WRITE-STATUS.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       005-CAPTURE-START-TIME.
           ACCEPT WS-TIME-PARTS FROM TIME.
           COMPUTE WS-START-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           ACCEPT WS-EXCP-JOB-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME-PARTS TO WS-EXCP-JOB-TIME.

       010-READ-CONTROL-FILE.
      *>      THE SAME DECK THE PARTITION STEPS RAN UNDER (APART FROM
      *>      THEIR RANGE FIELDS). IT SUPPLIES THE MODEL THE RESULT IS
      *>      FILED UNDER, THE PUBLISH GATE AND THE TUNING HEADER, AND
      *>      EVERY PARTIAL IS CHECKED AGAINST IT.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTRL-FILE-STATUS NOT = "00"
               MOVE "PSM010E PSOCTRL CONTROL DATASET IS NOT AVAILABLE"
                   TO MRPT-LINE
               WRITE MRPT-LINE
               DISPLAY MRPT-LINE
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSM010E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-MERGE
           END-IF.
           READ CONTROL-FILE
               AT END
                   MOVE "PSM010E PSOCTRL CONTROL DATASET IS EMPTY"
                       TO MRPT-LINE
                   WRITE MRPT-LINE
                   DISPLAY MRPT-LINE
                   CLOSE CONTROL-FILE
                   MOVE 12 TO WS-JOB-OUTCOME
                   MOVE "PSM010E" TO WS-STAT-MSG-ID
                   PERFORM 985-ABORT-MERGE
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-N-VARS NOT NUMERIC OR CTL-N-VARS = 0
               OR CTL-N-VARS > 30
               MOVE "PSM010E PSOCTRL CTL-N-VARS IS NOT 1 THROUGH 30"
                   TO MRPT-LINE
               WRITE MRPT-LINE
               DISPLAY MRPT-LINE
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSM010E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-MERGE
           END-IF.
           MOVE CTL-N-VARS TO N-VARS.
           MOVE CTL-ITER TO ITER.
           MOVE CTL-FUNCTION-CODE TO WS-FUNCTION-CODE.
           MOVE CTL-NUM-RUNS TO WS-CTL-NUM-RUNS.
           IF WS-CTL-NUM-RUNS = 0
               MOVE 1 TO WS-CTL-NUM-RUNS
           END-IF.
           MOVE CTL-SEED-MODE TO WS-SEED-MODE.
           MOVE CTL-SEED-VALUE TO WS-SEED-VALUE.
           IF CTL-SWEEP-FLAG = "Y"
               MOVE "Y" TO WS-SWEEP-FLAG
           END-IF.
           IF CTL-TOPOLOGY NOT = SPACE
               MOVE CTL-TOPOLOGY TO WS-TOPOLOGY
           END-IF.
           IF CTL-NBHD-SIZE NUMERIC AND CTL-NBHD-SIZE > 0
               MOVE CTL-NBHD-SIZE TO WS-NBHD-SIZE
           END-IF.
           IF CTL-WARM-FLAG = "Y"
               MOVE "Y" TO WS-WARM-FLAG
           END-IF.
           IF CTL-MAX-SECONDS NUMERIC
               MOVE CTL-MAX-SECONDS TO WS-MAX-SECONDS
           END-IF.
           IF CTL-MODEL-ID NOT = SPACES
               MOVE CTL-MODEL-ID TO WS-MODEL-ID
           END-IF.
           IF CTL-PUB-TOL NUMERIC
               MOVE CTL-PUB-TOL TO WS-PUB-TOL
           END-IF.
           IF CTL-PUB-BAND NUMERIC
               MOVE CTL-PUB-BAND TO WS-PUB-BAND
           END-IF.
           MOVE SPACES TO MRPT-LINE.
           STRING "MODEL '" WS-MODEL-ID "'  FUNCTION " WS-FUNCTION-CODE
               "  N-VARS " N-VARS "  SWEEP " WS-SWEEP-FLAG
               "  SEED MODE " WS-SEED-MODE " VALUE " WS-SEED-VALUE
               DELIMITED BY SIZE INTO MRPT-LINE.
           WRITE MRPT-LINE.

       020-READ-PARTITIONS.
      *>      LOAD EVERY 'R' RECORD INTO THE SLOT FOR ITS RUN NUMBER,
      *>      CHECKING EACH PARTIAL'S SHAPE AS IT GOES. PROBLEMS ARE
      *>      LISTED AND COUNTED RATHER THAN STOPPING AT THE FIRST,
      *>      SO ONE MERGE ATTEMPT NAMES EVERY PARTITION TO RERUN.
           OPEN INPUT PARTITION-FILE.
           IF WS-PART-FILE-STATUS NOT = "00"
               MOVE SPACES TO MRPT-LINE
               STRING "PSM020E PSOPART PARTIAL-RESULTS DATASET IS "
                   "NOT AVAILABLE"
                   DELIMITED BY SIZE INTO MRPT-LINE
               WRITE MRPT-LINE
               DISPLAY MRPT-LINE
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSM020E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-MERGE
           END-IF.
           PERFORM UNTIL WS-PART-EOF = "Y"
               READ PARTITION-FILE
                   AT END
                       MOVE "Y" TO WS-PART-EOF
                   NOT AT END
                       EVALUATE PART-REC-TYPE
                           WHEN "H"
                               PERFORM 025-START-PARTITION
                           WHEN "R"
                               PERFORM 030-KEEP-RUN-RECORD
                           WHEN "T"
                               PERFORM 035-END-PARTITION
                           WHEN OTHER
                               MOVE SPACES TO WS-MERGE-MSG
                               STRING "PSOPART RECORD TYPE '"
                                   PART-REC-TYPE "' IS NOT H, R OR T"
                                   DELIMITED BY SIZE INTO WS-MERGE-MSG
                               PERFORM 090-MERGE-ERROR
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.
           IF WS-PTN-OPEN = "Y"
               MOVE SPACES TO WS-MERGE-MSG
               STRING "PARTITION " PTN-FROM(WS-PTN-COUNT) "-"
                   PTN-TO(WS-PTN-COUNT) " HAS NO TRAILER -- THE "
                   "PARTIAL IS TRUNCATED"
                   DELIMITED BY SIZE INTO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           END-IF.
           IF WS-PTN-COUNT = 0
               MOVE "PSOPART HOLDS NO PARTITION HEADER" TO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           END-IF.

       025-START-PARTITION.
           IF WS-PTN-OPEN = "Y"
               MOVE SPACES TO WS-MERGE-MSG
               STRING "PARTITION " PTN-FROM(WS-PTN-COUNT) "-"
                   PTN-TO(WS-PTN-COUNT) " HAS NO TRAILER -- THE "
                   "PARTIAL IS TRUNCATED"
                   DELIMITED BY SIZE INTO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           END-IF.
           IF WS-PTN-COUNT >= 100
               MOVE SPACES TO MRPT-LINE
               STRING "PSM025E PSOPART EXCEEDS THE COMPILED CEILING "
                   "OF 100 PARTITIONS"
                   DELIMITED BY SIZE INTO MRPT-LINE
               WRITE MRPT-LINE
               DISPLAY MRPT-LINE
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSM025E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-MERGE
           END-IF.
           ADD 1 TO WS-PTN-COUNT.
           MOVE WS-PTN-COUNT TO WS-PTN-IDX.
           MOVE "Y" TO WS-PTN-OPEN.
           MOVE PART-FROM TO PTN-FROM(WS-PTN-IDX).
           MOVE PART-TO TO PTN-TO(WS-PTN-IDX).
           MOVE ZEROES TO PTN-RUN-COUNT(WS-PTN-IDX).
           MOVE PART-JOB-DATE TO PTN-JOB-DATE(WS-PTN-IDX).
           MOVE PART-JOB-TIME TO PTN-JOB-TIME(WS-PTN-IDX).
           MOVE PART-CUT-SHORT TO PTN-CUT-SHORT(WS-PTN-IDX).
      *>      EVERY PARTIAL MUST COME FROM THE SAME LOGICAL JOB AS THE
      *>      CONTROL DECK: SAME MODEL, OBJECTIVE, VARIABLE COUNT, MODE
      *>      AND SEEDING, AND THE SAME RUN COUNT OR GRID SIZE.
           IF PART-MODEL-ID NOT = WS-MODEL-ID
               OR PART-FUNCTION-CODE NOT = WS-FUNCTION-CODE
               OR PART-N-VARS NOT = N-VARS
               OR PART-SWEEP-FLAG NOT = WS-SWEEP-FLAG
               OR PART-SEED-MODE NOT = WS-SEED-MODE
               OR PART-SEED-VALUE NOT = WS-SEED-VALUE
               MOVE SPACES TO WS-MERGE-MSG
               STRING "PARTITION " PART-FROM "-" PART-TO
                   " WAS NOT RUN UNDER THIS CONTROL DECK (MODEL '"
                   PART-MODEL-ID "' FUNCTION " PART-FUNCTION-CODE
                   " SEED " PART-SEED-MODE PART-SEED-VALUE ")"
                   DELIMITED BY SIZE INTO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           END-IF.
           IF WS-UNIT-TOTAL = 0
               MOVE PART-UNIT-TOTAL TO WS-UNIT-TOTAL
               IF WS-SWEEP-FLAG NOT = "Y"
                   AND WS-UNIT-TOTAL NOT = WS-CTL-NUM-RUNS
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "PARTITION " PART-FROM "-" PART-TO
                       " IS FOR A " PART-UNIT-TOTAL "-RUN JOB BUT "
                       "PSOCTRL ASKS FOR " WS-CTL-NUM-RUNS " RUNS"
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
               END-IF
               IF WS-UNIT-TOTAL = 0 OR WS-UNIT-TOTAL > 100
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "PARTITION " PART-FROM "-" PART-TO
                       " GIVES A JOB SIZE OF " PART-UNIT-TOTAL
                       " -- NOT 1 THROUGH THE COMPILED CEILING OF 100"
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
                   MOVE 100 TO WS-UNIT-TOTAL
               END-IF
           ELSE
               IF PART-UNIT-TOTAL NOT = WS-UNIT-TOTAL
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "PARTITION " PART-FROM "-" PART-TO
                       " GIVES A JOB SIZE OF " PART-UNIT-TOTAL
                       ", OTHER PARTITIONS GIVE " WS-UNIT-TOTAL
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
               END-IF
           END-IF.
           IF PART-FROM = 0 OR PART-TO < PART-FROM
               OR PART-TO > WS-UNIT-TOTAL
               MOVE SPACES TO WS-MERGE-MSG
               STRING "PARTITION " PART-FROM "-" PART-TO
                   " IS NOT A RANGE WITHIN 1-" WS-UNIT-TOTAL
                   DELIMITED BY SIZE INTO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           ELSE
      *>          CLAIM THE RANGE. A RUN ALREADY CLAIMED BY AN EARLIER
      *>          PARTITION MEANS TWO STEPS RAN IT (OR ONE PARTIAL WAS
      *>          CONCATENATED TWICE) -- EITHER WAY ONE MUST GO.
               MOVE "N" TO WS-PTN-OVERLAP
               PERFORM VARYING WS-UNIT FROM PART-FROM BY 1
                   UNTIL WS-UNIT > PART-TO
                   IF RUN-RESULT-COVERED(WS-UNIT) = "Y"
                       MOVE "Y" TO WS-PTN-OVERLAP
                   ELSE
                       MOVE "Y" TO RUN-RESULT-COVERED(WS-UNIT)
                       MOVE WS-PTN-IDX TO RUN-RESULT-PARTITION(WS-UNIT)
                   END-IF
               END-PERFORM
               IF WS-PTN-OVERLAP = "Y"
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "PARTITION " PART-FROM "-" PART-TO
                       " OVERLAPS A PARTITION ALREADY READ"
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
               END-IF
           END-IF.

       030-KEEP-RUN-RECORD.
           IF WS-PTN-OPEN NOT = "Y"
               MOVE SPACES TO WS-MERGE-MSG
               STRING "RUN " PART-R-UNIT-NUM " RECORD IS NOT INSIDE "
                   "A PARTITION HEADER/TRAILER PAIR"
                   DELIMITED BY SIZE INTO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           ELSE
               ADD 1 TO PTN-RUN-COUNT(WS-PTN-IDX)
               IF PART-R-UNIT-NUM < PTN-FROM(WS-PTN-IDX)
                   OR PART-R-UNIT-NUM > PTN-TO(WS-PTN-IDX)
                   OR PART-R-UNIT-NUM = 0
                   OR PART-R-UNIT-NUM > WS-UNIT-TOTAL
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "RUN " PART-R-UNIT-NUM " IS OUTSIDE ITS "
                       "PARTITION " PTN-FROM(WS-PTN-IDX) "-"
                       PTN-TO(WS-PTN-IDX)
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
               ELSE
                   IF RUN-RESULT-PRESENT(PART-R-UNIT-NUM) = "Y"
                       MOVE SPACES TO WS-MERGE-MSG
                       STRING "RUN " PART-R-UNIT-NUM
                           " APPEARS MORE THAN ONCE IN PSOPART"
                           DELIMITED BY SIZE INTO WS-MERGE-MSG
                       PERFORM 090-MERGE-ERROR
                   ELSE
                       MOVE PART-R-UNIT-NUM TO WS-UNIT
                       MOVE "Y" TO RUN-RESULT-PRESENT(WS-UNIT)
                       MOVE PART-R-BEST-VALUE
                           TO RUN-RESULT-VALUE(WS-UNIT)
                       MOVE PART-R-SEED TO RUN-RESULT-SEED(WS-UNIT)
                       MOVE PART-R-ITER-USED
                           TO RUN-RESULT-ITER-USED(WS-UNIT)
                       MOVE PART-R-CONVERGED
                           TO RUN-RESULT-CONVERGED(WS-UNIT)
                       MOVE PART-R-N TO RUN-RESULT-N(WS-UNIT)
                       MOVE PART-R-C1 TO RUN-RESULT-C1(WS-UNIT)
                       MOVE PART-R-C2 TO RUN-RESULT-C2(WS-UNIT)
                       MOVE PART-R-W TO RUN-RESULT-W(WS-UNIT)
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                           MOVE PART-R-PARTICLE(J)
                               TO RUN-RESULT-PARTICLE(WS-UNIT J)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       035-END-PARTITION.
           IF WS-PTN-OPEN NOT = "Y"
               MOVE "PSOPART TRAILER RECORD WITHOUT A PARTITION HEADER"
                   TO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           ELSE
               IF PART-T-RUN-COUNT NOT = PTN-RUN-COUNT(WS-PTN-IDX)
                   MOVE SPACES TO WS-MERGE-MSG
                   STRING "PARTITION " PTN-FROM(WS-PTN-IDX) "-"
                       PTN-TO(WS-PTN-IDX) " TRAILER COUNTS "
                       PART-T-RUN-COUNT " RUNS BUT "
                       PTN-RUN-COUNT(WS-PTN-IDX) " WERE READ"
                       DELIMITED BY SIZE INTO WS-MERGE-MSG
                   PERFORM 090-MERGE-ERROR
               END-IF
               MOVE "N" TO WS-PTN-OPEN
           END-IF.

       040-CHECK-COVERAGE.
      *>      EVERY RUN OF THE LOGICAL JOB MUST BELONG TO A PARTITION,
      *>      AND EVERY RUN OF A PARTITION THAT FINISHED MUST BE
      *>      PRESENT. A PARTITION CUT SHORT BY THE TIME BUDGET IS
      *>      ALLOWED TO BE MISSING ITS TAIL -- THE MERGED JOB THEN
      *>      ENDS TIME-EXPIRED, AS A ONE-STEP JOB CUT SHORT WOULD.
           MOVE ZEROES TO WS-NUM-RUNS.
           MOVE ZEROES TO WS-MISSING-COUNT.
           MOVE WS-UNIT-TOTAL TO WS-UNIT-LIMIT.
           IF WS-UNIT-LIMIT > 100
               MOVE 100 TO WS-UNIT-LIMIT
           END-IF.
           PERFORM VARYING WS-UNIT FROM 1 BY 1
               UNTIL WS-UNIT > WS-UNIT-LIMIT
               IF RUN-RESULT-PRESENT(WS-UNIT) = "Y"
                   ADD 1 TO WS-NUM-RUNS
               ELSE
                   IF RUN-RESULT-COVERED(WS-UNIT) NOT = "Y"
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SPACES TO WS-MERGE-MSG
                       STRING "RUN " WS-UNIT " OF " WS-UNIT-TOTAL
                           " IS NOT COVERED BY ANY PARTITION"
                           DELIMITED BY SIZE INTO WS-MERGE-MSG
                       PERFORM 090-MERGE-ERROR
                   ELSE
                       MOVE RUN-RESULT-PARTITION(WS-UNIT)
                           TO WS-PTN-IDX
                       IF PTN-CUT-SHORT(WS-PTN-IDX) NOT = "Y"
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE SPACES TO WS-MERGE-MSG
                           STRING "RUN " WS-UNIT " IS MISSING FROM "
                               "PARTITION " PTN-FROM(WS-PTN-IDX) "-"
                               PTN-TO(WS-PTN-IDX)
                               DELIMITED BY SIZE INTO WS-MERGE-MSG
                           PERFORM 090-MERGE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NUM-RUNS = 0 AND WS-MERGE-ERROR-COUNT = 0
               MOVE "NO COMPLETED RUN IN ANY PARTITION" TO WS-MERGE-MSG
               PERFORM 090-MERGE-ERROR
           END-IF.

       050-REPORT-PARTITIONS.
           MOVE SPACES TO MRPT-LINE.
           WRITE MRPT-LINE.
           MOVE "  PARTITION  RUNS  JOB DATE  TIME    STATE"
               TO MRPT-LINE.
           WRITE MRPT-LINE.
           MOVE ZEROES TO WS-CUT-SHORT-COUNT.
           PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
               UNTIL WS-PTN-IDX > WS-PTN-COUNT
               IF PTN-CUT-SHORT(WS-PTN-IDX) = "Y"
                   ADD 1 TO WS-CUT-SHORT-COUNT
                   MOVE "CUT SHORT" TO WS-PV-STATE
               ELSE
                   MOVE "COMPLETE" TO WS-PV-STATE
               END-IF
               MOVE SPACES TO MRPT-LINE
               STRING "  " PTN-FROM(WS-PTN-IDX) "-" PTN-TO(WS-PTN-IDX)
                   "    " PTN-RUN-COUNT(WS-PTN-IDX)
                   "   " PTN-JOB-DATE(WS-PTN-IDX)
                   "  " PTN-JOB-TIME(WS-PTN-IDX)
                   "  " WS-PV-STATE
                   DELIMITED BY SIZE INTO MRPT-LINE
               WRITE MRPT-LINE
           END-PERFORM.
           IF WS-CUT-SHORT-COUNT > 0
               MOVE "Y" TO WS-TIME-EXPIRED
           END-IF.
           MOVE SPACES TO MRPT-LINE.
           STRING "  " WS-PTN-COUNT " PARTITIONS, " WS-NUM-RUNS
               " OF " WS-UNIT-TOTAL " RUNS PRESENT, "
               WS-CUT-SHORT-COUNT " CUT SHORT"
               DELIMITED BY SIZE INTO MRPT-LINE.
           WRITE MRPT-LINE.
           MOVE SPACES TO MRPT-LINE.
           WRITE MRPT-LINE.

       070-REPORT-OUTCOME.
           MOVE SPACES TO MRPT-LINE.
           MOVE GLOBAL-BEST-VALUE TO WS-PV-VALUE.
           STRING "  WINNING RUN " WS-BEST-RUN-NUM
               "  SEED " WS-SEED "  ITERATIONS " WS-ITER-USED
               "  BEST VALUE " WS-PV-VALUE
               DELIMITED BY SIZE INTO MRPT-LINE.
           WRITE MRPT-LINE.
           MOVE SPACES TO MRPT-LINE.
           IF WS-RESULT-HELD = "Y"
               STRING "  END STATUS " WS-END-STATUS
                   " -- RESULT HELD ON PSOHELD FOR REVIEW"
                   DELIMITED BY SIZE INTO MRPT-LINE
           ELSE
               IF WS-TIME-EXPIRED = "Y"
                   STRING "  END STATUS " WS-END-STATUS
                       " -- PSORSLT WRITTEN, PSOCMST NOT UPDATED; "
                       "RERUN THE CUT-SHORT PARTITION(S)"
                       DELIMITED BY SIZE INTO MRPT-LINE
               ELSE
                   STRING "  END STATUS " WS-END-STATUS
                       " -- PSORSLT WRITTEN, PSOCMST UPDATED"
                       DELIMITED BY SIZE INTO MRPT-LINE
               END-IF
           END-IF.
           WRITE MRPT-LINE.
           MOVE SPACES TO MRPT-LINE.
           STRING "  OUTCOME " WS-JOB-OUTCOME " " WS-STAT-MSG-ID
               DELIMITED BY SIZE INTO MRPT-LINE.
           WRITE MRPT-LINE.

       090-MERGE-ERROR.
           ADD 1 TO WS-MERGE-ERROR-COUNT.
           MOVE SPACES TO MRPT-LINE.
           STRING "PSM090E " WS-MERGE-MSG
               DELIMITED BY SIZE INTO MRPT-LINE.
           WRITE MRPT-LINE.
           DISPLAY MRPT-LINE.
           MOVE "E" TO WS-EXCP-SEVERITY.
           MOVE "PSM090E" TO WS-EXCP-MSG-ID.
           MOVE WS-MERGE-MSG TO WS-EXCP-TEXT.
           PERFORM 965-WRITE-EXCEPTION.

       900-SUMMARIZE-RUNS.
      *>      PSO'S ROLL-UP OVER THE RUNS PRESENT, TAKEN IN RUN-NUMBER
      *>      ORDER SO TIES GO TO THE SAME RUN A ONE-STEP JOB PICKS.
           MOVE "Y" TO WS-FIRST-RUN.
           MOVE ZEROES TO WS-SUM-VALUES.
           PERFORM VARYING WS-RUN-NUM FROM 1 BY 1
               UNTIL WS-RUN-NUM > WS-UNIT-TOTAL
               IF RUN-RESULT-PRESENT(WS-RUN-NUM) = "Y"
                   ADD RUN-RESULT-VALUE(WS-RUN-NUM) TO WS-SUM-VALUES
                   IF WS-FIRST-RUN = "Y"
                       MOVE "N" TO WS-FIRST-RUN
                       MOVE WS-RUN-NUM TO WS-BEST-RUN-NUM
                       MOVE RUN-RESULT-VALUE(WS-RUN-NUM)
                           TO GLOBAL-BEST-VALUE
                       MOVE RUN-RESULT-VALUE(WS-RUN-NUM)
                           TO WS-WORST-VALUE
                   END-IF
                   IF RUN-RESULT-VALUE(WS-RUN-NUM) < GLOBAL-BEST-VALUE
                       MOVE RUN-RESULT-VALUE(WS-RUN-NUM)
                           TO GLOBAL-BEST-VALUE
                       MOVE WS-RUN-NUM TO WS-BEST-RUN-NUM
                   END-IF
                   IF RUN-RESULT-VALUE(WS-RUN-NUM) > WS-WORST-VALUE
                       MOVE RUN-RESULT-VALUE(WS-RUN-NUM)
                           TO WS-WORST-VALUE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-SUM-VALUES = WS-SUM-VALUES / WS-NUM-RUNS.
           MOVE ZEROES TO WS-SUM-SQ-DIFFS.
           PERFORM VARYING WS-RUN-NUM FROM 1 BY 1
               UNTIL WS-RUN-NUM > WS-UNIT-TOTAL
               IF RUN-RESULT-PRESENT(WS-RUN-NUM) = "Y"
                   COMPUTE WS-SUM-SQ-DIFFS = WS-SUM-SQ-DIFFS +
                       (RUN-RESULT-VALUE(WS-RUN-NUM) - WS-SUM-VALUES)
                       ** 2
               END-IF
           END-PERFORM.
           COMPUTE WS-SUM-SQ-DIFFS = WS-SUM-SQ-DIFFS / WS-NUM-RUNS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE RUN-RESULT-PARTICLE(WS-BEST-RUN-NUM J)
                   TO GLOBAL-BEST-PARTICLE(J)
           END-PERFORM.
           MOVE RUN-RESULT-SEED(WS-BEST-RUN-NUM) TO WS-SEED.
           MOVE RUN-RESULT-ITER-USED(WS-BEST-RUN-NUM) TO WS-ITER-USED.
           OPEN OUTPUT SUMMARY-FILE.
           INITIALIZE SUMMARY-RECORD.
           MOVE WS-NUM-RUNS TO SUMM-NUM-RUNS.
           MOVE GLOBAL-BEST-VALUE TO SUMM-BEST-VALUE.
           MOVE WS-WORST-VALUE TO SUMM-WORST-VALUE.
           MOVE WS-SUM-VALUES TO SUMM-MEAN-VALUE.
           COMPUTE SUMM-STDDEV-VALUE = FUNCTION SQRT(WS-SUM-SQ-DIFFS).
           MOVE WS-BEST-RUN-NUM TO SUMM-BEST-RUN-NUM.
           MOVE WS-SEED TO SUMM-BEST-SEED.
           MOVE WS-SEED-MODE TO SUMM-SEED-MODE.
           WRITE SUMMARY-RECORD.
           CLOSE SUMMARY-FILE.
           DISPLAY "RUNS: " WS-NUM-RUNS
               " BEST: " SUMM-BEST-VALUE
               " WORST: " SUMM-WORST-VALUE
               " MEAN: " SUMM-MEAN-VALUE
               " STDDEV: " SUMM-STDDEV-VALUE
               " WINNING SEED: " WS-SEED
               " SEED MODE: " WS-SEED-MODE.

       905-DETERMINE-END-STATUS.
      *>      THE MERGE IS WHEN THE LOGICAL JOB COMPLETES, SO IT IS
      *>      STAMPED WITH THE MERGE'S DATE/TIME, NOT A PARTITION'S.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           IF WS-TIME-EXPIRED = "Y"
               MOVE "TE" TO WS-END-STATUS
           ELSE
               IF RUN-RESULT-CONVERGED(WS-BEST-RUN-NUM) = "Y"
                   MOVE "CV" TO WS-END-STATUS
               ELSE
                   MOVE "MX" TO WS-END-STATUS
               END-IF
           END-IF.

       910-PUBLISH-RESULT.
      *>      PSO'S PUBLISH/HOLD GATE, UNCHANGED: RECONCILE AGAINST THE
      *>      PSOCMST RECORD FOR THIS MODEL AND EITHER RELEASE PSORSLT
      *>      OR APPEND THE RESULT TO THE PSOHELD SUSPENSE DATASET.
           MOVE "N" TO WS-RESULT-HELD.
           IF WS-PUB-TOL > 0 OR WS-PUB-BAND > 0
               PERFORM 912-CHECK-PRIOR-PUBLISHED
           END-IF.
           IF WS-RESULT-HELD = "Y"
               OPEN EXTEND HELD-RESULT-FILE
               INITIALIZE HELD-RESULT-RECORD
               MOVE WS-BEST-RUN-NUM TO HELD-RUN-ID
               MOVE WS-SEED TO HELD-SEED
               MOVE WS-SEED-MODE TO HELD-SEED-MODE
               MOVE WS-ITER-USED TO HELD-ITER-USED
               MOVE GLOBAL-BEST-VALUE TO HELD-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE GLOBAL-BEST-PARTICLE(J)
                       TO HELD-BEST-PARTICLE(J)
               END-PERFORM
               MOVE WS-MODEL-ID TO HELD-MODEL-ID
               MOVE N-VARS TO HELD-N-VARS
               MOVE WS-END-STATUS TO HELD-END-STATUS
               MOVE WS-JOB-DATE TO HELD-JOB-DATE
               MOVE WS-JOB-TIME-RAW(1:6) TO HELD-JOB-TIME
               WRITE HELD-RESULT-RECORD
               CLOSE HELD-RESULT-FILE
               DISPLAY "PSO910W RESULT HELD ON PSOHELD FOR REVIEW -- "
                   "PSORSLT NOT WRITTEN, SEE PSOMRPT"
               IF WS-PUB-OBJ-HELD = "Y"
                   MOVE WS-PUB-OBJ-PCT TO WS-PV-PCT
                   MOVE WS-PUB-TOL TO WS-PV-TOL
                   MOVE SPACES TO MRPT-LINE
                   STRING "  HELD: BEST VALUE REGRESSED "
                       WS-PV-PCT " PERCENT, TOLERANCE " WS-PV-TOL
                       DELIMITED BY SIZE INTO MRPT-LINE
                   WRITE MRPT-LINE
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE "PSO910W" TO WS-EXCP-MSG-ID
                   MOVE MRPT-LINE(3:80) TO WS-EXCP-TEXT
                   PERFORM 965-WRITE-EXCEPTION
               END-IF
               IF WS-PUB-BAND-COUNT > 0
                   MOVE WS-PUB-WORST-PCT TO WS-PV-PCT
                   MOVE WS-PUB-BAND TO WS-PV-TOL
                   MOVE SPACES TO MRPT-LINE
                   STRING "  HELD: " WS-PUB-BAND-COUNT
                       " COEFFICIENT(S) OUTSIDE THE BAND, WORST IS "
                       "VARIABLE " WS-PUB-WORST-VAR " AT "
                       WS-PV-PCT " PERCENT, BAND " WS-PV-TOL
                       DELIMITED BY SIZE INTO MRPT-LINE
                   WRITE MRPT-LINE
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE "PSO910W" TO WS-EXCP-MSG-ID
                   MOVE "V" TO WS-EXCP-ITEM-TYPE
                   MOVE WS-PUB-WORST-VAR TO WS-EXCP-ITEM-NUM
                   MOVE MRPT-LINE(3:80) TO WS-EXCP-TEXT
                   PERFORM 965-WRITE-EXCEPTION
               END-IF
           ELSE
               OPEN OUTPUT RESULT-FILE
               INITIALIZE RESULT-RECORD
               MOVE WS-BEST-RUN-NUM TO RESULT-RUN-ID
               MOVE WS-SEED TO RESULT-SEED
               MOVE WS-SEED-MODE TO RESULT-SEED-MODE
               MOVE WS-ITER-USED TO RESULT-ITER-USED
               MOVE GLOBAL-BEST-VALUE TO RESULT-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE GLOBAL-BEST-PARTICLE(J)
                       TO RESULT-BEST-PARTICLE(J)
               END-PERFORM
               WRITE RESULT-RECORD
               CLOSE RESULT-FILE
           END-IF.

       912-CHECK-PRIOR-PUBLISHED.
           OPEN INPUT COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-MODEL-ID TO CMST-MODEL-ID
               READ COEF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 913-RECONCILE-VS-PRIOR
               END-READ
               CLOSE COEF-MASTER-FILE
           END-IF.

       913-RECONCILE-VS-PRIOR.
           MOVE "N" TO WS-PUB-OBJ-HELD.
           MOVE ZEROES TO WS-PUB-OBJ-PCT.
           COMPUTE WS-PUB-REGRESS =
               GLOBAL-BEST-VALUE - CMST-BEST-VALUE.
           IF WS-PUB-TOL > 0 AND WS-PUB-REGRESS > 0
               COMPUTE WS-PUB-BASE = FUNCTION ABS(CMST-BEST-VALUE)
               IF WS-PUB-BASE = 0
                   MOVE 999.99 TO WS-PUB-OBJ-PCT
               ELSE
                   COMPUTE WS-PUB-OBJ-PCT ROUNDED =
                       WS-PUB-REGRESS * 100 / WS-PUB-BASE
                       ON SIZE ERROR MOVE 999.99 TO WS-PUB-OBJ-PCT
                   END-COMPUTE
               END-IF
               IF WS-PUB-OBJ-PCT > WS-PUB-TOL
                   MOVE "Y" TO WS-PUB-OBJ-HELD
                   MOVE "Y" TO WS-RESULT-HELD
               END-IF
           END-IF.
           MOVE ZEROES TO WS-PUB-BAND-COUNT.
           MOVE ZEROES TO WS-PUB-WORST-VAR.
           MOVE ZEROES TO WS-PUB-WORST-PCT.
           IF WS-PUB-BAND > 0
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   COMPUTE WS-PUB-CHG = GLOBAL-BEST-PARTICLE(J)
                       - CMST-COEFFICIENT(J)
                   COMPUTE WS-PUB-BASE =
                       FUNCTION ABS(CMST-COEFFICIENT(J))
                   IF WS-PUB-BASE = 0
                       IF WS-PUB-CHG = 0
                           MOVE ZEROES TO WS-PUB-VAR-PCT
                       ELSE
                           MOVE 999.99 TO WS-PUB-VAR-PCT
                       END-IF
                   ELSE
                       COMPUTE WS-PUB-VAR-PCT ROUNDED =
                           FUNCTION ABS(WS-PUB-CHG) * 100
                           / WS-PUB-BASE
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-PUB-VAR-PCT
                       END-COMPUTE
                   END-IF
                   IF WS-PUB-VAR-PCT > WS-PUB-BAND
                       ADD 1 TO WS-PUB-BAND-COUNT
                       MOVE "Y" TO WS-RESULT-HELD
                   END-IF
                   IF WS-PUB-VAR-PCT > WS-PUB-WORST-PCT
                       MOVE J TO WS-PUB-WORST-VAR
                       MOVE WS-PUB-VAR-PCT TO WS-PUB-WORST-PCT
                   END-IF
               END-PERFORM
           END-IF.

       920-UPDATE-COEF-MASTER.
           OPEN I-O COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS = "35"
               OPEN OUTPUT COEF-MASTER-FILE
               IF WS-CMST-FILE-STATUS = "00"
                   CLOSE COEF-MASTER-FILE
                   OPEN I-O COEF-MASTER-FILE
               END-IF
           END-IF.
           IF WS-CMST-FILE-STATUS NOT = "00"
               DISPLAY "PSO920E PSOCMST COEFFICIENT MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSO920E" TO WS-STAT-MSG-ID
               MOVE SPACES TO MRPT-LINE
               STRING "PSO920E PSOCMST COEFFICIENT MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO MRPT-LINE
               WRITE MRPT-LINE
               PERFORM 985-ABORT-MERGE
           END-IF.
           MOVE "N" TO WS-CMST-FOUND.
           MOVE WS-MODEL-ID TO CMST-MODEL-ID.
           READ COEF-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CMST-FOUND
           END-READ.
           IF WS-CMST-FOUND = "Y"
               PERFORM 925-RETIRE-PRIOR-MASTER
           END-IF.
           INITIALIZE COEF-MASTER-RECORD.
           MOVE WS-MODEL-ID TO CMST-MODEL-ID.
           MOVE WS-JOB-DATE TO CMST-EFF-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO CMST-EFF-TIME.
           MOVE WS-SEED TO CMST-SEED.
           MOVE WS-SEED-MODE TO CMST-SEED-MODE.
           MOVE WS-END-STATUS TO CMST-END-STATUS.
           MOVE N-VARS TO CMST-N-VARS.
           MOVE GLOBAL-BEST-VALUE TO CMST-BEST-VALUE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE GLOBAL-BEST-PARTICLE(J) TO CMST-COEFFICIENT(J)
           END-PERFORM.
           IF WS-CMST-FOUND = "Y"
               REWRITE COEF-MASTER-RECORD
           ELSE
               WRITE COEF-MASTER-RECORD
           END-IF.
           CLOSE COEF-MASTER-FILE.
           DISPLAY "PSO920I COEFFICIENT MASTER UPDATED FOR MODEL '"
               WS-MODEL-ID "'".

       925-RETIRE-PRIOR-MASTER.
           OPEN EXTEND COEF-MASTER-HIST-FILE.
           INITIALIZE COEF-MASTER-HIST-RECORD.
           MOVE WS-JOB-DATE TO CMHS-RETIRED-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO CMHS-RETIRED-TIME.
           MOVE COEF-MASTER-RECORD TO CMHS-MASTER-IMAGE.
           WRITE COEF-MASTER-HIST-RECORD.
           CLOSE COEF-MASTER-HIST-FILE.

       930-WRITE-TUNING-REPORT.
      *>      PSO'S SWEEP RANKING OVER THE COMBINATIONS PRESENT. EACH
      *>      COMBINATION KEEPS ITS GRID NUMBER, SO THE RANK TABLE
      *>      POINTS STRAIGHT INTO THE RUN-RESULTS SLOTS.
           MOVE ZEROES TO WS-SWEEP-COUNT.
           PERFORM VARYING WS-RUN-NUM FROM 1 BY 1
               UNTIL WS-RUN-NUM > WS-UNIT-TOTAL
               IF RUN-RESULT-PRESENT(WS-RUN-NUM) = "Y"
                   ADD 1 TO WS-SWEEP-COUNT
                   MOVE WS-RUN-NUM TO WS-SWEEP-RANK(WS-SWEEP-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SW-SORT-I FROM 1 BY 1
               UNTIL WS-SW-SORT-I >= WS-SWEEP-COUNT
               PERFORM VARYING WS-SW-SORT-J FROM 1 BY 1
                   UNTIL WS-SW-SORT-J >= WS-SWEEP-COUNT
                   IF RUN-RESULT-VALUE(WS-SWEEP-RANK(WS-SW-SORT-J)) >
                       RUN-RESULT-VALUE(WS-SWEEP-RANK(WS-SW-SORT-J + 1))
                       OR (RUN-RESULT-VALUE(WS-SWEEP-RANK(WS-SW-SORT-J))
                       =
                       RUN-RESULT-VALUE(WS-SWEEP-RANK(WS-SW-SORT-J + 1))
                       AND
                       RUN-RESULT-ITER-USED(WS-SWEEP-RANK(WS-SW-SORT-J))
                       >
                       RUN-RESULT-ITER-USED
                           (WS-SWEEP-RANK(WS-SW-SORT-J + 1)))
                       MOVE WS-SWEEP-RANK(WS-SW-SORT-J)
                           TO WS-SW-SORT-T
                       MOVE WS-SWEEP-RANK(WS-SW-SORT-J + 1)
                           TO WS-SWEEP-RANK(WS-SW-SORT-J)
                       MOVE WS-SW-SORT-T
                           TO WS-SWEEP-RANK(WS-SW-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT TUNING-FILE.
           MOVE "PSO PARAMETER SWEEP TUNING REPORT" TO TUNE-LINE.
           WRITE TUNE-LINE.
           MOVE "---------------------------------" TO TUNE-LINE.
           WRITE TUNE-LINE.
           MOVE "  RANK  C1    C2    W     N     ITER  BEST VALUE"
               TO TUNE-LINE.
           WRITE TUNE-LINE.
           PERFORM VARYING WS-SW-SORT-I FROM 1 BY 1
               UNTIL WS-SW-SORT-I > WS-SWEEP-COUNT
               MOVE WS-SWEEP-RANK(WS-SW-SORT-I) TO WS-SW-RANK-IDX
               MOVE RUN-RESULT-VALUE(WS-SW-RANK-IDX) TO WS-PV-VALUE
               MOVE SPACES TO TUNE-LINE
               STRING "  " WS-SW-SORT-I
                   "   " RUN-RESULT-C1(WS-SW-RANK-IDX)
                   "   " RUN-RESULT-C2(WS-SW-RANK-IDX)
                   "   " RUN-RESULT-W(WS-SW-RANK-IDX)
                   "  " RUN-RESULT-N(WS-SW-RANK-IDX)
                   "  " RUN-RESULT-ITER-USED(WS-SW-RANK-IDX)
                   "  " WS-PV-VALUE
                   DELIMITED BY SIZE INTO TUNE-LINE
               WRITE TUNE-LINE
           END-PERFORM.
           MOVE SPACES TO TUNE-LINE.
           WRITE TUNE-LINE.
           MOVE SPACES TO TUNE-LINE.
           STRING "WINNING PSOCTRL HEADER (PASTE INTO THE NEXT "
               "PRODUCTION CONTROL FILE):"
               DELIMITED BY SIZE INTO TUNE-LINE.
           WRITE TUNE-LINE.
           MOVE WS-SWEEP-RANK(1) TO WS-SW-RANK-IDX.
           MOVE RUN-RESULT-N(WS-SW-RANK-IDX) TO TH-N.
           MOVE N-VARS TO TH-N-VARS.
           MOVE RUN-RESULT-C1(WS-SW-RANK-IDX) TO TH-C1.
           MOVE RUN-RESULT-C2(WS-SW-RANK-IDX) TO TH-C2.
           MOVE RUN-RESULT-W(WS-SW-RANK-IDX) TO TH-W.
           MOVE ITER TO TH-ITER.
           MOVE WS-FUNCTION-CODE TO TH-FUNCTION-CODE.
           MOVE ZEROES TO TH-CHECKPT-INT.
           MOVE "N" TO TH-RESTART-FLAG.
           MOVE CTL-CONV-WINDOW TO TH-CONV-WINDOW.
           MOVE CTL-CONV-EPSILON TO TH-CONV-EPSILON.
           MOVE 1 TO TH-NUM-RUNS.
           MOVE WS-SEED-MODE TO TH-SEED-MODE.
           MOVE WS-SEED-VALUE TO TH-SEED-VALUE.
           MOVE "N" TO TH-SWEEP-FLAG.
           MOVE WS-TOPOLOGY TO TH-TOPOLOGY.
           MOVE WS-NBHD-SIZE TO TH-NBHD-SIZE.
           MOVE WS-WARM-FLAG TO TH-WARM-FLAG.
           MOVE WS-MAX-SECONDS TO TH-MAX-SECONDS.
           MOVE WS-TUNE-HEADER TO TUNE-LINE.
           WRITE TUNE-LINE.
           CLOSE TUNING-FILE.

       960-WRITE-HISTORY.
      *>      ONE PSOHIST RECORD FOR THE WHOLE LOGICAL JOB, NOT ONE PER
      *>      PARTITION, SO THE DRIFT ANALYSIS SEES ONE CALIBRATION.
           OPEN EXTEND HISTORY-FILE.
           INITIALIZE HISTORY-RECORD.
           MOVE WS-JOB-DATE TO HIST-JOB-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO HIST-JOB-TIME.
           MOVE WS-BEST-RUN-NUM TO HIST-RUN-ID.
           IF WS-SWEEP-FLAG = "Y"
               MOVE WS-SWEEP-RANK(1) TO WS-SW-RANK-IDX
           ELSE
               MOVE WS-BEST-RUN-NUM TO WS-SW-RANK-IDX
           END-IF.
           MOVE RUN-RESULT-N(WS-SW-RANK-IDX) TO HIST-N.
           MOVE RUN-RESULT-C1(WS-SW-RANK-IDX) TO HIST-C1.
           MOVE RUN-RESULT-C2(WS-SW-RANK-IDX) TO HIST-C2.
           MOVE RUN-RESULT-W(WS-SW-RANK-IDX) TO HIST-W.
           MOVE N-VARS TO HIST-N-VARS.
           MOVE ITER TO HIST-ITER.
           MOVE WS-FUNCTION-CODE TO HIST-FUNCTION-CODE.
           MOVE WS-SEED-MODE TO HIST-SEED-MODE.
           MOVE WS-SEED TO HIST-SEED.
           MOVE WS-ITER-USED TO HIST-ITER-USED.
           MOVE WS-END-STATUS TO HIST-END-STATUS.
           MOVE GLOBAL-BEST-VALUE TO HIST-BEST-VALUE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE GLOBAL-BEST-PARTICLE(J) TO HIST-BEST-PARTICLE(J)
           END-PERFORM.
           MOVE WS-MODEL-ID TO HIST-MODEL-ID.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       915-COMPUTE-ELAPSED.
           ACCEPT WS-TIME-PARTS FROM TIME.
           COMPUTE WS-NOW-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < 0
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF.

       965-WRITE-EXCEPTION.
      *>      APPEND ONE ITEM TO THE PSOEXCP OPERATIONS FEED. THE
      *>      CALLER SETS THE SEVERITY, MESSAGE ID, TEXT AND, WHERE
      *>      ONE IS INVOLVED, THE ITEM; THE ITEM FIELDS ARE CLEARED
      *>      AGAIN FOR THE NEXT CALLER.
           OPEN EXTEND EXCEPTION-FILE.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-EXCP-JOB-DATE TO EXCP-JOB-DATE.
           MOVE WS-EXCP-JOB-TIME(1:6) TO EXCP-JOB-TIME.
           MOVE "PSOMERG" TO EXCP-PROGRAM-ID.
           MOVE WS-MODEL-ID TO EXCP-MODEL-ID.
           MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY.
           MOVE WS-EXCP-MSG-ID TO EXCP-MESSAGE-ID.
           MOVE WS-EXCP-ITEM-TYPE TO EXCP-ITEM-TYPE.
           MOVE WS-EXCP-ITEM-NUM TO EXCP-ITEM-NUM.
           MOVE WS-EXCP-TEXT TO EXCP-TEXT.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
           MOVE SPACE TO WS-EXCP-ITEM-TYPE.
           MOVE ZEROES TO WS-EXCP-ITEM-NUM.
           MOVE SPACES TO WS-EXCP-TEXT.

       980-WRITE-STATUS.
           PERFORM 915-COMPUTE-ELAPSED.
           OPEN OUTPUT STATUS-FILE.
           INITIALIZE STATUS-RECORD.
           MOVE WS-JOB-OUTCOME TO STAT-OUTCOME-CODE.
           MOVE WS-STAT-MSG-ID TO STAT-MESSAGE-ID.
           MOVE WS-ITER-USED TO STAT-ITER-USED.
           MOVE WS-ELAPSED-SECS TO STAT-ELAPSED-SECS.
           WRITE STATUS-RECORD.
           CLOSE STATUS-FILE.
      *>      AS IN PSO: EVERY OUTCOME BUT A CLEAN ONE GOES ON THE
      *>      EXCEPTION FEED, EXCEPT A HOLD, WHOSE REASONS WERE FED
      *>      FROM 910-PUBLISH-RESULT. EACH MERGE ERROR WAS FED FROM
      *>      090-MERGE-ERROR AS IT WAS FOUND.
           EVALUATE WS-JOB-OUTCOME
               WHEN 0
               WHEN 6
                   CONTINUE
               WHEN 4
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "ITERATION CAP REACHED WITHOUT CONVERGING "
                       "-- RESULT PUBLISHED, CHECK THE FIT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
               WHEN 8
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PARTITION(S) CUT SHORT -- PSORSLT WRITTEN, "
                       "PSOCMST NOT UPDATED, SEE PSOMRPT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
               WHEN OTHER
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "MERGE FAILED WITH CONDITION CODE "
                       WS-JOB-OUTCOME " -- NOTHING PUBLISHED, SEE "
                       "PSOMRPT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
           END-EVALUATE.
           IF WS-JOB-OUTCOME NOT = 0 AND WS-JOB-OUTCOME NOT = 6
               MOVE WS-STAT-MSG-ID TO WS-EXCP-MSG-ID
               PERFORM 965-WRITE-EXCEPTION
           END-IF.

       985-ABORT-MERGE.
      *>      COMMON EXIT FOR EVERY FAILURE PATH: NOTHING IS
      *>      PUBLISHED, THE MERGE REPORT SAYS WHY, AND PSOSTAT AND
      *>      THE CONDITION CODE CARRY THE OUTCOME.
           CLOSE MERGE-REPORT-FILE.
           PERFORM 980-WRITE-STATUS.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.
