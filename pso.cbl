      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBSERVATION-FILE ASSIGN TO "PSOOBSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBSV-FILE-STATUS.
           SELECT OBS-MASTER-FILE ASSIGN TO "PSOOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OMST-KEY
               FILE STATUS IS WS-OMST-FILE-STATUS.
      *>      THE OBSERVATION MASTER KEPT BY PSOOMNT. WHEN THE CONTROL
      *>      HEADER ASKS FOR IT, A 'CL' JOB PULLS ITS WORKING SET
      *>      FROM HERE BY REPORTING PERIOD INSTEAD OF FROM PSOOBSV.
           SELECT CONSTRAINT-FILE ASSIGN TO "PSOCNST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNST-FILE-STATUS.
      *>      OPTIONAL SO THE FIRST JOB EVER RUN CREATES THE HISTORY
      *>      DATASET; EVERY LATER JOB OPENS IT EXTEND AND APPENDS,
      *>      SO THE CALIBRATION HISTORY SURVIVES RESUBMISSIONS.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>      THE OPERATIONS EXCEPTION FEED SHARED BY EVERY PROGRAM IN
      *>      THE SYSTEM. OPTIONAL AND OPENED EXTEND, LIKE PSOHIST, SO
      *>      EACH JOB APPENDS ITS WARNINGS AND FAILURES FOR THE
      *>      TICKETING PICKUP AND THE PSOEXSM MORNING SUMMARY.
           SELECT FIT-REPORT-FILE ASSIGN TO "PSOFITR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHALLENGE-FILE ASSIGN TO "PSOCHAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALIDATION-FILE ASSIGN TO "PSOXVAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOTSTRAP-FILE ASSIGN TO "PSOBOOT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-FILE ASSIGN TO "PSOPART"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "PSODRFT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PSORJCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENSITIVITY-FILE ASSIGN TO "PSOSENS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-RESULT-FILE ASSIGN TO "PSOHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>      OPTIONAL AND OPENED EXTEND, LIKE PSOHIST: A HOLD IS
      *>      APPENDED TO THE SUSPENSE DATASET SO ANOTHER MODEL'S
      *>      HOLD STILL AWAITING DISPOSITION IS NEVER OVERWRITTEN.
      *>      PSODISP WORKS THE DATASET DOWN AND REWRITES IT WITH
      *>      ONLY THE HOLDS STILL PENDING.
           SELECT REFERENCE-FILE ASSIGN TO "PSOREFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFC-FILE-STATUS.
      *>      A BATCH) INSTEAD OF A WALL-CLOCK SEED, SO A FLAGGED
      *>      RESULT CAN BE RERUN BYTE-FOR-BYTE. ANY OTHER MODE KEEPS
      *>      THE ORIGINAL TIME-OF-DAY SEEDING.
           05 CTL-VALID-MODE    PIC X(01).
      *>      OUT-OF-SAMPLE VALIDATION OF A 'CL' CALIBRATION, RUN
      *>      AFTER THE MAIN SWARMS AND REPORTED ON PSOXVAL:
      *>        'H' = HOLD OUT EVERY CTL-VALID-K-TH OBSERVATION
      *>        'P' = HOLD OUT THE TRAILING CTL-VALID-PCT PERCENT
      *>        'K' = CTL-VALID-K FOLDS, EACH CALIBRATED ON THE REST
      *>              AND SCORED ON ITS OWN HELD-OUT SLICE
      *>      SPACE (OLDER FILES) SKIPS VALIDATION. THE PUBLISHED
      *>      RESULT IS ALWAYS THE FULL-DATA CALIBRATION; THE FOLDS
      *>      ONLY SUPPLY THE EVIDENCE THAT IT GENERALIZES.
           05 CTL-VALID-K       PIC 99.
           05 CTL-VALID-PCT     PIC 99.
           05 CTL-BOOT-COUNT    PIC 9(3).
      *>      BOOTSTRAP RESAMPLES AFTER A 'CL' CALIBRATION: EACH ONE
      *>      DRAWS THE OBSERVATIONS WITH REPLACEMENT, RE-CALIBRATES
      *>      A FRESH SWARM ON THE DRAW, AND THE SPREAD OF THE
      *>      RESULTING COEFFICIENTS GIVES THE PSOBOOT STANDARD
      *>      ERRORS AND CONFIDENCE INTERVALS. ZERO (OR SPACES ON AN
      *>      OLDER FILE) SKIPS THE PASS; THE COMPILED CEILING IS 200.
           05 CTL-BOOT-CONF     PIC 99.
      *>      CONFIDENCE LEVEL IN PERCENT FOR THE BOOTSTRAP
      *>      PERCENTILE INTERVALS. ZERO (OR SPACES) TAKES THE
      *>      COMPILED DEFAULT OF 95.
           05 CTL-PART-FROM     PIC 9(3).
           05 CTL-PART-TO       PIC 9(3).
      *>      PARTITIONED EXECUTION: THIS STEP RUNS ONLY RUN NUMBERS
      *>      (OR, IN SWEEP MODE, GRID COMBINATIONS) CTL-PART-FROM
      *>      THROUGH CTL-PART-TO OF THE LOGICAL JOB AND WRITES THEM TO
      *>      THE PSOPART PARTIAL-RESULTS DATASET INSTEAD OF SUMMARIZING
      *>      AND PUBLISHING. THE PARTITIONS RUN AS PARALLEL STEPS WITH
      *>      THE SAME DECK APART FROM THESE TWO FIELDS, AND PSOMERG
      *>      THEN COMBINES THEIR PARTIALS INTO THE ROLL-UP AND PUBLISH
      *>      DECISION. SEED MODE 'E' IS REQUIRED SO EVERY RUN'S SEED
      *>      DEPENDS ONLY ON ITS RUN NUMBER, AND A FAILED PARTITION CAN
      *>      BE RERUN ON ITS OWN. ZERO (OR SPACES ON AN OLDER FILE) IN
      *>      BOTH FIELDS RUNS THE WHOLE JOB IN ONE STEP AS BEFORE.
           05 CTL-OBS-MASTER-FLAG PIC X(01).
      *>      'Y' = A 'CL' JOB TAKES ITS OBSERVATIONS FROM THE PSOOMST
      *>      OBSERVATION MASTER (THIS MODEL'S RECORDS IN THE PERIOD
      *>      WINDOW BELOW) INSTEAD OF THE ONE-SHOT PSOOBSV DATASET.
      *>      ANY OTHER VALUE (SPACE ON AN OLDER FILE) READS PSOOBSV.
           05 CTL-OBS-PERIOD-FROM PIC 9(6).
           05 CTL-OBS-PERIOD-TO   PIC 9(6).
      *>      REPORTING-PERIOD WINDOW, YYYYMM, BOTH ENDS INCLUSIVE. A
      *>      ZERO PERIOD-TO MEANS THE MONTH THE JOB RUNS IN.
           05 CTL-OBS-ROLL-MONTHS PIC 9(3).
      *>      ROLLING WINDOW: THE LAST SO-MANY MONTHS ENDING AT
      *>      CTL-OBS-PERIOD-TO, SO "THE LAST 12 MONTHS" NEEDS NO
      *>      MONTHLY DECK CHANGE. GIVE EITHER THIS OR PERIOD-FROM.
       01  CONTROL-BOUND-RECORD.
           05 CTLB-UPPER-BOUND  PIC S9(4)V9(4)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 OBST-HASH-TOTAL PIC S9(13)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  OBS-MASTER-FILE.
       01  OBS-MASTER-RECORD.
      *>      ONE RECORD PER VALIDATED OBSERVATION EVER POSTED BY
      *>      PSOOMNT, KEYED BY MODEL, REPORTING PERIOD, SOURCE AND A
      *>      SEQUENCE WITHIN THEM, WITH THE DATE/TIME IT WAS LOADED.
      *>      THE INPUTS AND MEASURED VALUE ARE THE PSOOBSV DETAIL'S.
           05 OMST-KEY.
              10 OMST-MODEL-ID  PIC X(08).
              10 OMST-PERIOD    PIC 9(6).
              10 OMST-SOURCE    PIC X(08).
              10 OMST-SEQ       PIC 9(6).
           05 OMST-LOAD-DATE    PIC 9(8).
           05 OMST-LOAD-TIME    PIC 9(6).
           05 OMST-INPUT PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 OMST-MEASURED PIC S9(7)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  CONSTRAINT-FILE.
       01  CONSTRAINT-RECORD.
      *>      ONE RECORD PER LINEAR CROSS-VARIABLE BUSINESS RULE:
           05 STAT-ITER-USED    PIC 9(4).
           05 STAT-ELAPSED-SECS PIC 9(6).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
      *>      ONE RECORD PER ITEM THAT NEEDS SOMEONE'S ATTENTION, IN A
      *>      FIXED LAYOUT FOR THE TICKETING INTERFACE. EVERY RECORD A
      *>      JOB WRITES CARRIES THE SAME JOB DATE/TIME (THE MOMENT
      *>      THE JOB STARTED) SO ITS ITEMS GROUP TOGETHER.
      *>        SEVERITY  W = WARNING -- THE JOB FINISHED, CHECK IT
      *>                  E = ERROR   -- THE JOB OR CARD FAILED
      *>        ITEM TYPE V = VARIABLE NUMBER, O = OBSERVATION NUMBER,
      *>                  R = RUN NUMBER, C = CARD NUMBER,
      *>                  SPACE = THE JOB AS A WHOLE (ITEM NUMBER ZERO)
           05 EXCP-JOB-DATE     PIC 9(8).
           05 EXCP-JOB-TIME     PIC 9(6).
           05 EXCP-PROGRAM-ID   PIC X(08).
           05 EXCP-MODEL-ID     PIC X(08).
           05 EXCP-SEVERITY     PIC X(01).
           05 EXCP-MESSAGE-ID   PIC X(08).
           05 EXCP-ITEM-TYPE    PIC X(01).
           05 EXCP-ITEM-NUM     PIC 9(5).
           05 EXCP-TEXT         PIC X(80).

       FD  WARM-START-FILE.
       01  WARM-START-RECORD.
      *>      SAME LAYOUT AS THE RESULT-RECORD, SO ONE JOB'S PSORSLT
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HIST-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 HIST-MODEL-ID     PIC X(08).
      *>      THE PSOCMST KEY THE RUN WAS FILED UNDER. SEVERAL MODELS
      *>      SHARE ONE HISTORY, SO THE DRIFT ANALYSIS ONLY TRAILS A
      *>      MODEL'S OWN RUNS. OLDER, SHORTER RECORDS READ AS SPACES.

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-LINE PIC X(132).

       FD  HELD-RESULT-FILE.
       01  HELD-RESULT-RECORD.
      *>      SAME LAYOUT AS THE RESULT-RECORD, FOLLOWED BY WHAT THE
      *>      PSODISP DISPOSITION PROGRAM NEEDS TO RELEASE THE HOLD
      *>      THE SAME WAY 920-UPDATE-COEF-MASTER WOULD HAVE FILED IT:
      *>      THE MODEL ID, THE VARIABLE COUNT, HOW THE RUN ENDED AND
      *>      THE JOB DATE/TIME (WHICH ALSO KEYS THE PSOHIST RECORD).
           05 HELD-RUN-ID       PIC 9(3).
           05 HELD-SEED         PIC 9(9).
           05 HELD-SEED-MODE    PIC X(01).
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HELD-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 HELD-MODEL-ID     PIC X(08).
           05 HELD-N-VARS       PIC 99.
           05 HELD-END-STATUS   PIC X(02).
           05 HELD-JOB-DATE     PIC 9(8).
           05 HELD-JOB-TIME     PIC 9(6).

       FD  COEF-MASTER-FILE.
       01  COEF-MASTER-RECORD.
              SIGN IS LEADING SEPARATE CHARACTER.
           05 FITR-T-OUTLIER-COUNT PIC 9(5).

       FD  CHALLENGE-FILE.
      *>      CHAMPION/CHALLENGER COMPARISON (FUNCTION CODE 'CL'
      *>      ONLY): THE CURRENTLY PUBLISHED PSOCMST COEFFICIENTS (THE
      *>      CHAMPION) AND THIS RUN'S WINNING POSITION (THE
      *>      CHALLENGER) SCORED ON THE SAME VALIDATED OBSERVATIONS,
      *>      WITHOUT CONSTRAINT OR REGULARIZATION PENALTIES, SO A
      *>      REVIEWER CAN TELL A GENUINELY WORSE FIT FROM A NOISIER
      *>      MONTH OF DATA. ONE DETAIL PER OBSERVATION, THEN ONE
      *>      SUMMARY. THE CLOSER/WINNER CODES ARE:
      *>        CHMP = THE PUBLISHED COEFFICIENTS (TIES GO HERE)
      *>        CHAL = THIS RUN'S WINNING POSITION
      *>        NONE = NOTHING PUBLISHED FOR THE MODEL TO COMPARE WITH
       01  CHAL-DETAIL-RECORD.
           05 CHAL-REC-TYPE     PIC X(01).
           05 CHAL-OBS-NUM      PIC 9(5).
           05 CHAL-MEASURED     PIC S9(7)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-CHMP-PREDICTED PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-CHMP-RESIDUAL PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-CHAL-PREDICTED PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-CHAL-RESIDUAL PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-CLOSER       PIC X(04).
       01  CHAL-SUMMARY-RECORD.
           05 CHAL-S-REC-TYPE   PIC X(01).
           05 CHAL-S-MODEL-ID   PIC X(08).
           05 CHAL-S-CHMP-EFF-DATE PIC 9(8).
           05 CHAL-S-CHMP-EFF-TIME PIC 9(6).
           05 CHAL-S-OBS-COUNT  PIC 9(5).
           05 CHAL-S-CHMP-SSR   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHMP-RMSE  PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHMP-RSQ   PIC S9(5)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHAL-SSR   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHAL-RMSE  PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHAL-RSQ   PIC S9(5)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CHAL-S-CHAL-CLOSER-COUNT PIC 9(5).
           05 CHAL-S-WINNER     PIC X(04).

       FD  VALIDATION-FILE.
      *>      OUT-OF-SAMPLE VALIDATION REPORT (FUNCTION CODE 'CL' WITH
      *>      CTL-VALID-MODE SET): ONE 'F' RECORD PER FOLD WITH THE
      *>      TRAINING AND VALIDATION RMSE AND THE FOLD'S WINNING
      *>      COEFFICIENTS, ONE 'V' RECORD PER VARIABLE WITH THE
      *>      SPREAD OF THAT COEFFICIENT ACROSS THE FOLDS, THEN ONE
      *>      'T' TRAILER. BOTH RMSE FIGURES ARE SCORED WITHOUT
      *>      CONSTRAINT OR REGULARIZATION PENALTIES, LIKE PSOFITR.
       01  XVAL-FOLD-RECORD.
           05 XVAL-REC-TYPE     PIC X(01).
           05 XVAL-FOLD-NUM     PIC 9(2).
           05 XVAL-TRAIN-COUNT  PIC 9(5).
           05 XVAL-TEST-COUNT   PIC 9(5).
           05 XVAL-TRAIN-RMSE   PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-TEST-RMSE    PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-SEED         PIC 9(9).
           05 XVAL-ITER-USED    PIC 9(4).
           05 XVAL-COEFFICIENT  PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER
              OCCURS 30 TIMES.
       01  XVAL-VAR-RECORD.
           05 XVAL-V-REC-TYPE   PIC X(01).
           05 XVAL-V-VAR-NUM    PIC 9(2).
           05 XVAL-V-VAR-NAME   PIC X(10).
           05 XVAL-V-MIN        PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-V-MAX        PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-V-MEAN       PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-V-STDDEV     PIC 9(5)V9(6).
       01  XVAL-TRAILER-RECORD.
           05 XVAL-T-REC-TYPE   PIC X(01).
           05 XVAL-T-MODEL-ID   PIC X(08).
           05 XVAL-T-MODE       PIC X(01).
           05 XVAL-T-K          PIC 9(2).
           05 XVAL-T-PCT        PIC 9(2).
           05 XVAL-T-OBS-COUNT  PIC 9(5).
           05 XVAL-T-FOLDS-PLANNED PIC 9(2).
           05 XVAL-T-FOLDS-DONE PIC 9(2).
           05 XVAL-T-MEAN-TRAIN-RMSE PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-T-MEAN-TEST-RMSE PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 XVAL-T-CUT-SHORT  PIC X(01).
      *>      'Y' WHEN THE CTL-MAX-SECONDS BUDGET RAN OUT PART WAY
      *>      THROUGH THE FOLDS; ONLY THE FOLDS COMPLETED ARE CARRIED.

       FD  BOOTSTRAP-FILE.
      *>      BOOTSTRAP CONFIDENCE INTERVALS (FUNCTION CODE 'CL' WITH
      *>      CTL-BOOT-COUNT SET): ONE 'V' RECORD PER VARIABLE WITH ITS
      *>      PSOVDCT NAME AND UNITS, THE PUBLISHED (FULL-DATA)
      *>      COEFFICIENT, AND THE MEAN, STANDARD ERROR AND PERCENTILE
      *>      INTERVAL OF THAT COEFFICIENT OVER THE RESAMPLES, THEN
      *>      ONE 'T' TRAILER.
       01  BOOT-VAR-RECORD.
           05 BOOT-REC-TYPE     PIC X(01).
           05 BOOT-VAR-NUM      PIC 9(2).
           05 BOOT-VAR-NAME     PIC X(10).
           05 BOOT-VAR-UNITS    PIC X(08).
           05 BOOT-BASE         PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 BOOT-MEAN         PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 BOOT-STD-ERROR    PIC 9(5)V9(6).
           05 BOOT-LOWER        PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 BOOT-UPPER        PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
       01  BOOT-TRAILER-RECORD.
           05 BOOT-T-REC-TYPE   PIC X(01).
           05 BOOT-T-MODEL-ID   PIC X(08).
           05 BOOT-T-CONF       PIC 9(2).
           05 BOOT-T-PLANNED    PIC 9(3).
           05 BOOT-T-DONE       PIC 9(3).
           05 BOOT-T-OBS-COUNT  PIC 9(5).
           05 BOOT-T-CUT-SHORT  PIC X(01).
      *>      'Y' WHEN THE CTL-MAX-SECONDS BUDGET RAN OUT PART WAY
      *>      THROUGH THE RESAMPLES; THE INTERVALS COVER ONLY THE
      *>      RESAMPLES COMPLETED.

       FD  PARTITION-FILE.
      *>      PARTIAL RESULTS OF ONE PARTITION STEP, READ BY PSOMERG:
      *>      AN 'H' HEADER IDENTIFYING THE LOGICAL JOB AND THE RANGE
      *>      THIS STEP COVERED, ONE 'R' RECORD PER COMPLETED RUN (OR
      *>      SWEEP COMBINATION) CARRYING EVERYTHING 900-SUMMARIZE-RUNS
      *>      AND 930-WRITE-TUNING-REPORT USE, THEN A 'T' TRAILER WITH
      *>      THE 'R' RECORD COUNT SO A TRUNCATED PARTIAL IS CAUGHT.
       01  PART-HEADER-RECORD.
           05 PART-REC-TYPE      PIC X(01).
           05 PART-MODEL-ID      PIC X(08).
           05 PART-FUNCTION-CODE PIC X(02).
           05 PART-N-VARS        PIC 99.
           05 PART-SWEEP-FLAG    PIC X(01).
           05 PART-UNIT-TOTAL    PIC 9(3).
      *>      CTL-NUM-RUNS, OR THE SWEEP GRID SIZE ON A SWEEP JOB.
           05 PART-FROM          PIC 9(3).
           05 PART-TO            PIC 9(3).
           05 PART-SEED-MODE     PIC X(01).
           05 PART-SEED-VALUE    PIC 9(9).
           05 PART-JOB-DATE      PIC 9(8).
           05 PART-JOB-TIME      PIC 9(6).
           05 PART-CUT-SHORT     PIC X(01).
      *>      'Y' WHEN THE CTL-MAX-SECONDS BUDGET ENDED THE STEP
      *>      BEFORE PART-TO; THE LAST 'R' RECORD IS THE RUN CUT SHORT.
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

       WORKING-STORAGE SECTION.
       01  I PIC 9(4) VALUE 0.
       01  J PIC 9(4) VALUE 0.
       01  WS-OBS-RNGE-VAR PIC 9(2).
       01  WS-OBS-D-IDX PIC 9(5).
       01  WS-OBS-MATCH PIC X(01).
       01  WS-OBS-WORK.
      *>      THE DETAIL BEING EDITED, IN THE PSOOBSV DETAIL LAYOUT,
      *>      WHETHER IT CAME FROM PSOOBSV OR FROM THE PSOOMST MASTER.
           05 OBSW-REC-TYPE PIC X(01).
           05 OBSW-INPUT PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 OBSW-MEASURED PIC S9(7)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-OBS-MASTER-FLAG PIC X(01) VALUE "N".
       01  WS-OBS-PERIOD-FROM PIC 9(6) VALUE ZEROES.
       01  WS-OBS-PERIOD-TO   PIC 9(6) VALUE ZEROES.
       01  WS-OBS-ROLL-MONTHS PIC 9(3) VALUE ZEROES.
       01  WS-OMST-FILE-STATUS PIC X(02).
       01  WS-OMST-EOF PIC X(01).
       01  WS-OBS-TODAY PIC 9(8).
       01  WS-OBS-PERIOD-WORK PIC 9(6).
       01  WS-OBS-PERIOD-PARTS REDEFINES WS-OBS-PERIOD-WORK.
           05 WS-OBS-PERIOD-YYYY PIC 9(4).
           05 WS-OBS-PERIOD-MM   PIC 99.
       01  WS-OBS-MONTH-NUM PIC 9(7).
      *>      A PERIOD AS A MONTH COUNT (YYYY * 12 + MM - 1), SO THE
      *>      ROLLING WINDOW CAN STEP BACK ACROSS A YEAR END.
       01  WS-MODEL    PIC S9(15)V9(6).
       01  WS-RESIDUAL PIC S9(15)V9(6).

       01  WS-FIT-OUT-COUNT  PIC 9(5).
       01  WS-FIT-ABS-RES    PIC 9(15)V9(6).

       01  CHAMPION-RESIDUALS OCCURS 500 TIMES.
      *>      THE PUBLISHED COEFFICIENTS' PER-OBSERVATION PREDICTIONS
      *>      AND RESIDUALS, THE CHAMPION COUNTERPART OF FIT-RESIDUALS.
           05 CHMP-PREDICTED PIC S9(15)V9(6).
           05 CHMP-RESID     PIC S9(15)V9(6).
       01  CHMP-COEFFICIENT PIC S9(4)V9(6) OCCURS 30 TIMES.
       01  WS-CHMP-FOUND     PIC X(01) VALUE "N".
       01  WS-CHMP-EFF-DATE  PIC 9(8) VALUE ZEROES.
       01  WS-CHMP-EFF-TIME  PIC 9(6) VALUE ZEROES.
       01  WS-CHMP-SSR       PIC 9(30)V9(6).
       01  WS-CHMP-RMSE      PIC 9(15)V9(6).
       01  WS-CHMP-RSQ       PIC S9(5)V9(6).
       01  WS-CHMP-ABS-RES   PIC 9(15)V9(6).
       01  WS-CHAL-WINNER    PIC X(04) VALUE "NONE".
       01  WS-CHAL-CLOSER    PIC X(04).
       01  WS-CHAL-CLOSER-COUNT PIC 9(5).

       01  WS-VALID-MODE     PIC X(01) VALUE SPACE.
       01  WS-VALID-K        PIC 99 VALUE ZEROES.
       01  WS-VALID-PCT      PIC 99 VALUE ZEROES.
       01  WS-RESAMPLE-ACTIVE PIC X(01) VALUE "N".
      *>      'Y' WHILE A VALIDATION FOLD IS BEING CALIBRATED: THE
      *>      SWARM RUNS EXACTLY AS A MAIN RUN DOES, BUT WRITES NO
      *>      PSOREPT, PSODIAG, PSOCKPT OR PSOPROG RECORDS AND NEVER
      *>      RESTARTS FROM A CHECKPOINT, SO THE MAIN RUNS' OUTPUTS
      *>      ARE LEFT EXACTLY AS THEY WERE.
       01  WS-VALID-RAN      PIC X(01) VALUE "N".
       01  WS-VALID-SKIP-MSG PIC X(60) VALUE SPACES.
       01  WS-VALID-CUT-SHORT PIC X(01) VALUE "N".
       01  WS-VALID-FOLDS    PIC 99 VALUE ZEROES.
       01  WS-VALID-DONE     PIC 99 VALUE ZEROES.
       01  WS-VALID-FOLD     PIC 99.
       01  WS-VALID-F        PIC 99.
       01  WS-VALID-M        PIC 9(5).
       01  WS-VALID-HOLD-COUNT PIC 9(5).
       01  WS-VALID-TRAIN-CNT PIC 9(5).
       01  WS-VALID-TEST-CNT PIC 9(5).
       01  WS-VALID-TRAIN-SSR PIC 9(30)V9(6).
       01  WS-VALID-TEST-SSR PIC 9(30)V9(6).
       01  WS-VALID-MEAN-TRAIN PIC 9(15)V9(6).
       01  WS-VALID-MEAN-TEST PIC 9(15)V9(6).
       01  WS-VALID-RATIO    PIC 9(5)V99.
       01  WS-PV-RATIO       PIC ZZZZ9.99.
       01  WS-VALID-SUM      PIC S9(8)V9(6).
       01  WS-VALID-DEV      PIC S9(5)V9(6).
       01  WS-VALID-SUMSQ    PIC 9(12)V9(6).
       01  WS-VALID-SAVE-COUNT PIC 9(5).
       01  SAVED-OBSERVATIONS OCCURS 500 TIMES.
      *>      THE FULL VALIDATED OBSERVATION SET, PARKED WHILE EACH
      *>      FOLD'S TRAINING SLICE IS PACKED INTO OBSERVATIONS FOR
      *>      THE SWARM, AND PUT BACK BEFORE THE RUNS ARE SUMMARIZED.
           05 SAVED-OBS-DATA.
               10 SAVED-OBS-X PIC S9(4)V9(6) OCCURS 30 TIMES.
               10 SAVED-OBS-Y PIC S9(7)V9(6).
           05 SAVED-OBS-FOLD PIC 99.
       01  VALID-FOLD-RESULTS OCCURS 10 TIMES.
           05 VF-TRAIN-COUNT PIC 9(5).
           05 VF-TEST-COUNT  PIC 9(5).
           05 VF-TRAIN-RMSE  PIC 9(15)V9(6).
           05 VF-TEST-RMSE   PIC 9(15)V9(6).
           05 VF-SEED        PIC 9(9).
           05 VF-ITER-USED   PIC 9(4).
           05 VF-COEF        PIC S9(4)V9(6) OCCURS 30 TIMES.
       01  VALID-VAR-SPREAD OCCURS 30 TIMES.
           05 VS-MIN    PIC S9(4)V9(6).
           05 VS-MAX    PIC S9(4)V9(6).
           05 VS-MEAN   PIC S9(4)V9(6).
           05 VS-STDDEV PIC 9(5)V9(6).

       01  WS-BOOT-COUNT     PIC 9(3) VALUE ZEROES.
       01  WS-BOOT-CONF      PIC 99 VALUE 95.
       01  WS-BOOT-RAN       PIC X(01) VALUE "N".
       01  WS-BOOT-SKIP-MSG  PIC X(60) VALUE SPACES.
       01  WS-BOOT-CUT-SHORT PIC X(01) VALUE "N".
       01  WS-BOOT-DONE      PIC 9(3) VALUE ZEROES.
       01  WS-BOOT-REP       PIC 9(3).
       01  WS-BOOT-R         PIC 9(3).
       01  WS-BOOT-R2        PIC 9(3).
       01  WS-BOOT-SEED      PIC 9(9).
       01  WS-BOOT-PICK      PIC 9(5).
       01  WS-BOOT-M         PIC 9(5).
       01  WS-BOOT-LO-RANK   PIC 9(3).
       01  WS-BOOT-HI-RANK   PIC 9(3).
       01  WS-BOOT-SUM       PIC S9(8)V9(6).
       01  WS-BOOT-DEV       PIC S9(5)V9(6).
       01  WS-BOOT-SUMSQ     PIC 9(12)V9(6).
       01  WS-BOOT-SWAP      PIC S9(4)V9(6).
       01  BOOT-REPLICATES OCCURS 200 TIMES.
      *>      EACH COMPLETED RESAMPLE'S WINNING COEFFICIENTS.
           05 BR-COEF PIC S9(4)V9(6) OCCURS 30 TIMES.
       01  BOOT-SORTED.
      *>      ONE VARIABLE'S COEFFICIENTS ACROSS THE RESAMPLES, SORTED
      *>      ASCENDING TO READ THE PERCENTILE INTERVAL OFF BY RANK.
           05 BS-COEF PIC S9(4)V9(6) OCCURS 200 TIMES.
       01  BOOT-STATS OCCURS 30 TIMES.
           05 BT-MEAN      PIC S9(4)V9(6).
           05 BT-STD-ERROR PIC 9(5)V9(6).
           05 BT-LOWER     PIC S9(4)V9(6).
           05 BT-UPPER     PIC S9(4)V9(6).

       01  WS-PART-ACTIVE    PIC X(01) VALUE "N".
       01  WS-PART-FROM      PIC 9(3) VALUE ZEROES.
       01  WS-PART-TO        PIC 9(3) VALUE ZEROES.
      *>      THE RANGE OF RUNS (OR SWEEP COMBINATIONS) THIS STEP RUNS.
      *>      AN UNPARTITIONED JOB IS ONE RANGE COVERING THE WHOLE JOB.
       01  WS-PART-LAST-DONE PIC 9(3) VALUE ZEROES.
       01  WS-PART-UNIT      PIC 9(3).
       01  WS-PART-COUNT     PIC 9(3).
       01  WS-STEP-RUNS      PIC 9(3) VALUE 1.
      *>      SWARMS THIS STEP RUNS: CTL-NUM-RUNS, OR THE WIDTH OF THE
      *>      PARTITION. CHECKPOINT/RESTART APPLIES WHEN IT IS ONE, SO
      *>      A LONG RUN SPLIT OUT AS A ONE-RUN PARTITION CAN RESTART.

       01  WS-CNST-FILE-STATUS PIC X(02).
       01  WS-CNST-COUNT PIC 9(2) VALUE ZEROES.
       01  C-IDX PIC 9(2) VALUE ZEROES.

       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-TIME-RAW PIC 9(8).
       01  WS-EXCP-JOB-DATE PIC 9(8).
       01  WS-EXCP-JOB-TIME PIC 9(8).
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.
       01  WS-END-STATUS PIC X(02).

       01  WS-MODEL-ID PIC X(08) VALUE "DEFAULT".
           PERFORM 052-LOAD-DICTIONARY.
           PERFORM 055-EDIT-CONTROL-FILE.
           IF WS-FUNCTION-CODE = "CL"
               IF WS-OBS-MASTER-FLAG = "Y"
                   PERFORM 073-LOAD-FROM-MASTER
               ELSE
                   PERFORM 070-LOAD-OBSERVATIONS
               END-IF
           END-IF.
           PERFORM 080-LOAD-CONSTRAINTS.
           IF WS-REG-WEIGHT > 0
      *>          COMPILED DEFAULT OF EVERY 50 ITERATIONS.
               MOVE WS-CHECKPT-INT TO WS-PROG-INT
           END-IF.
           IF WS-PART-ACTIVE = "N"
               MOVE 1 TO WS-PART-FROM
               IF WS-SWEEP-FLAG = "Y"
                   MOVE WS-SWEEP-COMBOS TO WS-PART-TO
               ELSE
                   MOVE WS-NUM-RUNS TO WS-PART-TO
               END-IF
           END-IF.
           COMPUTE WS-PART-LAST-DONE = WS-PART-FROM - 1.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DIAGNOSTIC-FILE.
           IF WS-SWEEP-FLAG = "Y"
               PERFORM 020-RUN-SWEEP
           ELSE
               PERFORM VARYING WS-RUN-NUM FROM WS-PART-FROM BY 1
                   UNTIL WS-RUN-NUM > WS-PART-TO
                   OR WS-TIME-EXPIRED = "Y"
                   PERFORM 010-RUN-SWARM
                   PERFORM 015-RECORD-RUN-RESULT
               END-PERFORM
               IF WS-TIME-EXPIRED = "Y" AND WS-PART-ACTIVE = "N"
      *>              ONLY THE RUNS THAT ACTUALLY COMPLETED (THE LAST
      *>              ONE CUT SHORT BUT RECORDED) GO INTO THE ROLL-UP.
                   COMPUTE WS-NUM-RUNS = WS-RUN-NUM - 1
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE DIAGNOSTIC-FILE.
           IF WS-PART-ACTIVE = "Y"
      *>          A PARTITION STEP ENDS HERE: ITS RUNS GO TO PSOPART
      *>          AND PSOMERG DOES THE ROLL-UP ONCE EVERY PARTITION
      *>          IS IN.
               PERFORM 045-WRITE-PARTITION
           END-IF.
           IF WS-FUNCTION-CODE = "CL" AND WS-VALID-MODE NOT = SPACE
      *>          AHEAD OF THE ROLL-UP: 900-SUMMARIZE-RUNS RESTORES
      *>          GLOBAL-BEST, THE SEED AND THE ITERATION COUNT FROM
      *>          THE RUN-RESULTS TABLE, WHICH THE FOLDS NEVER TOUCH.
               PERFORM 035-RUN-VALIDATION
           END-IF.
           IF WS-FUNCTION-CODE = "CL" AND WS-BOOT-COUNT > 0
               PERFORM 040-RUN-BOOTSTRAP
           END-IF.
           PERFORM 900-SUMMARIZE-RUNS.
           PERFORM 905-DETERMINE-END-STATUS.
           PERFORM 910-PUBLISH-RESULT.
           IF WS-SWEEP-FLAG = "Y"
               PERFORM 930-WRITE-TUNING-REPORT
           END-IF.
           IF WS-FUNCTION-CODE = "CL"
               PERFORM 940-WRITE-FIT-REPORT
               PERFORM 941-CHAMPION-CHALLENGER
               IF WS-BOOT-COUNT > 0
      *>              THE INTERVALS ARE CENTERED ON THE PUBLISHED
      *>              WINNER, SO THEY WAIT FOR 900-SUMMARIZE-RUNS.
                   PERFORM 042-BOOT-INTERVALS
               END-IF
           END-IF.
           IF WS-SENS-STEP > 0
               PERFORM 942-ANALYZE-SENSITIVITY
      *>          A TIME-EXPIRED RUN'S PARTIAL ANSWER IS NOT GOOD
      *>          ENOUGH TO REPLACE THE PUBLISHED COEFFICIENTS, AND A
      *>          HELD RESULT STAYS OFF THE MASTER UNTIL AN ANALYST
      *>          APPROVES IT THROUGH PSODISP.
               PERFORM 920-UPDATE-COEF-MASTER
           END-IF.
           DISPLAY "GLOBAL BEST VALUE: " GLOBAL-BEST-VALUE.
           END-IF.
           PERFORM 980-WRITE-STATUS.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           GOBACK.

       005-CAPTURE-START-TIME.
      *>      WALL-CLOCK ANCHOR FOR THE ELAPSED TIME REPORTED ON THE
           ACCEPT WS-TIME-PARTS FROM TIME.
           COMPUTE WS-START-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           ACCEPT WS-EXCP-JOB-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME-PARTS TO WS-EXCP-JOB-TIME.

       915-COMPUTE-ELAPSED.
           ACCEPT WS-TIME-PARTS FROM TIME.
           MOVE WS-ELAPSED-SECS TO STAT-ELAPSED-SECS.
           WRITE STATUS-RECORD.
           CLOSE STATUS-FILE.
      *>      EVERY OUTCOME BUT A CLEAN ONE GOES ON THE EXCEPTION FEED.
      *>      A HOLD (06) WAS FED FROM 910-PUBLISH-RESULT WITH ITS
      *>      REASONS, SO IT IS NOT REPEATED HERE.
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
                   IF WS-PART-ACTIVE = "Y"
                       MOVE SPACES TO WS-EXCP-TEXT
                       STRING "PARTITION " WS-PART-FROM "-" WS-PART-TO
                           " CUT SHORT BY THE TIME BUDGET -- RERUN "
                           "THIS PARTITION BEFORE PSOMERG"
                           DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   ELSE
                       MOVE SPACES TO WS-EXCP-TEXT
                       STRING "TIME BUDGET EXPIRED -- PARTIAL RESULT, "
                           "COEFFICIENT MASTER NOT UPDATED"
                           DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "JOB FAILED WITH CONDITION CODE "
                       WS-JOB-OUTCOME " -- SEE SYSOUT AND PSOEDIT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
           END-EVALUATE.
           IF WS-JOB-OUTCOME NOT = 0 AND WS-JOB-OUTCOME NOT = 6
               MOVE WS-STAT-MSG-ID TO WS-EXCP-MSG-ID
               PERFORM 965-WRITE-EXCEPTION
           END-IF.

       985-ABORT-JOB.
      *>      COMMON EXIT FOR EVERY FAILURE PATH: WRITE THE
      *>      COMPLETION-STATUS RECORD AND SET THE CONDITION CODE SO
      *>      THE SCHEDULER CAN TELL AN INPUT PROBLEM FROM A BAD
      *>      CHECKPOINT WITHOUT A HUMAN READING SYSOUT. GOBACK
      *>      RATHER THAN STOP RUN SO THE PSOJSTR JOB-STREAM DRIVER
      *>      REGAINS CONTROL, RECORDS THE FAILURE AND MOVES ON TO THE
      *>      NEXT MODEL; RUN ON ITS OWN THE JOB ENDS JUST THE SAME.
           PERFORM 980-WRITE-STATUS.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           GOBACK.

       015-RECORD-RUN-RESULT.
           MOVE GLOBAL-BEST-VALUE TO RUN-RESULT-VALUE(WS-RUN-NUM).
               MOVE GLOBAL-BEST-PARTICLE(J)
                   TO RUN-RESULT-PARTICLE(WS-RUN-NUM J)
           END-PERFORM.
           MOVE WS-RUN-NUM TO WS-PART-LAST-DONE.

       020-RUN-SWEEP.
      *>      PARAMETER-SWEEP TUNING MODE: RUN A FULL SWARM FOR EVERY
               COMPUTE N = WS-SW-N-FROM + WS-SW-OFFSET
           END-IF.
           ADD 1 TO WS-SWEEP-COUNT.
      *>      A PARTITION STEP STILL WALKS THE WHOLE GRID, SO EVERY
      *>      COMBINATION KEEPS ITS NUMBER, BUT ONLY RUNS ITS OWN.
           IF WS-SWEEP-COUNT >= WS-PART-FROM
               AND WS-SWEEP-COUNT <= WS-PART-TO
               MOVE WS-SWEEP-COUNT TO WS-RUN-NUM
               PERFORM 010-RUN-SWARM
               PERFORM 015-RECORD-RUN-RESULT
               MOVE C1 TO SWP-C1(WS-SWEEP-COUNT)
               MOVE C2 TO SWP-C2(WS-SWEEP-COUNT)
               MOVE WS-W-MAX TO SWP-W(WS-SWEEP-COUNT)
               MOVE N TO SWP-N(WS-SWEEP-COUNT)
               MOVE GLOBAL-BEST-VALUE TO SWP-VALUE(WS-SWEEP-COUNT)
               MOVE WS-ITER-USED TO SWP-ITER-USED(WS-SWEEP-COUNT)
           END-IF.

       035-RUN-VALIDATION.
      *>      OUT-OF-SAMPLE VALIDATION: PARK THE FULL OBSERVATION SET,
      *>      TAG EVERY OBSERVATION WITH THE FOLD THAT HOLDS IT OUT,
      *>      THEN FOR EACH FOLD CALIBRATE A FRESH SWARM ON THE OTHER
      *>      OBSERVATIONS AND SCORE IT ON BOTH SLICES. THE MAIN RUNS'
      *>      RESULT IS WHAT GETS PUBLISHED; THE FOLDS ONLY SHOW HOW
      *>      FAR THAT FIT CAN BE TRUSTED ON DATA IT NEVER SAW.
           MOVE "N" TO WS-VALID-RAN.
           MOVE "N" TO WS-VALID-CUT-SHORT.
           MOVE ZEROES TO WS-VALID-DONE.
           MOVE SPACES TO WS-VALID-SKIP-MSG.
           IF WS-VALID-MODE = "K"
               MOVE WS-VALID-K TO WS-VALID-FOLDS
           ELSE
               MOVE 1 TO WS-VALID-FOLDS
           END-IF.
           IF WS-SWEEP-FLAG = "Y"
               MOVE "NOT RUN IN SWEEP MODE" TO WS-VALID-SKIP-MSG
           END-IF.
           IF WS-TIME-EXPIRED = "Y"
               MOVE "NOT RUN -- THE MAIN RUNS USED UP THE TIME BUDGET"
                   TO WS-VALID-SKIP-MSG
           END-IF.
           IF WS-VALID-SKIP-MSG = SPACES
               IF WS-VALID-MODE = "P"
                   IF WS-OBS-COUNT < 2
                       MOVE "NOT RUN -- FEWER THAN 2 OBSERVATIONS"
                           TO WS-VALID-SKIP-MSG
                   END-IF
               ELSE
                   IF WS-OBS-COUNT < WS-VALID-K
                       MOVE "NOT RUN -- FEWER OBSERVATIONS THAN FOLDS"
                           TO WS-VALID-SKIP-MSG
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-SKIP-MSG NOT = SPACES
               DISPLAY "PSO035W OUT-OF-SAMPLE VALIDATION "
                   WS-VALID-SKIP-MSG
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO035W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "OUT-OF-SAMPLE VALIDATION " WS-VALID-SKIP-MSG
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 965-WRITE-EXCEPTION
               PERFORM 038-WRITE-VALIDATION
           ELSE
               MOVE WS-OBS-COUNT TO WS-VALID-SAVE-COUNT
               COMPUTE WS-VALID-HOLD-COUNT =
                   WS-OBS-COUNT * WS-VALID-PCT / 100
               IF WS-VALID-HOLD-COUNT = 0
                   MOVE 1 TO WS-VALID-HOLD-COUNT
               END-IF
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   MOVE OBSERVATIONS(M) TO SAVED-OBS-DATA(M)
                   EVALUATE WS-VALID-MODE
                       WHEN "K"
                           COMPUTE WS-VALID-M = M - 1
                           COMPUTE SAVED-OBS-FOLD(M) =
                               FUNCTION MOD(WS-VALID-M WS-VALID-K) + 1
                       WHEN "H"
                           IF FUNCTION MOD(M WS-VALID-K) = 0
                               MOVE 1 TO SAVED-OBS-FOLD(M)
                           ELSE
                               MOVE 0 TO SAVED-OBS-FOLD(M)
                           END-IF
                       WHEN "P"
                           IF M > WS-OBS-COUNT - WS-VALID-HOLD-COUNT
                               MOVE 1 TO SAVED-OBS-FOLD(M)
                           ELSE
                               MOVE 0 TO SAVED-OBS-FOLD(M)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               MOVE "Y" TO WS-RESAMPLE-ACTIVE
               PERFORM VARYING WS-VALID-FOLD FROM 1 BY 1
                   UNTIL WS-VALID-FOLD > WS-VALID-FOLDS
                   OR WS-TIME-EXPIRED = "Y"
                   PERFORM 036-VALID-ONE-FOLD
               END-PERFORM
               MOVE "N" TO WS-RESAMPLE-ACTIVE
               IF WS-TIME-EXPIRED = "Y"
      *>              THE FULL-DATA CALIBRATION FINISHED INSIDE THE
      *>              BUDGET, SO THE JOB IS NOT TIME-EXPIRED; ONLY THE
      *>              VALIDATION EVIDENCE IS INCOMPLETE.
                   MOVE "N" TO WS-TIME-EXPIRED
                   MOVE "Y" TO WS-VALID-CUT-SHORT
                   DISPLAY "PSO035W OUT-OF-SAMPLE VALIDATION CUT "
                       "SHORT BY THE TIME BUDGET AFTER "
                       WS-VALID-DONE " OF " WS-VALID-FOLDS " FOLDS"
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE "PSO035W" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "OUT-OF-SAMPLE VALIDATION CUT SHORT BY THE "
                       "TIME BUDGET AFTER " WS-VALID-DONE " OF "
                       WS-VALID-FOLDS " FOLDS"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 965-WRITE-EXCEPTION
               END-IF
               MOVE WS-VALID-SAVE-COUNT TO WS-OBS-COUNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   MOVE SAVED-OBS-DATA(M) TO OBSERVATIONS(M)
               END-PERFORM
               MOVE "Y" TO WS-VALID-RAN
               PERFORM 037-VALID-SPREAD
               PERFORM 038-WRITE-VALIDATION
           END-IF.

       036-VALID-ONE-FOLD.
      *>      PACK THIS FOLD'S TRAINING SLICE INTO OBSERVATIONS AND
      *>      RUN A SWARM ON IT. THE FOLD RUNS UNDER A RUN NUMBER PAST
      *>      THE MAIN RUNS SO A CERTIFIED ('E') JOB SEEDS EVERY FOLD
      *>      REPRODUCIBLY WITHOUT REUSING A MAIN RUN'S SEED.
           MOVE ZEROES TO WS-OBS-COUNT.
           PERFORM VARYING WS-VALID-M FROM 1 BY 1
               UNTIL WS-VALID-M > WS-VALID-SAVE-COUNT
               IF SAVED-OBS-FOLD(WS-VALID-M) NOT = WS-VALID-FOLD
                   ADD 1 TO WS-OBS-COUNT
                   MOVE SAVED-OBS-DATA(WS-VALID-M)
                       TO OBSERVATIONS(WS-OBS-COUNT)
               END-IF
           END-PERFORM.
           COMPUTE WS-RUN-NUM = WS-NUM-RUNS + WS-VALID-FOLD.
           PERFORM 010-RUN-SWARM.
           IF WS-TIME-EXPIRED NOT = "Y"
      *>          A FOLD CUT OFF BY THE TIME BUDGET IS NOT A FAIR
      *>          CALIBRATION AND IS LEFT OUT OF THE REPORT.
               MOVE ZEROES TO WS-VALID-TRAIN-CNT
               MOVE ZEROES TO WS-VALID-TEST-CNT
               MOVE ZEROES TO WS-VALID-TRAIN-SSR
               MOVE ZEROES TO WS-VALID-TEST-SSR
               PERFORM VARYING WS-VALID-M FROM 1 BY 1
                   UNTIL WS-VALID-M > WS-VALID-SAVE-COUNT
                   MOVE 0 TO WS-MODEL
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                       COMPUTE WS-MODEL = WS-MODEL
                           + GLOBAL-BEST-PARTICLE(J)
                           * SAVED-OBS-X(WS-VALID-M J)
                   END-PERFORM
                   COMPUTE WS-RESIDUAL =
                       SAVED-OBS-Y(WS-VALID-M) - WS-MODEL
                   COMPUTE WS-FIT-SQ = WS-RESIDUAL ** 2
                   IF SAVED-OBS-FOLD(WS-VALID-M) = WS-VALID-FOLD
                       ADD 1 TO WS-VALID-TEST-CNT
                       ADD WS-FIT-SQ TO WS-VALID-TEST-SSR
                   ELSE
                       ADD 1 TO WS-VALID-TRAIN-CNT
                       ADD WS-FIT-SQ TO WS-VALID-TRAIN-SSR
                   END-IF
               END-PERFORM
               ADD 1 TO WS-VALID-DONE
               MOVE WS-VALID-TRAIN-CNT TO VF-TRAIN-COUNT(WS-VALID-DONE)
               MOVE WS-VALID-TEST-CNT TO VF-TEST-COUNT(WS-VALID-DONE)
               COMPUTE VF-TRAIN-RMSE(WS-VALID-DONE) = FUNCTION SQRT(
                   WS-VALID-TRAIN-SSR / WS-VALID-TRAIN-CNT)
               COMPUTE VF-TEST-RMSE(WS-VALID-DONE) = FUNCTION SQRT(
                   WS-VALID-TEST-SSR / WS-VALID-TEST-CNT)
               MOVE WS-SEED TO VF-SEED(WS-VALID-DONE)
               MOVE WS-ITER-USED TO VF-ITER-USED(WS-VALID-DONE)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE GLOBAL-BEST-PARTICLE(J)
                       TO VF-COEF(WS-VALID-DONE J)
               END-PERFORM
               DISPLAY "PSO036I FOLD " WS-VALID-FOLD
                   " TRAINING RMSE " VF-TRAIN-RMSE(WS-VALID-DONE)
                   " VALIDATION RMSE " VF-TEST-RMSE(WS-VALID-DONE)
           END-IF.

       037-VALID-SPREAD.
      *>      ROLL THE COMPLETED FOLDS UP: MEAN TRAINING AND
      *>      VALIDATION RMSE, AND FOR EVERY VARIABLE THE LOWEST,
      *>      HIGHEST, MEAN AND STANDARD DEVIATION OF ITS COEFFICIENT
      *>      ACROSS THE FOLDS. A COEFFICIENT THAT SWINGS WIDELY FROM
      *>      FOLD TO FOLD IS BEING FITTED TO NOISE.
           MOVE ZEROES TO WS-VALID-MEAN-TRAIN.
           MOVE ZEROES TO WS-VALID-MEAN-TEST.
           PERFORM VARYING WS-VALID-F FROM 1 BY 1
               UNTIL WS-VALID-F > WS-VALID-DONE
               ADD VF-TRAIN-RMSE(WS-VALID-F) TO WS-VALID-MEAN-TRAIN
               ADD VF-TEST-RMSE(WS-VALID-F) TO WS-VALID-MEAN-TEST
           END-PERFORM.
           IF WS-VALID-DONE > 0
               COMPUTE WS-VALID-MEAN-TRAIN =
                   WS-VALID-MEAN-TRAIN / WS-VALID-DONE
               COMPUTE WS-VALID-MEAN-TEST =
                   WS-VALID-MEAN-TEST / WS-VALID-DONE
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE ZEROES TO VS-MIN(J)
               MOVE ZEROES TO VS-MAX(J)
               MOVE ZEROES TO VS-MEAN(J)
               MOVE ZEROES TO VS-STDDEV(J)
               IF WS-VALID-DONE > 0
                   MOVE VF-COEF(1 J) TO VS-MIN(J)
                   MOVE VF-COEF(1 J) TO VS-MAX(J)
                   MOVE ZEROES TO WS-VALID-SUM
                   PERFORM VARYING WS-VALID-F FROM 1 BY 1
                       UNTIL WS-VALID-F > WS-VALID-DONE
                       ADD VF-COEF(WS-VALID-F J) TO WS-VALID-SUM
                       IF VF-COEF(WS-VALID-F J) < VS-MIN(J)
                           MOVE VF-COEF(WS-VALID-F J) TO VS-MIN(J)
                       END-IF
                       IF VF-COEF(WS-VALID-F J) > VS-MAX(J)
                           MOVE VF-COEF(WS-VALID-F J) TO VS-MAX(J)
                       END-IF
                   END-PERFORM
                   COMPUTE VS-MEAN(J) = WS-VALID-SUM / WS-VALID-DONE
                   MOVE ZEROES TO WS-VALID-SUMSQ
                   PERFORM VARYING WS-VALID-F FROM 1 BY 1
                       UNTIL WS-VALID-F > WS-VALID-DONE
                       COMPUTE WS-VALID-DEV =
                           VF-COEF(WS-VALID-F J) - VS-MEAN(J)
                       COMPUTE WS-VALID-SUMSQ = WS-VALID-SUMSQ
                           + WS-VALID-DEV ** 2
                   END-PERFORM
                   COMPUTE VS-STDDEV(J) =
                       FUNCTION SQRT(WS-VALID-SUMSQ / WS-VALID-DONE)
               END-IF
           END-PERFORM.

       038-WRITE-VALIDATION.
      *>      THE PSOXVAL DATASET IS WRITTEN EVEN WHEN VALIDATION WAS
      *>      SKIPPED, AS A BARE TRAILER SHOWING NO FOLDS COMPLETED,
      *>      SO A DOWNSTREAM CHECK NEVER READS LAST NIGHT'S FOLDS.
           OPEN OUTPUT VALIDATION-FILE.
           PERFORM VARYING WS-VALID-F FROM 1 BY 1
               UNTIL WS-VALID-F > WS-VALID-DONE
               INITIALIZE XVAL-FOLD-RECORD
               MOVE "F" TO XVAL-REC-TYPE
               MOVE WS-VALID-F TO XVAL-FOLD-NUM
               MOVE VF-TRAIN-COUNT(WS-VALID-F) TO XVAL-TRAIN-COUNT
               MOVE VF-TEST-COUNT(WS-VALID-F) TO XVAL-TEST-COUNT
               MOVE VF-TRAIN-RMSE(WS-VALID-F) TO XVAL-TRAIN-RMSE
               MOVE VF-TEST-RMSE(WS-VALID-F) TO XVAL-TEST-RMSE
               MOVE VF-SEED(WS-VALID-F) TO XVAL-SEED
               MOVE VF-ITER-USED(WS-VALID-F) TO XVAL-ITER-USED
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE VF-COEF(WS-VALID-F J) TO XVAL-COEFFICIENT(J)
               END-PERFORM
               WRITE XVAL-FOLD-RECORD
           END-PERFORM.
           IF WS-VALID-DONE > 0
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   INITIALIZE XVAL-VAR-RECORD
                   MOVE "V" TO XVAL-V-REC-TYPE
                   MOVE J TO XVAL-V-VAR-NUM
                   MOVE VD-NAME(J) TO XVAL-V-VAR-NAME
                   MOVE VS-MIN(J) TO XVAL-V-MIN
                   MOVE VS-MAX(J) TO XVAL-V-MAX
                   MOVE VS-MEAN(J) TO XVAL-V-MEAN
                   MOVE VS-STDDEV(J) TO XVAL-V-STDDEV
                   WRITE XVAL-VAR-RECORD
               END-PERFORM
           END-IF.
           INITIALIZE XVAL-TRAILER-RECORD.
           MOVE "T" TO XVAL-T-REC-TYPE.
           MOVE WS-MODEL-ID TO XVAL-T-MODEL-ID.
           MOVE WS-VALID-MODE TO XVAL-T-MODE.
           MOVE WS-VALID-K TO XVAL-T-K.
           MOVE WS-VALID-PCT TO XVAL-T-PCT.
           MOVE WS-OBS-COUNT TO XVAL-T-OBS-COUNT.
           MOVE WS-VALID-FOLDS TO XVAL-T-FOLDS-PLANNED.
           MOVE WS-VALID-DONE TO XVAL-T-FOLDS-DONE.
           MOVE WS-VALID-MEAN-TRAIN TO XVAL-T-MEAN-TRAIN-RMSE.
           MOVE WS-VALID-MEAN-TEST TO XVAL-T-MEAN-TEST-RMSE.
           MOVE WS-VALID-CUT-SHORT TO XVAL-T-CUT-SHORT.
           WRITE XVAL-TRAILER-RECORD.
           CLOSE VALIDATION-FILE.

       040-RUN-BOOTSTRAP.
      *>      BOOTSTRAP PASS: PARK THE FULL OBSERVATION SET, THEN FOR
      *>      EACH RESAMPLE DRAW THE SAME NUMBER OF OBSERVATIONS WITH
      *>      REPLACEMENT AND CALIBRATE A FRESH SWARM ON THE DRAW. THE
      *>      STREAM IS SEEDED HERE FOR THE FIRST DRAW ONLY: EACH
      *>      REPLICATE'S SWARM RESEEDS THROUGH 100-INITIALIZE-SWARM
      *>      FROM ITS OWN RUN NUMBER, AND THE NEXT DRAW CARRIES ON
      *>      FROM THAT STREAM. EITHER WAY A CERTIFIED ('E') JOB DRAWS
      *>      THE SAME RESAMPLES EVERY TIME IT IS RERUN.
           MOVE "N" TO WS-BOOT-RAN.
           MOVE "N" TO WS-BOOT-CUT-SHORT.
           MOVE ZEROES TO WS-BOOT-DONE.
           MOVE SPACES TO WS-BOOT-SKIP-MSG.
           IF WS-SWEEP-FLAG = "Y"
               MOVE "NOT RUN IN SWEEP MODE" TO WS-BOOT-SKIP-MSG
           END-IF.
           IF WS-TIME-EXPIRED = "Y"
               MOVE "NOT RUN -- THE MAIN RUNS USED UP THE TIME BUDGET"
                   TO WS-BOOT-SKIP-MSG
           END-IF.
           IF WS-BOOT-SKIP-MSG NOT = SPACES
               DISPLAY "PSO040W BOOTSTRAP " WS-BOOT-SKIP-MSG
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO040W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "BOOTSTRAP " WS-BOOT-SKIP-MSG
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 965-WRITE-EXCEPTION
           ELSE
               MOVE WS-OBS-COUNT TO WS-VALID-SAVE-COUNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   MOVE OBSERVATIONS(M) TO SAVED-OBS-DATA(M)
               END-PERFORM
               IF WS-SEED-MODE = "E"
                   MOVE WS-SEED-VALUE TO WS-BOOT-SEED
               ELSE
                   ACCEPT WS-BOOT-SEED FROM TIME
               END-IF
               COMPUTE RANDOM-NUMBER = FUNCTION RANDOM(WS-BOOT-SEED)
               MOVE "Y" TO WS-RESAMPLE-ACTIVE
               PERFORM VARYING WS-BOOT-REP FROM 1 BY 1
                   UNTIL WS-BOOT-REP > WS-BOOT-COUNT
                   OR WS-TIME-EXPIRED = "Y"
                   PERFORM 041-BOOT-ONE-REPLICATE
               END-PERFORM
               MOVE "N" TO WS-RESAMPLE-ACTIVE
               IF WS-TIME-EXPIRED = "Y"
      *>              AS FOR VALIDATION: THE PUBLISHED FIT IS COMPLETE,
      *>              ONLY THE INTERVALS REST ON FEWER RESAMPLES.
                   MOVE "N" TO WS-TIME-EXPIRED
                   MOVE "Y" TO WS-BOOT-CUT-SHORT
                   DISPLAY "PSO040W BOOTSTRAP CUT SHORT BY THE TIME "
                       "BUDGET AFTER " WS-BOOT-DONE " OF "
                       WS-BOOT-COUNT " RESAMPLES"
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE "PSO040W" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "BOOTSTRAP CUT SHORT BY THE TIME BUDGET "
                       "AFTER " WS-BOOT-DONE " OF " WS-BOOT-COUNT
                       " RESAMPLES"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 965-WRITE-EXCEPTION
               END-IF
               MOVE WS-VALID-SAVE-COUNT TO WS-OBS-COUNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   MOVE SAVED-OBS-DATA(M) TO OBSERVATIONS(M)
               END-PERFORM
               MOVE "Y" TO WS-BOOT-RAN
           END-IF.

       041-BOOT-ONE-REPLICATE.
      *>      DRAW ONE RESAMPLE INTO OBSERVATIONS AND CALIBRATE IT.
      *>      THE RESAMPLE RUNS UNDER A RUN NUMBER PAST THE MAIN RUNS
      *>      AND ANY VALIDATION FOLDS, LIKE 036-VALID-ONE-FOLD.
           PERFORM VARYING WS-BOOT-M FROM 1 BY 1
               UNTIL WS-BOOT-M > WS-VALID-SAVE-COUNT
               COMPUTE WS-BOOT-PICK =
                   FUNCTION RANDOM * WS-VALID-SAVE-COUNT + 1
               IF WS-BOOT-PICK > WS-VALID-SAVE-COUNT
                   MOVE WS-VALID-SAVE-COUNT TO WS-BOOT-PICK
               END-IF
               MOVE SAVED-OBS-DATA(WS-BOOT-PICK)
                   TO OBSERVATIONS(WS-BOOT-M)
           END-PERFORM.
           MOVE WS-VALID-SAVE-COUNT TO WS-OBS-COUNT.
           COMPUTE WS-RUN-NUM =
               WS-NUM-RUNS + WS-VALID-FOLDS + WS-BOOT-REP.
           PERFORM 010-RUN-SWARM.
           IF WS-TIME-EXPIRED NOT = "Y"
               ADD 1 TO WS-BOOT-DONE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE GLOBAL-BEST-PARTICLE(J)
                       TO BR-COEF(WS-BOOT-DONE J)
               END-PERFORM
           END-IF.

       042-BOOT-INTERVALS.
      *>      FOR EVERY VARIABLE: THE MEAN OF ITS COEFFICIENT OVER THE
      *>      RESAMPLES, THE STANDARD ERROR (THE SAMPLE STANDARD
      *>      DEVIATION OF THE RESAMPLED COEFFICIENTS), AND THE
      *>      PERCENTILE INTERVAL READ OFF THE SORTED RESAMPLES AT
      *>      (100 - CTL-BOOT-CONF) / 2 PERCENT IN FROM EACH END.
           IF WS-BOOT-DONE > 0
               COMPUTE WS-BOOT-LO-RANK =
                   WS-BOOT-DONE * (100 - WS-BOOT-CONF) / 200
               IF WS-BOOT-LO-RANK = 0
                   MOVE 1 TO WS-BOOT-LO-RANK
               END-IF
               COMPUTE WS-BOOT-HI-RANK =
                   WS-BOOT-DONE - WS-BOOT-LO-RANK + 1
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE ZEROES TO BT-MEAN(J)
               MOVE ZEROES TO BT-STD-ERROR(J)
               MOVE ZEROES TO BT-LOWER(J)
               MOVE ZEROES TO BT-UPPER(J)
               IF WS-BOOT-DONE > 0
                   PERFORM 043-BOOT-ONE-VARIABLE
               END-IF
           END-PERFORM.
           PERFORM 044-WRITE-BOOTSTRAP.

       043-BOOT-ONE-VARIABLE.
           MOVE ZEROES TO WS-BOOT-SUM.
           PERFORM VARYING WS-BOOT-R FROM 1 BY 1
               UNTIL WS-BOOT-R > WS-BOOT-DONE
               MOVE BR-COEF(WS-BOOT-R J) TO BS-COEF(WS-BOOT-R)
               ADD BR-COEF(WS-BOOT-R J) TO WS-BOOT-SUM
           END-PERFORM.
           COMPUTE BT-MEAN(J) = WS-BOOT-SUM / WS-BOOT-DONE.
           MOVE ZEROES TO WS-BOOT-SUMSQ.
           PERFORM VARYING WS-BOOT-R FROM 1 BY 1
               UNTIL WS-BOOT-R > WS-BOOT-DONE
               COMPUTE WS-BOOT-DEV = BS-COEF(WS-BOOT-R) - BT-MEAN(J)
               COMPUTE WS-BOOT-SUMSQ = WS-BOOT-SUMSQ + WS-BOOT-DEV ** 2
           END-PERFORM.
           IF WS-BOOT-DONE > 1
               COMPUTE BT-STD-ERROR(J) = FUNCTION SQRT(
                   WS-BOOT-SUMSQ / (WS-BOOT-DONE - 1))
           END-IF.
           PERFORM VARYING WS-BOOT-R FROM 1 BY 1
               UNTIL WS-BOOT-R >= WS-BOOT-DONE
               PERFORM VARYING WS-BOOT-R2 FROM 1 BY 1
                   UNTIL WS-BOOT-R2 >= WS-BOOT-DONE
                   IF BS-COEF(WS-BOOT-R2) > BS-COEF(WS-BOOT-R2 + 1)
                       MOVE BS-COEF(WS-BOOT-R2) TO WS-BOOT-SWAP
                       MOVE BS-COEF(WS-BOOT-R2 + 1)
                           TO BS-COEF(WS-BOOT-R2)
                       MOVE WS-BOOT-SWAP TO BS-COEF(WS-BOOT-R2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE BS-COEF(WS-BOOT-LO-RANK) TO BT-LOWER(J).
           MOVE BS-COEF(WS-BOOT-HI-RANK) TO BT-UPPER(J).

       044-WRITE-BOOTSTRAP.
      *>      WRITTEN EVEN WHEN THE PASS WAS SKIPPED OR CUT SHORT, SO
      *>      THE TRAILER ALWAYS SAYS HOW MANY RESAMPLES STAND BEHIND
      *>      THE INTERVALS.
           OPEN OUTPUT BOOTSTRAP-FILE.
           IF WS-BOOT-DONE > 0
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   INITIALIZE BOOT-VAR-RECORD
                   MOVE "V" TO BOOT-REC-TYPE
                   MOVE J TO BOOT-VAR-NUM
                   MOVE VD-NAME(J) TO BOOT-VAR-NAME
                   MOVE VD-UNITS(J) TO BOOT-VAR-UNITS
                   MOVE GLOBAL-BEST-PARTICLE(J) TO BOOT-BASE
                   MOVE BT-MEAN(J) TO BOOT-MEAN
                   MOVE BT-STD-ERROR(J) TO BOOT-STD-ERROR
                   MOVE BT-LOWER(J) TO BOOT-LOWER
                   MOVE BT-UPPER(J) TO BOOT-UPPER
                   WRITE BOOT-VAR-RECORD
               END-PERFORM
           END-IF.
           INITIALIZE BOOT-TRAILER-RECORD.
           MOVE "T" TO BOOT-T-REC-TYPE.
           MOVE WS-MODEL-ID TO BOOT-T-MODEL-ID.
           MOVE WS-BOOT-CONF TO BOOT-T-CONF.
           MOVE WS-BOOT-COUNT TO BOOT-T-PLANNED.
           MOVE WS-BOOT-DONE TO BOOT-T-DONE.
           MOVE WS-OBS-COUNT TO BOOT-T-OBS-COUNT.
           MOVE WS-BOOT-CUT-SHORT TO BOOT-T-CUT-SHORT.
           WRITE BOOT-TRAILER-RECORD.
           CLOSE BOOTSTRAP-FILE.

       045-WRITE-PARTITION.
      *>      END OF A PARTITION STEP: WRITE THE RUNS THIS STEP
      *>      COMPLETED TO PSOPART AND STOP. THE SUMMARY, TUNING
      *>      REPORT, PUBLISH GATE, MASTER UPDATE AND HISTORY RECORD
      *>      ARE LEFT TO PSOMERG, WHICH SEES EVERY PARTITION. A STEP
      *>      CUT SHORT BY THE TIME BUDGET ENDS 08 LIKE ANY OTHER
      *>      TIME-EXPIRED JOB AND IS THE ONE PARTITION TO RERUN.
      *>      ONLY THE JOB STAMP IS TAKEN HERE -- NO BEST RUN HAS BEEN
      *>      CHOSEN, AND PSOMERG DECIDES THE END STATUS.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           OPEN OUTPUT PARTITION-FILE.
           INITIALIZE PART-HEADER-RECORD.
           MOVE "H" TO PART-REC-TYPE.
           MOVE WS-MODEL-ID TO PART-MODEL-ID.
           MOVE WS-FUNCTION-CODE TO PART-FUNCTION-CODE.
           MOVE N-VARS TO PART-N-VARS.
           MOVE WS-SWEEP-FLAG TO PART-SWEEP-FLAG.
           IF WS-SWEEP-FLAG = "Y"
               MOVE WS-SWEEP-COMBOS TO PART-UNIT-TOTAL
           ELSE
               MOVE WS-NUM-RUNS TO PART-UNIT-TOTAL
           END-IF.
           MOVE WS-PART-FROM TO PART-FROM.
           MOVE WS-PART-TO TO PART-TO.
           MOVE WS-SEED-MODE TO PART-SEED-MODE.
           MOVE WS-SEED-VALUE TO PART-SEED-VALUE.
           MOVE WS-JOB-DATE TO PART-JOB-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO PART-JOB-TIME.
           MOVE WS-TIME-EXPIRED TO PART-CUT-SHORT.
           WRITE PART-HEADER-RECORD.
           MOVE ZEROES TO WS-PART-COUNT.
           PERFORM VARYING WS-PART-UNIT FROM WS-PART-FROM BY 1
               UNTIL WS-PART-UNIT > WS-PART-LAST-DONE
               INITIALIZE PART-RUN-RECORD
               MOVE "R" TO PART-R-REC-TYPE
               MOVE WS-PART-UNIT TO PART-R-UNIT-NUM
               MOVE RUN-RESULT-SEED(WS-PART-UNIT) TO PART-R-SEED
               MOVE RUN-RESULT-ITER-USED(WS-PART-UNIT)
                   TO PART-R-ITER-USED
               MOVE RUN-RESULT-CONVERGED(WS-PART-UNIT)
                   TO PART-R-CONVERGED
               IF WS-SWEEP-FLAG = "Y"
                   MOVE SWP-N(WS-PART-UNIT) TO PART-R-N
                   MOVE SWP-C1(WS-PART-UNIT) TO PART-R-C1
                   MOVE SWP-C2(WS-PART-UNIT) TO PART-R-C2
                   MOVE SWP-W(WS-PART-UNIT) TO PART-R-W
               ELSE
                   MOVE N TO PART-R-N
                   MOVE C1 TO PART-R-C1
                   MOVE C2 TO PART-R-C2
                   MOVE WS-W-MAX TO PART-R-W
               END-IF
               MOVE RUN-RESULT-VALUE(WS-PART-UNIT) TO PART-R-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE RUN-RESULT-PARTICLE(WS-PART-UNIT J)
                       TO PART-R-PARTICLE(J)
               END-PERFORM
               WRITE PART-RUN-RECORD
               ADD 1 TO WS-PART-COUNT
           END-PERFORM.
           INITIALIZE PART-TRAILER-RECORD.
           MOVE "T" TO PART-T-REC-TYPE.
           MOVE WS-PART-COUNT TO PART-T-RUN-COUNT.
           WRITE PART-TRAILER-RECORD.
           CLOSE PARTITION-FILE.
           IF WS-TIME-EXPIRED = "Y"
               DISPLAY "PSO045W PARTITION " WS-PART-FROM "-" WS-PART-TO
                   " CUT SHORT BY THE TIME BUDGET AFTER "
                   WS-PART-COUNT " RUNS -- RERUN THIS PARTITION"
               MOVE 8 TO WS-JOB-OUTCOME
               MOVE "PSO045W" TO WS-STAT-MSG-ID
           ELSE
               DISPLAY "PSO045I PARTITION " WS-PART-FROM "-" WS-PART-TO
                   " COMPLETE: " WS-PART-COUNT
                   " RUNS WRITTEN TO PSOPART"
               MOVE 0 TO WS-JOB-OUTCOME
               MOVE "PSO045I" TO WS-STAT-MSG-ID
           END-IF.
           PERFORM 980-WRITE-STATUS.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           GOBACK.

       010-RUN-SWARM.
      *>      RUN ONE INDEPENDENT SWARM TO GLOBAL-BEST, SEEDING FRESH
               MOVE ZEROES TO PARTICLE-STAGNATION-COUNT(I)
               MOVE ZEROES TO PARTICLE-BOUNDARY-HITS(I)
           END-PERFORM.
           IF WS-RESTART-FLAG = "Y" AND WS-STEP-RUNS = 1
               AND WS-RESAMPLE-ACTIVE = "N"
               PERFORM 060-RESTART-FROM-CHECKPOINT
           ELSE
               PERFORM 100-INITIALIZE-SWARM
                   PERFORM 610-DETERMINE-NBHD-BEST
               END-IF
               PERFORM 600-DETERMINE-GLOBAL-BEST
               IF WS-RESAMPLE-ACTIVE = "N"
                   PERFORM 999-REPORT
               END-IF
               PERFORM 650-CHECK-CONVERGENCE
               IF WS-MAX-SECONDS > 0
                   PERFORM 660-CHECK-TIME-BUDGET
               END-IF
               IF WS-CHECKPT-INT > 0 AND WS-STEP-RUNS = 1
                   AND WS-RESAMPLE-ACTIVE = "N"
                   IF FUNCTION MOD(K WS-CHECKPT-INT) = 0
                       PERFORM 800-WRITE-CHECKPOINT
                   END-IF
               END-IF
               ADD 1 TO WS-TOTAL-ITERS-DONE
               IF FUNCTION MOD(K WS-PROG-INT) = 0
                   AND WS-RESAMPLE-ACTIVE = "N"
                   PERFORM 670-WRITE-PROGRESS
               END-IF
               COMPUTE W = WS-W-MAX - (WS-W-MAX - WS-W-MIN) * K / ITER
           END-PERFORM.
           COMPUTE WS-ITER-USED = K - 1.
           IF WS-TIME-EXPIRED = "Y" AND WS-STEP-RUNS = 1
               AND WS-SWEEP-FLAG NOT = "Y" AND WS-RESAMPLE-ACTIVE = "N"
      *>          FINAL CHECKPOINT ON THE WAY OUT, EVEN WHEN PERIODIC
      *>          CHECKPOINTING IS OFF, SO THE NEXT NIGHT'S JOB CAN
      *>          RESTART FROM THE LAST COMPLETED ITERATION INSTEAD OF
               MOVE WS-ITER-USED TO K
               PERFORM 800-WRITE-CHECKPOINT
           END-IF.
           IF WS-RESAMPLE-ACTIVE = "N"
               PERFORM 970-WRITE-DIAGNOSTICS
           END-IF.
       050-READ-CONTROL-FILE.
      *>      LOAD THE SWARM SIZE, VARIABLE COUNT, OPTIMIZER CONSTANTS
      *>      AND PER-VARIABLE BOUNDS FROM THE CONTROL DATASET SO A RUN
               IF CTL-REG-WEIGHT NUMERIC
                   MOVE CTL-REG-WEIGHT TO WS-REG-WEIGHT
               END-IF
               IF CTL-VALID-MODE NOT = SPACE
                   MOVE CTL-VALID-MODE TO WS-VALID-MODE
               END-IF
               IF CTL-VALID-K NUMERIC
                   MOVE CTL-VALID-K TO WS-VALID-K
               END-IF
               IF CTL-VALID-PCT NUMERIC
                   MOVE CTL-VALID-PCT TO WS-VALID-PCT
               END-IF
               IF CTL-BOOT-COUNT NUMERIC
                   MOVE CTL-BOOT-COUNT TO WS-BOOT-COUNT
               END-IF
               IF CTL-BOOT-CONF NUMERIC AND CTL-BOOT-CONF > 0
                   MOVE CTL-BOOT-CONF TO WS-BOOT-CONF
               END-IF
               IF CTL-PART-FROM NUMERIC
                   MOVE CTL-PART-FROM TO WS-PART-FROM
               END-IF
               IF CTL-PART-TO NUMERIC
                   MOVE CTL-PART-TO TO WS-PART-TO
               END-IF
               IF WS-PART-FROM > 0 OR WS-PART-TO > 0
                   MOVE "Y" TO WS-PART-ACTIVE
               END-IF
               IF CTL-OBS-MASTER-FLAG = "Y"
                   MOVE "Y" TO WS-OBS-MASTER-FLAG
               END-IF
               IF CTL-OBS-PERIOD-FROM NUMERIC
                   MOVE CTL-OBS-PERIOD-FROM TO WS-OBS-PERIOD-FROM
               END-IF
               IF CTL-OBS-PERIOD-TO NUMERIC
                   MOVE CTL-OBS-PERIOD-TO TO WS-OBS-PERIOD-TO
               END-IF
               IF CTL-OBS-ROLL-MONTHS NUMERIC
                   MOVE CTL-OBS-ROLL-MONTHS TO WS-OBS-ROLL-MONTHS
               END-IF
               MOVE WS-NUM-RUNS TO WS-STEP-RUNS
               IF WS-PART-ACTIVE = "Y" AND WS-PART-FROM > 0
                   AND WS-PART-TO >= WS-PART-FROM
                   COMPUTE WS-STEP-RUNS = WS-PART-TO - WS-PART-FROM + 1
               END-IF
               MOVE W TO WS-W-MAX
               IF N-VARS > 30
                   MOVE 30 TO WS-BOUND-LIMIT
               " SEED-VALUE=" WS-SEED-VALUE
               " TOPOLOGY=" WS-TOPOLOGY
               " MAX-SECONDS=" WS-MAX-SECONDS
               " PARTITION=" WS-PART-FROM "-" WS-PART-TO
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           IF WS-OBS-MASTER-FLAG = "Y"
               MOVE SPACES TO EDIT-LINE
               STRING "  OBSERVATIONS=PSOOMST PERIODS="
                   WS-OBS-PERIOD-FROM "-" WS-OBS-PERIOD-TO
                   " ROLL-MONTHS=" WS-OBS-ROLL-MONTHS
                   DELIMITED BY SIZE INTO EDIT-LINE
               WRITE EDIT-LINE
           END-IF.
           MOVE SPACES TO EDIT-LINE.
           WRITE EDIT-LINE.

                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-VALID-MODE NOT = SPACE AND WS-VALID-MODE NOT = "H"
               AND WS-VALID-MODE NOT = "P" AND WS-VALID-MODE NOT = "K"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-VALID-MODE '" WS-VALID-MODE
                   "' IS NOT H (EVERY K-TH), P (TRAILING PERCENT) "
                   "OR K (K-FOLD)"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF (WS-VALID-MODE = "H" OR WS-VALID-MODE = "K")
               AND (WS-VALID-K < 2 OR WS-VALID-K > 10)
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-VALID-K " WS-VALID-K " IS OUTSIDE 2 "
                   "THROUGH 10 (THE COMPILED FOLD CEILING)"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-VALID-MODE = "P"
               AND (WS-VALID-PCT < 1 OR WS-VALID-PCT > 50)
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-VALID-PCT " WS-VALID-PCT " IS OUTSIDE 1 "
                   "THROUGH 50 PERCENT OF THE OBSERVATIONS"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-BOOT-COUNT > 200
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-BOOT-COUNT " WS-BOOT-COUNT " EXCEEDS THE "
                   "COMPILED CEILING OF 200 RESAMPLES"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-BOOT-COUNT > 0 AND WS-BOOT-COUNT < 20
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-BOOT-COUNT " WS-BOOT-COUNT " IS TOO FEW "
                   "RESAMPLES FOR A STABLE PERCENTILE INTERVAL"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-BOOT-CONF < 50
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-BOOT-CONF " WS-BOOT-CONF " IS OUTSIDE 50 "
                   "THROUGH 99 PERCENT"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.

       056-EDIT-BOUND-RECORDS.
           IF WS-BOUNDS-READ < WS-BOUND-LIMIT
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-FUNCTION-CODE = "CL" AND WS-OBS-MASTER-FLAG NOT = "Y"
               OPEN INPUT OBSERVATION-FILE
               IF WS-OBSV-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-EDIT-MSG
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-RESTART-FLAG = "Y" AND WS-STEP-RUNS > 1
               MOVE SPACES TO WS-EDIT-MSG
               STRING "RESTART REQUESTED BUT THE STEP RUNS "
                   WS-STEP-RUNS " SWARMS -- CHECKPOINT/RESTART ONLY "
                   "APPLIES TO A "
                   "SINGLE RUN, SO ALL RUNS WILL START FRESH"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-RESTART-FLAG = "Y" AND WS-STEP-RUNS = 1
               AND WS-SWEEP-FLAG NOT = "Y"
      *>          SWEEP MODE IGNORES RESTART, SO A STALE CHECKPOINT
      *>          MUST NOT REJECT A SWEEP JOB.
               PERFORM 059-EDIT-CHECKPOINT-HEADER
           END-IF.
           IF WS-VALID-MODE NOT = SPACE AND WS-FUNCTION-CODE NOT = "CL"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-VALID-MODE IS SET BUT VALIDATION ONLY "
                   "APPLIES TO FUNCTION CODE 'CL' -- IGNORED"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-VALID-MODE NOT = SPACE AND WS-FUNCTION-CODE = "CL"
               AND WS-SWEEP-FLAG = "Y"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-VALID-MODE IS IGNORED IN SWEEP MODE -- "
                   "VALIDATE THE WINNING COMBINATION IN ITS OWN JOB"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-BOOT-COUNT > 0 AND WS-FUNCTION-CODE NOT = "CL"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-BOOT-COUNT IS SET BUT THE BOOTSTRAP ONLY "
                   "APPLIES TO FUNCTION CODE 'CL' -- IGNORED"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-BOOT-COUNT > 0 AND WS-FUNCTION-CODE = "CL"
               AND WS-SWEEP-FLAG = "Y"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-BOOT-COUNT IS IGNORED IN SWEEP MODE -- "
                   "BOOTSTRAP THE WINNING COMBINATION IN ITS OWN JOB"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.
           IF WS-SWEEP-FLAG = "Y"
               PERFORM 056-EDIT-SWEEP
           END-IF.
           IF WS-PART-ACTIVE = "Y"
      *>          AFTER THE SWEEP EDIT, WHICH SIZES THE GRID.
               PERFORM 056-EDIT-PARTITION
           END-IF.
           IF WS-OBS-MASTER-FLAG = "Y"
               PERFORM 056-EDIT-OBS-WINDOW
           END-IF.

       056-EDIT-PARTITION.
           IF WS-PART-FROM = 0 OR WS-PART-TO = 0
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-PART-FROM AND CTL-PART-TO MUST BOTH BE SET "
                   "ON A PARTITION STEP"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-PART-FROM > WS-PART-TO
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-PART-FROM " WS-PART-FROM " IS PAST "
                   "CTL-PART-TO " WS-PART-TO
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-SEED-MODE NOT = "E"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "A PARTITION STEP NEEDS CTL-SEED-MODE 'E' SO ITS "
                   "RUNS ARE SEEDED THE SAME AS IN A SINGLE STEP"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 057-EDIT-ERROR
           END-IF.
           IF WS-SWEEP-FLAG = "Y"
               IF WS-SWEEP-REC-MISSING = "N"
                   AND WS-PART-TO > WS-SWEEP-COMBOS
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-PART-TO " WS-PART-TO " IS PAST THE "
                       "SWEEP GRID OF " WS-SWEEP-COMBOS " COMBINATIONS"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
           ELSE
               IF WS-PART-TO > WS-NUM-RUNS
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-PART-TO " WS-PART-TO " IS PAST "
                       "CTL-NUM-RUNS " WS-NUM-RUNS
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
           END-IF.
           IF WS-FUNCTION-CODE = "CL"
               AND (WS-VALID-MODE NOT = SPACE OR WS-BOOT-COUNT > 0)
               MOVE SPACES TO WS-EDIT-MSG
               STRING "VALIDATION AND BOOTSTRAP ARE SKIPPED ON A "
                   "PARTITION STEP -- RUN THEM IN AN UNPARTITIONED JOB"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
           END-IF.

       056-EDIT-OBS-WINDOW.
      *>      RESOLVE THE PSOOMST PERIOD WINDOW HERE, ONCE, SO THE EDIT
      *>      REPORT SHOWS THE EXACT PERIODS THE JOB WILL PULL.
           IF WS-FUNCTION-CODE NOT = "CL"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "CTL-OBS-MASTER-FLAG 'Y' IS IGNORED -- ONLY "
                   "FUNCTION CODE 'CL' READS OBSERVATIONS"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM 058-EDIT-WARNING
               MOVE "N" TO WS-OBS-MASTER-FLAG
           ELSE
               IF WS-OBS-ROLL-MONTHS > 0 AND WS-OBS-PERIOD-FROM > 0
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "GIVE EITHER CTL-OBS-ROLL-MONTHS OR "
                       "CTL-OBS-PERIOD-FROM, NOT BOTH"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
               IF WS-OBS-ROLL-MONTHS = 0 AND WS-OBS-PERIOD-FROM = 0
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-OBS-MASTER-FLAG 'Y' NEEDS A PERIOD "
                       "RANGE (CTL-OBS-PERIOD-FROM) OR A ROLLING "
                       "WINDOW (CTL-OBS-ROLL-MONTHS)"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
               IF WS-OBS-PERIOD-TO = 0
                   ACCEPT WS-OBS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-OBS-TODAY(1:6) TO WS-OBS-PERIOD-TO
               END-IF
               MOVE WS-OBS-PERIOD-TO TO WS-OBS-PERIOD-WORK
               IF WS-OBS-PERIOD-MM < 1 OR WS-OBS-PERIOD-MM > 12
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-OBS-PERIOD-TO " WS-OBS-PERIOD-TO
                       " IS NOT A YYYYMM PERIOD"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               ELSE
                   IF WS-OBS-ROLL-MONTHS > 0
                       AND WS-OBS-PERIOD-FROM = 0
                       COMPUTE WS-OBS-MONTH-NUM =
                           WS-OBS-PERIOD-YYYY * 12 + WS-OBS-PERIOD-MM
                           - WS-OBS-ROLL-MONTHS
                       DIVIDE WS-OBS-MONTH-NUM BY 12
                           GIVING WS-OBS-PERIOD-YYYY
                           REMAINDER WS-OBS-PERIOD-MM
                       ADD 1 TO WS-OBS-PERIOD-MM
                       MOVE WS-OBS-PERIOD-WORK TO WS-OBS-PERIOD-FROM
                   END-IF
               END-IF
               MOVE WS-OBS-PERIOD-FROM TO WS-OBS-PERIOD-WORK
               IF WS-OBS-PERIOD-FROM > 0
                   AND (WS-OBS-PERIOD-MM < 1 OR WS-OBS-PERIOD-MM > 12)
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-OBS-PERIOD-FROM " WS-OBS-PERIOD-FROM
                       " IS NOT A YYYYMM PERIOD"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
               IF WS-OBS-PERIOD-FROM > WS-OBS-PERIOD-TO
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-OBS-PERIOD-FROM " WS-OBS-PERIOD-FROM
                       " IS PAST CTL-OBS-PERIOD-TO " WS-OBS-PERIOD-TO
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               END-IF
               OPEN INPUT OBS-MASTER-FILE
               IF WS-OMST-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "CTL-OBS-MASTER-FLAG 'Y' BUT THE PSOOMST "
                       "OBSERVATION MASTER IS NOT AVAILABLE "
                       "(FILE STATUS " WS-OMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                   PERFORM 057-EDIT-ERROR
               ELSE
                   CLOSE OBS-MASTER-FILE
               END-IF
           END-IF.

       056-EDIT-SWEEP.
           IF WS-SWEEP-REC-MISSING = "Y"
           STRING "WARNING " WS-EDIT-MSG
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE "W" TO WS-EXCP-SEVERITY.
           MOVE "PSO055W" TO WS-EXCP-MSG-ID.
           MOVE WS-EDIT-MSG TO WS-EXCP-TEXT.
           PERFORM 965-WRITE-EXCEPTION.

       060-RESTART-FROM-CHECKPOINT.
      *>      RELOAD THE SWARM, PERSONAL-BEST AND GLOBAL-BEST TABLES
                   END-IF
                   ADD 1 TO WS-OBS-READ-COUNT
                   ADD OBS-MEASURED TO WS-OBS-HASH
                   MOVE OBSERVATION-RECORD TO WS-OBS-WORK
                   PERFORM 072-EDIT-OBSV-DETAIL
               WHEN "T"
                   IF WS-OBS-TRL-SEEN = "Y"
           MOVE SPACES TO WS-OBS-REASON.
           MOVE "Y" TO WS-OBS-ZERO-FLAG.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               IF OBSW-INPUT(J) NOT = 0
                   MOVE "N" TO WS-OBS-ZERO-FLAG
               END-IF
           END-PERFORM.
           IF OBSW-MEASURED NOT = 0
               MOVE "N" TO WS-OBS-ZERO-FLAG
           END-IF.
           IF WS-OBS-ZERO-FLAG = "Y"
           IF WS-OBS-REASON = SPACES
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   IF WS-OBS-RNGE-VAR = 0
                       AND (OBSW-INPUT(J) > UPPER-BOUND(J)
                       OR OBSW-INPUT(J) < LOWER-BOUND(J))
                       MOVE J TO WS-OBS-RNGE-VAR
                   END-IF
               END-PERFORM
                   OR WS-OBS-REASON NOT = SPACES
                   MOVE "Y" TO WS-OBS-MATCH
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                       IF OBSW-INPUT(J) NOT = OBS-X(WS-OBS-D-IDX J)
                           MOVE "N" TO WS-OBS-MATCH
                       END-IF
                   END-PERFORM
                   IF OBSW-MEASURED NOT = OBS-Y(WS-OBS-D-IDX)
                       MOVE "N" TO WS-OBS-MATCH
                   END-IF
                   IF WS-OBS-MATCH = "Y"
           END-IF.
           IF WS-OBS-REASON = SPACES
               IF WS-OBS-COUNT >= 500
                   IF WS-OBS-MASTER-FLAG = "Y"
                       DISPLAY "PSO073E PSOOMST PERIODS "
                           WS-OBS-PERIOD-FROM "-" WS-OBS-PERIOD-TO
                           " EXCEED THE COMPILED CEILING OF 500 "
                           "OBSERVATIONS -- NARROW THE WINDOW"
                       PERFORM 078-MASTER-ABORT
                   END-IF
                   DISPLAY "PSO070E PSOOBSV EXCEEDS THE "
                       "COMPILED CEILING OF 500 OBSERVATIONS"
                   PERFORM 079-OBSV-ABORT
               END-IF
               ADD 1 TO WS-OBS-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE OBSW-INPUT(J) TO OBS-X(WS-OBS-COUNT J)
               END-PERFORM
               MOVE OBSW-MEASURED TO OBS-Y(WS-OBS-COUNT)
           ELSE
               ADD 1 TO WS-OBS-REJECT-COUNT
               INITIALIZE REJECT-RECORD
               MOVE WS-OBS-REASON TO RJCT-REASON-CODE
               MOVE WS-OBS-READ-COUNT TO RJCT-SEQ-NUM
               MOVE WS-OBS-RNGE-VAR TO RJCT-VAR-NUM
               MOVE WS-OBS-WORK TO RJCT-OBS-DATA
               WRITE REJECT-RECORD
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO072W" TO WS-EXCP-MSG-ID
               MOVE "O" TO WS-EXCP-ITEM-TYPE
               MOVE WS-OBS-READ-COUNT TO WS-EXCP-ITEM-NUM
               IF WS-OBS-MASTER-FLAG = "Y"
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOOMST DETAIL REJECTED, REASON "
                       WS-OBS-REASON " VAR " WS-OBS-RNGE-VAR
                       " -- SEE PSORJCT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
               ELSE
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOOBSV DETAIL REJECTED, REASON "
                       WS-OBS-REASON " VAR " WS-OBS-RNGE-VAR
                       " -- SEE PSORJCT"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
               END-IF
               PERFORM 965-WRITE-EXCEPTION
           END-IF.

       073-LOAD-FROM-MASTER.
      *>      CALIBRATION FROM THE OBSERVATION MASTER: READ THIS
      *>      MODEL'S PSOOMST RECORDS FOR THE PERIOD WINDOW IN KEY
      *>      ORDER AND PUT EACH THROUGH THE SAME DETAIL EDIT AS A
      *>      PSOOBSV DETAIL. THE CONTROL TOTALS WERE RECONCILED WHEN
      *>      PSOOMNT POSTED THE DATA; THE RANGE AND DUPLICATE EDITS
      *>      STILL APPLY, SINCE THEY DEPEND ON THIS RUN'S BOUNDS.
           MOVE ZEROES TO WS-OBS-COUNT.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT OBS-MASTER-FILE.
           IF WS-OMST-FILE-STATUS NOT = "00"
               DISPLAY "PSO073E PSOOMST OBSERVATION MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-OMST-FILE-STATUS ")"
               PERFORM 078-MASTER-ABORT
           END-IF.
           MOVE "N" TO WS-OMST-EOF.
           MOVE LOW-VALUES TO OMST-KEY.
           MOVE WS-MODEL-ID TO OMST-MODEL-ID.
           MOVE WS-OBS-PERIOD-FROM TO OMST-PERIOD.
           START OBS-MASTER-FILE KEY IS NOT LESS THAN OMST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OMST-EOF
           END-START.
           PERFORM UNTIL WS-OMST-EOF = "Y"
               READ OBS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OMST-EOF
                   NOT AT END
                       IF OMST-MODEL-ID NOT = WS-MODEL-ID
                           OR OMST-PERIOD > WS-OBS-PERIOD-TO
                           MOVE "Y" TO WS-OMST-EOF
                       ELSE
                           PERFORM 074-TAKE-MASTER-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBS-MASTER-FILE.
           CLOSE REJECT-FILE.
           DISPLAY "PSO073I PSOOMST PERIODS " WS-OBS-PERIOD-FROM "-"
               WS-OBS-PERIOD-TO " SUPPLIED " WS-OBS-READ-COUNT
               " OBSERVATIONS, ACCEPTED " WS-OBS-COUNT
               ", REJECTED " WS-OBS-REJECT-COUNT " -- SEE PSORJCT".
           IF WS-OBS-COUNT = 0
               DISPLAY "PSO073E PSOOMST HOLDS NO ACCEPTED "
                   "OBSERVATIONS FOR MODEL '" WS-MODEL-ID
                   "' IN PERIODS " WS-OBS-PERIOD-FROM "-"
                   WS-OBS-PERIOD-TO
               MOVE 12 TO WS-JOB-OUTCOME
               MOVE "PSO073E" TO WS-STAT-MSG-ID
               PERFORM 985-ABORT-JOB
           END-IF.

       074-TAKE-MASTER-DETAIL.
           INITIALIZE WS-OBS-WORK.
           MOVE "D" TO OBSW-REC-TYPE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
               MOVE OMST-INPUT(J) TO OBSW-INPUT(J)
           END-PERFORM.
           MOVE OMST-MEASURED TO OBSW-MEASURED.
           ADD 1 TO WS-OBS-READ-COUNT.
           PERFORM 072-EDIT-OBSV-DETAIL.

       078-MASTER-ABORT.
      *>      COMMON FAILURE EXIT FOR A PULL FROM THE PSOOMST MASTER.
           CLOSE OBS-MASTER-FILE.
           CLOSE REJECT-FILE.
           MOVE 12 TO WS-JOB-OUTCOME.
           MOVE "PSO073E" TO WS-STAT-MSG-ID.
           PERFORM 985-ABORT-JOB.

       079-OBSV-ABORT.
      *>      COMMON FAILURE EXIT FOR THE PSOOBSV VALIDATION PASS.
           CLOSE OBSERVATION-FILE.
           IF WS-WARM-COUNT >= N
               DISPLAY "PSO090W PSOSEED FILLS THE WHOLE SWARM -- NO "
                   "RANDOM PARTICLES REMAIN FOR DIVERSITY"
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO090W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOSEED FILLS THE WHOLE SWARM -- NO RANDOM "
                   "PARTICLES REMAIN FOR DIVERSITY"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 965-WRITE-EXCEPTION
           END-IF.

       110-APPLY-WARM-STARTS.
               " WINNING SEED: " WS-SEED
               " SEED MODE: " WS-SEED-MODE.

       905-DETERMINE-END-STATUS.
      *>      STAMP THE JOB AND DECIDE HOW IT ENDED BEFORE THE PUBLISH
      *>      STEP, SO A HELD RESULT CARRIES THE SAME JOB DATE/TIME AND
      *>      END STATUS AS THE PSOHIST RECORD WRITTEN FOR IT LATER.
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
      *>      PUBLISH/HOLD GATE: BEFORE PSORSLT IS RELEASED, RECONCILE
      *>      THE NEW RESULT AGAINST THE PREVIOUSLY PUBLISHED ONE (THE
      *>      COEFFICIENTS LEFT THE ALLOWED BAND, GOES TO THE PSOHELD
      *>      SUSPENSE DATASET INSTEAD, WITH A DISTINCT OUTCOME CODE
      *>      SO THE SCHEDULER SKIPS THE DOWNSTREAM STEPS. AN ANALYST
      *>      THEN APPROVES OR REJECTS THE HELD RESULT THROUGH PSODISP,
      *>      OR RERUNS. ZERO IN BOTH GATE FIELDS KEEPS THE ORIGINAL
      *>      ALWAYS-PUBLISH BEHAVIOR.
           MOVE "N" TO WS-RESULT-HELD.
           IF WS-PUB-TOL > 0 OR WS-PUB-BAND > 0
               PERFORM 912-CHECK-PRIOR-PUBLISHED
           END-IF.
           IF WS-RESULT-HELD = "Y"
               OPEN EXTEND HELD-RESULT-FILE
               INITIALIZE HELD-RESULT-RECORD
               MOVE WS-BEST-RUN-NUM TO HELD-RUN-ID
               MOVE WS-SEED TO HELD-SEED
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
                   "PSORSLT NOT WRITTEN, SEE PSOPRNT"
               PERFORM 911-FEED-HOLD-REASONS
           ELSE
               OPEN OUTPUT RESULT-FILE
               INITIALIZE RESULT-RECORD
               CLOSE RESULT-FILE
           END-IF.

       911-FEED-HOLD-REASONS.
      *>      ONE PSOEXCP ITEM PER REASON THE GATE HELD THE RESULT, AS
      *>      IN THE PSOPRNT EXCEPTION SECTION, SO THE TICKET SAYS WHY.
           IF WS-PUB-OBJ-HELD = "Y"
               MOVE WS-PUB-OBJ-PCT TO WS-PV-PCT
               MOVE WS-PUB-TOL TO WS-PV-TOL
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO910W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "HELD ON PSOHELD -- OBJECTIVE REGRESSED "
                   WS-PV-PCT " PCT (TOLERANCE " WS-PV-TOL " PCT)"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 965-WRITE-EXCEPTION
           END-IF.
           IF WS-PUB-BAND-COUNT > 0
               MOVE WS-PUB-WORST-PCT TO WS-PV-PCT
               MOVE WS-PUB-BAND TO WS-PV-TOL
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSO910W" TO WS-EXCP-MSG-ID
               MOVE "V" TO WS-EXCP-ITEM-TYPE
               MOVE WS-PUB-WORST-VAR TO WS-EXCP-ITEM-NUM
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "HELD ON PSOHELD -- " WS-PUB-BAND-COUNT
                   " COEFFICIENT(S) OUTSIDE THE " WS-PV-TOL
                   " PCT BAND, WORST " VD-NAME(WS-PUB-WORST-VAR)
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 965-WRITE-EXCEPTION
           END-IF.

       912-CHECK-PRIOR-PUBLISHED.
      *>      FETCH THE CURRENTLY PUBLISHED RESULT FOR THIS MODEL. NO
      *>      MASTER YET, OR NO RECORD FOR THIS MODEL, MEANS A FIRST
               IF WS-FIT-ABS-RES > WS-FIT-OUT-LIMIT
                   MOVE "Y" TO FITR-OUTLIER-FLAG
                   ADD 1 TO WS-FIT-OUT-COUNT
                   MOVE FIT-RESID(M) TO WS-PV-RESID
                   MOVE "W" TO WS-EXCP-SEVERITY
                   MOVE "PSO940W" TO WS-EXCP-MSG-ID
                   MOVE "O" TO WS-EXCP-ITEM-TYPE
                   MOVE M TO WS-EXCP-ITEM-NUM
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "OUTLIER -- RESIDUAL " WS-PV-RESID
                       " IS BEYOND 2 X RMSE, SEE PSOFITR"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 965-WRITE-EXCEPTION
               ELSE
                   MOVE "N" TO FITR-OUTLIER-FLAG
               END-IF
           WRITE FITR-TRAILER-RECORD.
           CLOSE FIT-REPORT-FILE.

       941-CHAMPION-CHALLENGER.
      *>      RE-SCORE THE CURRENTLY PUBLISHED COEFFICIENTS (THE
      *>      PSOCMST MASTER RECORD FOR THIS MODEL, READ BEFORE THIS
      *>      JOB FILES ANYTHING) AGAINST THE SAME VALIDATED
      *>      OBSERVATIONS 940-WRITE-FIT-REPORT JUST SCORED THE WINNING
      *>      POSITION ON. CMST-BEST-VALUE WAS SCORED ON LAST PERIOD'S
      *>      DATA, SO THIS IS THE LIKE-FOR-LIKE COMPARISON: WHICHEVER
      *>      SET HAS THE LOWER SUM OF SQUARED RESIDUALS ON TODAY'S
      *>      DATA WINS, AND A TIE GOES TO THE CHAMPION.
           MOVE "N" TO WS-CHMP-FOUND.
           MOVE "NONE" TO WS-CHAL-WINNER.
           MOVE ZEROES TO WS-CHMP-EFF-DATE.
           MOVE ZEROES TO WS-CHMP-EFF-TIME.
           MOVE ZEROES TO WS-CHMP-SSR.
           MOVE ZEROES TO WS-CHMP-RMSE.
           MOVE ZEROES TO WS-CHMP-RSQ.
           MOVE ZEROES TO WS-CHAL-CLOSER-COUNT.
           OPEN INPUT COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS = "00"
               MOVE WS-MODEL-ID TO CMST-MODEL-ID
               READ COEF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CMST-N-VARS = N-VARS
                           MOVE "Y" TO WS-CHMP-FOUND
                           MOVE CMST-EFF-DATE TO WS-CHMP-EFF-DATE
                           MOVE CMST-EFF-TIME TO WS-CHMP-EFF-TIME
                           PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > N-VARS
                               MOVE CMST-COEFFICIENT(J)
                                   TO CHMP-COEFFICIENT(J)
                           END-PERFORM
                       ELSE
                           DISPLAY "PSO941W PUBLISHED COEFFICIENTS "
                               "FOR MODEL '" WS-MODEL-ID "' CARRY "
                               CMST-N-VARS " VARIABLES, THIS RUN "
                               N-VARS " -- NO CHAMPION COMPARISON"
                           MOVE "W" TO WS-EXCP-SEVERITY
                           MOVE "PSO941W" TO WS-EXCP-MSG-ID
                           MOVE SPACES TO WS-EXCP-TEXT
                           STRING "PUBLISHED COEFFICIENTS CARRY "
                               CMST-N-VARS " VARIABLES, THIS RUN "
                               N-VARS " -- NO CHAMPION COMPARISON"
                               DELIMITED BY SIZE INTO WS-EXCP-TEXT
                           PERFORM 965-WRITE-EXCEPTION
                       END-IF
               END-READ
               CLOSE COEF-MASTER-FILE
           END-IF.
           IF WS-CHMP-FOUND = "Y"
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   MOVE 0 TO WS-MODEL
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                       COMPUTE WS-MODEL = WS-MODEL
                           + CHMP-COEFFICIENT(J) * OBS-X(M J)
                   END-PERFORM
                   MOVE WS-MODEL TO CHMP-PREDICTED(M)
                   COMPUTE WS-RESIDUAL = OBS-Y(M) - WS-MODEL
                   MOVE WS-RESIDUAL TO CHMP-RESID(M)
                   COMPUTE WS-FIT-SQ = WS-RESIDUAL ** 2
                   ADD WS-FIT-SQ TO WS-CHMP-SSR
               END-PERFORM
               COMPUTE WS-CHMP-RMSE =
                   FUNCTION SQRT(WS-CHMP-SSR / WS-OBS-COUNT)
               IF WS-FIT-SST = 0
                   MOVE ZEROES TO WS-CHMP-RSQ
               ELSE
      *>              A STALE CHAMPION CAN FIT FAR WORSE THAN THE MEAN;
      *>              AN R-SQUARED TOO NEGATIVE TO CARRY IS FLOORED.
                   COMPUTE WS-CHMP-RSQ = 1 - WS-CHMP-SSR / WS-FIT-SST
                       ON SIZE ERROR
                           MOVE -99999.999999 TO WS-CHMP-RSQ
                   END-COMPUTE
               END-IF
               IF WS-FIT-SSR < WS-CHMP-SSR
                   MOVE "CHAL" TO WS-CHAL-WINNER
               ELSE
                   MOVE "CHMP" TO WS-CHAL-WINNER
               END-IF
           END-IF.
           OPEN OUTPUT CHALLENGE-FILE.
           IF WS-CHMP-FOUND = "Y"
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   COMPUTE WS-FIT-ABS-RES = FUNCTION ABS(FIT-RESID(M))
                   COMPUTE WS-CHMP-ABS-RES =
                       FUNCTION ABS(CHMP-RESID(M))
                   IF WS-FIT-ABS-RES < WS-CHMP-ABS-RES
                       MOVE "CHAL" TO WS-CHAL-CLOSER
                       ADD 1 TO WS-CHAL-CLOSER-COUNT
                   ELSE
                       MOVE "CHMP" TO WS-CHAL-CLOSER
                   END-IF
                   INITIALIZE CHAL-DETAIL-RECORD
                   MOVE "D" TO CHAL-REC-TYPE
                   MOVE M TO CHAL-OBS-NUM
                   MOVE OBS-Y(M) TO CHAL-MEASURED
                   MOVE CHMP-PREDICTED(M) TO CHAL-CHMP-PREDICTED
                   MOVE CHMP-RESID(M) TO CHAL-CHMP-RESIDUAL
                   MOVE FIT-PREDICTED(M) TO CHAL-CHAL-PREDICTED
                   MOVE FIT-RESID(M) TO CHAL-CHAL-RESIDUAL
                   MOVE WS-CHAL-CLOSER TO CHAL-CLOSER
                   WRITE CHAL-DETAIL-RECORD
               END-PERFORM
           END-IF.
           INITIALIZE CHAL-SUMMARY-RECORD.
           MOVE "S" TO CHAL-S-REC-TYPE.
           MOVE WS-MODEL-ID TO CHAL-S-MODEL-ID.
           MOVE WS-CHMP-EFF-DATE TO CHAL-S-CHMP-EFF-DATE.
           MOVE WS-CHMP-EFF-TIME TO CHAL-S-CHMP-EFF-TIME.
           MOVE WS-OBS-COUNT TO CHAL-S-OBS-COUNT.
           MOVE WS-CHMP-SSR TO CHAL-S-CHMP-SSR.
           MOVE WS-CHMP-RMSE TO CHAL-S-CHMP-RMSE.
           MOVE WS-CHMP-RSQ TO CHAL-S-CHMP-RSQ.
           MOVE WS-FIT-SSR TO CHAL-S-CHAL-SSR.
           MOVE WS-FIT-RMSE TO CHAL-S-CHAL-RMSE.
           MOVE WS-FIT-RSQ TO CHAL-S-CHAL-RSQ.
           MOVE WS-CHAL-CLOSER-COUNT TO CHAL-S-CHAL-CLOSER-COUNT.
           MOVE WS-CHAL-WINNER TO CHAL-S-WINNER.
           WRITE CHAL-SUMMARY-RECORD.
           CLOSE CHALLENGE-FILE.
           EVALUATE WS-CHAL-WINNER
               WHEN "CHAL"
                   DISPLAY "PSO941I ON TODAY'S OBSERVATIONS THE NEW "
                       "FIT BEATS THE PUBLISHED COEFFICIENTS FOR "
                       "MODEL '" WS-MODEL-ID "'"
               WHEN "CHMP"
                   DISPLAY "PSO941I ON TODAY'S OBSERVATIONS THE "
                       "PUBLISHED COEFFICIENTS FOR MODEL '"
                       WS-MODEL-ID "' STILL FIT AS WELL OR BETTER"
           END-EVALUATE.

       942-ANALYZE-SENSITIVITY.
      *>      POST-SOLVE SENSITIVITY: NUDGE EACH WINNING COEFFICIENT
      *>      UP AND DOWN BY THE CONTROL FILE'S STEP (ABSOLUTE, OR
           WRITE DRIFT-LINE.
           MOVE WS-DRIFT-TOL TO WS-PV-TOL.
           MOVE SPACES TO DRIFT-LINE.
           STRING "  MODEL=" WS-MODEL-ID
               "  FUNCTION=" WS-FUNCTION-CODE
               "  N-VARS=" N-VARS
               "  TRAILING RUNS=" WS-DRIFT-RUNS
               "  TOLERANCE=" WS-PV-TOL " PCT"
                   NOT AT END
                       IF HIST-FUNCTION-CODE = WS-FUNCTION-CODE
                           AND HIST-N-VARS = N-VARS
                           AND (HIST-MODEL-ID = WS-MODEL-ID
                           OR HIST-MODEL-ID = SPACES)
      *>                      A RECORD WRITTEN BEFORE THE MODEL ID WAS
      *>                      CARRIED CANNOT BE TOLD APART, SO IT STILL
      *>                      COUNTS AS COMPARABLE, AS IT ALWAYS DID.
                           PERFORM 946-KEEP-DRIFT-PRIOR
                       END-IF
               END-READ
                   WS-PV-TOL " PCT)"
                   DELIMITED BY SIZE INTO DRIFT-LINE
               WRITE DRIFT-LINE
               PERFORM 966-FEED-DRIFT-WARNING
           END-IF.
           IF WS-DR-PCT-AVG > WS-DRIFT-TOL
               ADD 1 TO WS-DR-WARN-COUNT
                   "(TOLERANCE " WS-PV-TOL " PCT)"
                   DELIMITED BY SIZE INTO DRIFT-LINE
               WRITE DRIFT-LINE
               PERFORM 966-FEED-DRIFT-WARNING
           END-IF.

       938-PRINT-BOOTSTRAP.
      *>      THE PLUS/MINUS ON EVERY PUBLISHED NUMBER: EACH VARIABLE
      *>      BY DICTIONARY NAME WITH THE PUBLISHED VALUE, THE
      *>      BOOTSTRAP MEAN AND STANDARD ERROR, AND THE PERCENTILE
      *>      INTERVAL, ALL SCALED THE WAY PSOVDCT ASKS.
           MOVE "BOOTSTRAP CONFIDENCE INTERVALS" TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE "------------------------------" TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  RESAMPLES REQUESTED=" WS-BOOT-COUNT
               "  COMPLETED=" WS-BOOT-DONE
               "  CONFIDENCE=" WS-BOOT-CONF " PERCENT"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           IF WS-BOOT-RAN NOT = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  BOOTSTRAP " WS-BOOT-SKIP-MSG
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           END-IF.
           IF WS-BOOT-CUT-SHORT = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  *** CUT SHORT BY THE TIME BUDGET -- THE "
                   "INTERVALS REST ON THE RESAMPLES COMPLETED ***"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           END-IF.
           IF WS-BOOT-DONE > 0
               MOVE "  NAME" TO WS-PRINT-DETAIL
               MOVE "PUBLISHED" TO WS-PRINT-DETAIL(18:9)
               MOVE "MEAN" TO WS-PRINT-DETAIL(36:4)
               MOVE "STD ERROR" TO WS-PRINT-DETAIL(54:9)
               MOVE "LOWER" TO WS-PRINT-DETAIL(72:5)
               MOVE "UPPER" TO WS-PRINT-DETAIL(90:5)
               MOVE "UNITS" TO WS-PRINT-DETAIL(104:5)
               PERFORM 951-PRINT-LINE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   MOVE SPACES TO WS-PRINT-DETAIL
                   MOVE VD-NAME(J) TO WS-PRINT-DETAIL(3:10)
                   MOVE GLOBAL-BEST-PARTICLE(J) TO WS-FV-IN
                   PERFORM 975-FORMAT-VAR-VALUE
                   MOVE WS-FV-OUT TO WS-PRINT-DETAIL(15:16)
                   MOVE BT-MEAN(J) TO WS-FV-IN
                   PERFORM 975-FORMAT-VAR-VALUE
                   MOVE WS-FV-OUT TO WS-PRINT-DETAIL(33:16)
                   MOVE BT-STD-ERROR(J) TO WS-FV-IN
                   PERFORM 975-FORMAT-VAR-VALUE
                   MOVE WS-FV-OUT TO WS-PRINT-DETAIL(51:16)
                   MOVE BT-LOWER(J) TO WS-FV-IN
                   PERFORM 975-FORMAT-VAR-VALUE
                   MOVE WS-FV-OUT TO WS-PRINT-DETAIL(69:16)
                   MOVE BT-UPPER(J) TO WS-FV-IN
                   PERFORM 975-FORMAT-VAR-VALUE
                   MOVE WS-FV-OUT TO WS-PRINT-DETAIL(87:16)
                   MOVE VD-UNITS(J) TO WS-PRINT-DETAIL(104:8)
                   PERFORM 951-PRINT-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.

       939-PRINT-VALIDATION.
      *>      OUT-OF-SAMPLE EVIDENCE FOR THE REVIEWER: TRAINING AGAINST
      *>      VALIDATION RMSE FOR EVERY FOLD, THEN HOW FAR EACH
      *>      COEFFICIENT MOVED FROM FOLD TO FOLD, BY DICTIONARY NAME.
           MOVE "OUT-OF-SAMPLE VALIDATION" TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE "------------------------" TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           EVALUATE WS-VALID-MODE
               WHEN "H"
                   STRING "  MODE=H  EVERY " WS-VALID-K
                       "TH OBSERVATION HELD OUT"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               WHEN "P"
                   STRING "  MODE=P  TRAILING " WS-VALID-PCT
                       " PERCENT OF THE OBSERVATIONS HELD OUT"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               WHEN OTHER
                   STRING "  MODE=K  " WS-VALID-K
                       " FOLDS, EACH HELD OUT IN TURN"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-EVALUATE.
           PERFORM 951-PRINT-LINE.
           IF WS-VALID-RAN NOT = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  VALIDATION " WS-VALID-SKIP-MSG
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           ELSE
               MOVE "  FOLD  TRAIN   TEST" TO WS-PRINT-DETAIL
               MOVE "TRAINING RMSE" TO WS-PRINT-DETAIL(32:13)
               MOVE "VALIDATION RMSE" TO WS-PRINT-DETAIL(54:15)
               MOVE "SEED" TO WS-PRINT-DETAIL(75:4)
               PERFORM 951-PRINT-LINE
               PERFORM VARYING WS-VALID-F FROM 1 BY 1
                   UNTIL WS-VALID-F > WS-VALID-DONE
                   MOVE SPACES TO WS-PRINT-DETAIL
                   MOVE VF-TRAIN-RMSE(WS-VALID-F) TO WS-PV-RESID
                   STRING "    " WS-VALID-F
                       "  " VF-TRAIN-COUNT(WS-VALID-F)
                       "  " VF-TEST-COUNT(WS-VALID-F)
                       " " WS-PV-RESID
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   MOVE VF-TEST-RMSE(WS-VALID-F) TO WS-PV-RESID
                   MOVE WS-PV-RESID TO WS-PRINT-DETAIL(46:23)
                   MOVE VF-SEED(WS-VALID-F) TO WS-PRINT-DETAIL(70:9)
                   PERFORM 951-PRINT-LINE
               END-PERFORM
               IF WS-VALID-DONE > 0
                   MOVE SPACES TO WS-PRINT-DETAIL
                   MOVE WS-VALID-MEAN-TRAIN TO WS-PV-RESID
                   STRING "  MEAN               " WS-PV-RESID
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   MOVE WS-VALID-MEAN-TEST TO WS-PV-RESID
                   MOVE WS-PV-RESID TO WS-PRINT-DETAIL(46:23)
                   PERFORM 951-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-DETAIL
                   IF WS-VALID-MEAN-TRAIN > 0
                       COMPUTE WS-VALID-RATIO ROUNDED =
                           WS-VALID-MEAN-TEST / WS-VALID-MEAN-TRAIN
                           ON SIZE ERROR
                               MOVE 99999.99 TO WS-VALID-RATIO
                       END-COMPUTE
                       MOVE WS-VALID-RATIO TO WS-PV-RATIO
                       STRING "  VALIDATION RMSE RUNS "
                           WS-PV-RATIO
                           " TIMES THE TRAINING RMSE"
                           DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                       PERFORM 951-PRINT-LINE
                   END-IF
               END-IF
               IF WS-VALID-CUT-SHORT = "Y"
                   MOVE SPACES TO WS-PRINT-DETAIL
                   STRING "  *** CUT SHORT BY THE TIME BUDGET -- ONLY "
                       WS-VALID-DONE " OF " WS-VALID-FOLDS
                       " FOLDS COMPLETED ***"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   PERFORM 951-PRINT-LINE
               END-IF
               IF WS-VALID-DONE > 0
                   MOVE SPACES TO WS-PRINT-DETAIL
                   PERFORM 951-PRINT-LINE
                   MOVE "  NAME" TO WS-PRINT-DETAIL
                   MOVE "LOWEST" TO WS-PRINT-DETAIL(18:6)
                   MOVE "HIGHEST" TO WS-PRINT-DETAIL(36:7)
                   MOVE "MEAN" TO WS-PRINT-DETAIL(54:4)
                   MOVE "STD DEV" TO WS-PRINT-DETAIL(72:7)
                   MOVE "UNITS" TO WS-PRINT-DETAIL(86:5)
                   PERFORM 951-PRINT-LINE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                       MOVE SPACES TO WS-PRINT-DETAIL
                       MOVE VD-NAME(J) TO WS-PRINT-DETAIL(3:10)
                       MOVE VS-MIN(J) TO WS-FV-IN
                       PERFORM 975-FORMAT-VAR-VALUE
                       MOVE WS-FV-OUT TO WS-PRINT-DETAIL(15:16)
                       MOVE VS-MAX(J) TO WS-FV-IN
                       PERFORM 975-FORMAT-VAR-VALUE
                       MOVE WS-FV-OUT TO WS-PRINT-DETAIL(33:16)
                       MOVE VS-MEAN(J) TO WS-FV-IN
                       PERFORM 975-FORMAT-VAR-VALUE
                       MOVE WS-FV-OUT TO WS-PRINT-DETAIL(51:16)
                       MOVE VS-STDDEV(J) TO WS-FV-IN
                       PERFORM 975-FORMAT-VAR-VALUE
                       MOVE WS-FV-OUT TO WS-PRINT-DETAIL(69:16)
                       MOVE VD-UNITS(J) TO WS-PRINT-DETAIL(86:8)
                       PERFORM 951-PRINT-LINE
                   END-PERFORM
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.

       944-PRINT-CHAMPION-CHALLENGER.
      *>      SIDE-BY-SIDE RE-SCORE OF THE PUBLISHED COEFFICIENTS AND
      *>      THIS RUN'S WINNING POSITION ON TODAY'S OBSERVATIONS, THE
      *>      SAME FIGURES PSOCHAL CARRIES, SO THE ANALYST REVIEWING A
      *>      HOLD SEES WHETHER THE NEW FIT IS ACTUALLY BETTER.
           MOVE "CHAMPION / CHALLENGER ON TODAY'S OBSERVATIONS"
               TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE "----------------------------------------------"
               TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           IF WS-CHMP-FOUND NOT = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  NO COMPARABLE COEFFICIENTS ARE PUBLISHED FOR "
                   "MODEL '" WS-MODEL-ID "' -- NOTHING TO COMPARE"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  CHAMPION = PUBLISHED VERSION EFFECTIVE "
                   WS-CHMP-EFF-DATE " " WS-CHMP-EFF-TIME
                   "   CHALLENGER = THIS RUN'S WINNING POSITION"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
               MOVE SPACES TO WS-PRINT-DETAIL
               MOVE "CHAMPION" TO WS-PRINT-DETAIL(42:8)
               MOVE "CHALLENGER" TO WS-PRINT-DETAIL(74:10)
               PERFORM 951-PRINT-LINE
               MOVE WS-CHMP-SSR TO WS-PV-VALUE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  SUM OF SQUARES " WS-PV-VALUE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               MOVE WS-FIT-SSR TO WS-PV-VALUE
               MOVE WS-PV-VALUE TO WS-PRINT-DETAIL(52:32)
               PERFORM 951-PRINT-LINE
               MOVE WS-CHMP-RMSE TO WS-PV-RESID
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  RMSE                    " WS-PV-RESID
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               MOVE WS-FIT-RMSE TO WS-PV-RESID
               MOVE WS-PV-RESID TO WS-PRINT-DETAIL(61:23)
               PERFORM 951-PRINT-LINE
               MOVE WS-CHMP-RSQ TO WS-PV-RSQ
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  R-SQUARED                         "
                   WS-PV-RSQ
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               MOVE WS-FIT-RSQ TO WS-PV-RSQ
               MOVE WS-PV-RSQ TO WS-PRINT-DETAIL(71:13)
               PERFORM 951-PRINT-LINE
               MOVE SPACES TO WS-PRINT-DETAIL
               IF WS-CHAL-WINNER = "CHAL"
                   STRING "  WINNER ON TODAY'S DATA: CHALLENGER -- "
                       "CLOSER ON " WS-CHAL-CLOSER-COUNT
                       " OF " WS-OBS-COUNT " OBSERVATIONS"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               ELSE
                   STRING "  WINNER ON TODAY'S DATA: CHAMPION -- "
                       "CHALLENGER CLOSER ON ONLY "
                       WS-CHAL-CLOSER-COUNT
                       " OF " WS-OBS-COUNT " OBSERVATIONS"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               END-IF
               PERFORM 951-PRINT-LINE
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
               MOVE "    OBS" TO WS-PRINT-DETAIL
               MOVE "MEASURED" TO WS-PRINT-DETAIL(25:8)
               MOVE "CHAMPION RESIDUAL" TO WS-PRINT-DETAIL(42:17)
               MOVE "CHALLENGER RESIDUAL" TO WS-PRINT-DETAIL(66:19)
               MOVE "CLOSER" TO WS-PRINT-DETAIL(86:6)
               PERFORM 951-PRINT-LINE
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-OBS-COUNT
                   COMPUTE WS-FIT-ABS-RES =
                       FUNCTION ABS(FIT-RESID(M))
                   COMPUTE WS-CHMP-ABS-RES =
                       FUNCTION ABS(CHMP-RESID(M))
                   IF WS-FIT-ABS-RES < WS-CHMP-ABS-RES
                       MOVE "CHAL" TO WS-CHAL-CLOSER
                   ELSE
                       MOVE "CHMP" TO WS-CHAL-CLOSER
                   END-IF
                   MOVE SPACES TO WS-PRINT-DETAIL
                   MOVE OBS-Y(M) TO WS-PV-RESID
                   STRING "  " M "  " WS-PV-RESID
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   MOVE CHMP-RESID(M) TO WS-PV-RESID
                   MOVE WS-PV-RESID TO WS-PRINT-DETAIL(36:23)
                   MOVE FIT-RESID(M) TO WS-PV-RESID
                   MOVE WS-PV-RESID TO WS-PRINT-DETAIL(62:23)
                   MOVE WS-CHAL-CLOSER TO WS-PRINT-DETAIL(87:4)
                   PERFORM 951-PRINT-LINE
               END-PERFORM
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           END-IF.

       949-PRINT-WINNING-POSITION.
           PERFORM 949-PRINT-WINNING-POSITION.
           IF WS-FUNCTION-CODE = "CL"
               PERFORM 957-PRINT-FIT-QUALITY
               PERFORM 944-PRINT-CHAMPION-CHALLENGER
               IF WS-VALID-MODE NOT = SPACE
                   PERFORM 939-PRINT-VALIDATION
               END-IF
               IF WS-BOOT-COUNT > 0
                   PERFORM 938-PRINT-BOOTSTRAP
               END-IF
           END-IF.
           IF WS-SENS-STEP > 0
               PERFORM 958-PRINT-SENSITIVITY
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 951-PRINT-LINE
           END-IF.
           IF WS-FUNCTION-CODE = "CL" AND WS-CHMP-FOUND = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               IF WS-CHAL-WINNER = "CHAL"
                   STRING "  RE-SCORED ON TODAY'S OBSERVATIONS THE NEW "
                       "FIT STILL BEATS THE PUBLISHED COEFFICIENTS "
                       "-- SEE CHAMPION / CHALLENGER"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               ELSE
                   STRING "  RE-SCORED ON TODAY'S OBSERVATIONS THE "
                       "PUBLISHED COEFFICIENTS FIT AS WELL OR BETTER "
                       "-- SEE CHAMPION / CHALLENGER"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               END-IF
               PERFORM 951-PRINT-LINE
           END-IF.
           MOVE "  THE CANDIDATE RESULT IS ON PSOHELD. REVIEW IT AND"
               TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE "  EITHER APPROVE OR REJECT IT THROUGH PSODISP, OR"
               TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE "  RERUN THE JOB."
               TO WS-PRINT-DETAIL.
           PERFORM 951-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
      *>      HISTORY. THE OTHER OUTPUT DATASETS ARE REWRITTEN EVERY
      *>      SUBMISSION; THIS ONE ONLY EVER GROWS, SO YESTERDAY'S
      *>      CALIBRATION SURVIVES TODAY'S JOB.
           OPEN EXTEND HISTORY-FILE.
           INITIALIZE HISTORY-RECORD.
           MOVE WS-JOB-DATE TO HIST-JOB-DATE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE GLOBAL-BEST-PARTICLE(J) TO HIST-BEST-PARTICLE(J)
           END-PERFORM.
           MOVE WS-MODEL-ID TO HIST-MODEL-ID.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       965-WRITE-EXCEPTION.
      *>      APPEND ONE ITEM TO THE PSOEXCP OPERATIONS FEED. THE
      *>      CALLER SETS THE SEVERITY, MESSAGE ID, TEXT AND, WHERE
      *>      ONE IS INVOLVED, THE VARIABLE OR OBSERVATION; THE ITEM
      *>      FIELDS ARE CLEARED AGAIN FOR THE NEXT CALLER.
           OPEN EXTEND EXCEPTION-FILE.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-EXCP-JOB-DATE TO EXCP-JOB-DATE.
           MOVE WS-EXCP-JOB-TIME(1:6) TO EXCP-JOB-TIME.
           MOVE "PSO" TO EXCP-PROGRAM-ID.
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

       966-FEED-DRIFT-WARNING.
      *>      THE WARNING LINE JUST WRITTEN TO PSODRFT, LESS ITS
      *>      "  WARNING " LEAD-IN, AS A PSOEXCP ITEM ON VARIABLE J.
           MOVE "W" TO WS-EXCP-SEVERITY.
           MOVE "PSO945W" TO WS-EXCP-MSG-ID.
           MOVE "V" TO WS-EXCP-ITEM-TYPE.
           MOVE J TO WS-EXCP-ITEM-NUM.
           MOVE DRIFT-LINE(11:80) TO WS-EXCP-TEXT.
           PERFORM 965-WRITE-EXCEPTION.

       970-WRITE-DIAGNOSTICS.
      *>      ONE RECORD PER PARTICLE SHOWING WHETHER IT IS STILL
      *>      CONTRIBUTING OR IS STUCK AGAINST A BOUNDARY, SO C1/C2/W
      *>      IS, HOW FAST IT HAS BEEN GOING, AND WHEN IT SHOULD
      *>      FINISH IF THE PER-ITERATION PACE HOLDS. THE WORKLOAD
      *>      STILL AHEAD IS THE REST OF THIS RUN PLUS A FULL ITER FOR
      *>      EVERY SWEEP COMBINATION OR INDEPENDENT RUN OF THIS STEP
      *>      NOT YET STARTED, SO EARLY CONVERGENCE ONLY MAKES THE
      *>      PROJECTION CONSERVATIVE. THE ARITHMETIC IS DONE IN STEPS,
      *>      LIKE 220-OBJ-ROSENBROCK, TO STAY CLEAR OF THE COMPOUND
      *>      COMPUTE DEFECT NOTED THERE.
           PERFORM 915-COMPUTE-ELAPSED.
           IF WS-TOTAL-ITERS-DONE = 0
                   WS-ELAPSED-SECS / WS-TOTAL-ITERS-DONE
               IF WS-SWEEP-FLAG = "Y"
                   COMPUTE WS-PROG-UNITS-LEFT =
                       WS-PART-TO - WS-SWEEP-COUNT
               ELSE
                   COMPUTE WS-PROG-UNITS-LEFT =
                       WS-PART-TO - WS-RUN-NUM
               END-IF
               COMPUTE WS-PROG-ITERS-LEFT =
                   WS-PROG-UNITS-LEFT * ITER
      *>      PERFORM VARYING I FROM 1 BY 1 UNTIL I>N
      *>          DISPLAY PERSONAL-BEST-VALUE(I)
      *>      END-PERFORM.
       END PROGRAM PSO.
