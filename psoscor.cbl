      ******************************************************************
      * Author:
      * Date:
      * Purpose: SCORING / FORECAST RUN. APPLIES THE COEFFICIENTS
      *          CURRENTLY PUBLISHED ON PSOCMST FOR THE CONTROL DECK'S
      *          MODEL ID TO A FILE OF INDEPENDENT-VARIABLE RECORDS,
      *          USING THE SAME MODEL CURVE AS 230-OBJ-CALIBRATION, SO
      *          NO CONSUMER HAS TO RE-IMPLEMENT THE ARITHMETIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOSCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PSOCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SCORING-INPUT-FILE ASSIGN TO "PSOSCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCIN-FILE-STATUS.
           SELECT PREDICTION-FILE ASSIGN TO "PSOPRED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PSOSRJC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COEF-MASTER-FILE ASSIGN TO "PSOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-MODEL-ID
               FILE STATUS IS WS-CMST-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-HEADER-RECORD.
      *>      THE CALIBRATION JOB'S PSOCTRL DECK, READ HERE ONLY FOR
      *>      THE VARIABLE COUNT, FUNCTION CODE AND MODEL ID; THE
      *>      OPTIMIZER SETTINGS IN BETWEEN ARE NOT NEEDED TO SCORE.
           05 FILLER            PIC X(04).
           05 CTL-N-VARS        PIC 99.
           05 FILLER            PIC X(13).
           05 CTL-FUNCTION-CODE PIC X(02).
           05 FILLER            PIC X(58).
           05 CTL-MODEL-ID      PIC X(08).
       01  CONTROL-BOUND-RECORD.
      *>      THE BOUND RECORDS THAT FOLLOW THE HEADER. AN INPUT
      *>      OUTSIDE THE BOUNDS IT WAS CALIBRATED OVER IS REJECTED,
      *>      EXACTLY AS 072-EDIT-OBSV-DETAIL REJECTS AN OBSERVATION.
           05 CTLB-UPPER-BOUND  PIC S9(4)V9(4)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CTLB-LOWER-BOUND  PIC S9(4)V9(4)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  SCORING-INPUT-FILE.
       01  SCORING-INPUT-RECORD.
      *>      ONE RECORD PER POINT TO BE FORECAST: THE PSOOBSV DETAIL
      *>      LAYOUT WITHOUT THE MEASURED VALUE, INCLUDING ANY BASIS
      *>      COLUMNS (X**2, AN INTERCEPT COLUMN OF ONES) PREPARED
      *>      UPSTREAM THE SAME WAY AS FOR CALIBRATION.
           05 SCIN-REC-TYPE PIC X(01).
           05 SCIN-INPUT PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.

       FD  PREDICTION-FILE.
      *>      ONE DETAIL PER ACCEPTED INPUT RECORD, IN INPUT ORDER,
      *>      FOLLOWED BY ONE CONTROL-TOTALS TRAILER. THE SEQUENCE
      *>      NUMBER IS THE INPUT RECORD'S POSITION IN PSOSCIN, SO A
      *>      PREDICTION CAN BE MATCHED BACK TO ITS INPUT ACROSS THE
      *>      GAPS REJECTS LEAVE. THE TRAILER'S HASH TOTAL IS THE SUM
      *>      OF THE PREDICTED VALUES, AND IT NAMES THE MASTER VERSION
      *>      (MODEL ID AND EFFECTIVE DATE/TIME) THAT DID THE SCORING.
       01  PREDICTION-RECORD.
           05 PRED-REC-TYPE     PIC X(01).
           05 PRED-SEQ-NUM      PIC 9(5).
           05 PRED-VALUE        PIC S9(15)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
       01  PREDICTION-TRAILER-RECORD.
           05 PRDT-REC-TYPE     PIC X(01).
           05 PRDT-READ-COUNT   PIC 9(5).
           05 PRDT-SCORED-COUNT PIC 9(5).
           05 PRDT-REJECT-COUNT PIC 9(5).
           05 PRDT-HASH-TOTAL   PIC S9(17)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PRDT-MODEL-ID     PIC X(08).
           05 PRDT-EFF-DATE     PIC 9(8).
           05 PRDT-EFF-TIME     PIC 9(6).
           05 PRDT-N-VARS       PIC 99.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
      *>      THE PSORJCT LAYOUT, SO THE SAME REJECT HANDLING SERVES
      *>      BOTH FILES:
      *>        RNGE = AN INPUT COLUMN IS OUTSIDE THE MODEL'S BOUNDS
      *>        TYPE = THE RECORD TYPE IS NOT 'D'
           05 RJCT-REASON-CODE PIC X(04).
           05 RJCT-SEQ-NUM     PIC 9(5).
           05 RJCT-VAR-NUM     PIC 9(2).
           05 RJCT-OBS-DATA    PIC X(345).

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

       WORKING-STORAGE SECTION.
       01  J PIC 9(4) VALUE ZEROES.
       01  N-VARS PIC 99 VALUE ZEROES.
       01  WS-CTL-FILE-STATUS PIC X(02).
       01  WS-SCIN-FILE-STATUS PIC X(02).
       01  WS-CMST-FILE-STATUS PIC X(02).
       01  WS-SCIN-EOF PIC X(01) VALUE "N".
       01  WS-CTL-EOF PIC X(01) VALUE "N".
       01  WS-MODEL-ID PIC X(08) VALUE "DEFAULT".
       01  WS-FUNCTION-CODE PIC X(02).
       01  WS-BOUNDS-READ PIC 99 VALUE ZEROES.
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  BOUNDS OCCURS 30 TIMES.
           05 UPPER-BOUND PIC S9(4)V9(4).
           05 LOWER-BOUND PIC S9(4)V9(4).
       01  COEFFICIENTS OCCURS 30 TIMES.
      *>      THE PUBLISHED COEFFICIENT SET, COPIED OFF THE MASTER
      *>      RECORD SO PSOCMST IS CLOSED BEFORE SCORING STARTS.
           05 COEF PIC S9(4)V9(6).
       01  WS-EFF-DATE PIC 9(8).
       01  WS-EFF-TIME PIC 9(6).
       01  WS-READ-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-SCORED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-PRED-HASH PIC S9(17)V9(6) VALUE ZEROES.
       01  WS-REASON PIC X(04).
       01  WS-RNGE-VAR PIC 99.
       01  WS-MODEL    PIC S9(15)V9(6).
       01  WS-EXCP-JOB-DATE PIC 9(8).
       01  WS-EXCP-JOB-TIME PIC 9(8).
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      THE CONDITION CODE IS 00 WHEN EVERY INPUT WAS SCORED,
      *>      04 WHEN ANY WAS REJECTED TO PSOSRJC, 12 WHEN THE DECK,
      *>      THE MASTER OR THE INPUT CANNOT BE USED.
           ACCEPT WS-EXCP-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXCP-JOB-TIME FROM TIME.
           PERFORM 010-READ-CONTROL-FILE.
           PERFORM 020-READ-COEF-MASTER.
           PERFORM 030-SCORE-INPUTS.
           DISPLAY "PSF000I MODEL '" WS-MODEL-ID "' VERSION "
               WS-EFF-DATE " " WS-EFF-TIME ": " WS-READ-COUNT
               " READ, " WS-SCORED-COUNT " SCORED, "
               WS-REJECT-COUNT " REJECTED -- SEE PSOSRJC".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-JOB-OUTCOME
           END-IF.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-READ-CONTROL-FILE.
      *>      THE SAME PSOCTRL THE MODEL WAS CALIBRATED FROM NAMES THE
      *>      MODEL AND CARRIES ITS BOUNDS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "PSF010E PSOCTRL CONTROL DATASET IS NOT "
                   "AVAILABLE (FILE STATUS " WS-CTL-FILE-STATUS ")"
               MOVE "PSF010E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCTRL CONTROL DATASET IS NOT AVAILABLE "
                   "(FILE STATUS " WS-CTL-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           READ CONTROL-FILE
               AT END
                   DISPLAY "PSF010E PSOCTRL HAS NO HEADER RECORD"
                   MOVE "PSF010E" TO WS-EXCP-MSG-ID
                   MOVE "PSOCTRL HAS NO HEADER RECORD" TO WS-EXCP-TEXT
                   CLOSE CONTROL-FILE
                   PERFORM 090-ABORT-RUN
           END-READ.
           IF CTL-N-VARS NOT NUMERIC OR CTL-N-VARS = 0
               OR CTL-N-VARS > 30
               DISPLAY "PSF010E PSOCTRL VARIABLE COUNT '" CTL-N-VARS
                   "' IS NOT 01 THROUGH 30"
               MOVE "PSF010E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCTRL VARIABLE COUNT '" CTL-N-VARS
                   "' IS NOT 01 THROUGH 30"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               CLOSE CONTROL-FILE
               PERFORM 090-ABORT-RUN
           END-IF.
           MOVE CTL-N-VARS TO N-VARS.
           MOVE CTL-FUNCTION-CODE TO WS-FUNCTION-CODE.
           IF CTL-MODEL-ID NOT = SPACES
               MOVE CTL-MODEL-ID TO WS-MODEL-ID
           END-IF.
           IF WS-FUNCTION-CODE NOT = "CL"
               DISPLAY "PSF010E PSOCTRL FUNCTION CODE '"
                   WS-FUNCTION-CODE "' IS NOT 'CL' -- ONLY A "
                   "CALIBRATED MODEL CAN BE SCORED"
               MOVE "PSF010E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCTRL FUNCTION CODE '" WS-FUNCTION-CODE
                   "' IS NOT 'CL' -- ONLY A CALIBRATED MODEL CAN BE "
                   "SCORED"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               CLOSE CONTROL-FILE
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > N-VARS OR WS-CTL-EOF = "Y"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       MOVE CTLB-UPPER-BOUND TO UPPER-BOUND(J)
                       MOVE CTLB-LOWER-BOUND TO LOWER-BOUND(J)
                       MOVE J TO WS-BOUNDS-READ
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF WS-BOUNDS-READ < N-VARS
               DISPLAY "PSF010E PSOCTRL HAS " WS-BOUNDS-READ
                   " BOUND RECORDS FOR " N-VARS " VARIABLES"
               MOVE "PSF010E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCTRL HAS " WS-BOUNDS-READ
                   " BOUND RECORDS FOR " N-VARS " VARIABLES"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.

       020-READ-COEF-MASTER.
      *>      THE CURRENT PSOCMST RECORD FOR THE MODEL IS THE ONLY
      *>      SOURCE OF COEFFICIENTS -- NEVER PSORSLT, WHICH A HELD OR
      *>      ROLLED-BACK RESULT MAY HAVE LEFT OUT OF STEP.
           OPEN INPUT COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS NOT = "00"
               DISPLAY "PSF020E PSOCMST COEFFICIENT MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
               MOVE "PSF020E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCMST COEFFICIENT MASTER IS NOT USABLE "
                   "(FILE STATUS " WS-CMST-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           MOVE WS-MODEL-ID TO CMST-MODEL-ID.
           READ COEF-MASTER-FILE
               INVALID KEY
                   DISPLAY "PSF020E NO COEFFICIENTS ARE PUBLISHED ON "
                       "PSOCMST FOR MODEL '" WS-MODEL-ID "'"
                   MOVE "PSF020E" TO WS-EXCP-MSG-ID
                   MOVE "NO COEFFICIENTS ARE PUBLISHED ON PSOCMST"
                       TO WS-EXCP-TEXT
                   CLOSE COEF-MASTER-FILE
                   PERFORM 090-ABORT-RUN
           END-READ.
           IF CMST-N-VARS NOT = N-VARS
               DISPLAY "PSF020E PSOCMST CARRIES " CMST-N-VARS
                   " COEFFICIENTS FOR MODEL '" WS-MODEL-ID
                   "' BUT PSOCTRL DECLARES " N-VARS " VARIABLES"
               MOVE "PSF020E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCMST CARRIES " CMST-N-VARS
                   " COEFFICIENTS BUT PSOCTRL DECLARES " N-VARS
                   " VARIABLES"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               CLOSE COEF-MASTER-FILE
               PERFORM 090-ABORT-RUN
           END-IF.
           MOVE CMST-EFF-DATE TO WS-EFF-DATE.
           MOVE CMST-EFF-TIME TO WS-EFF-TIME.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               MOVE CMST-COEFFICIENT(J) TO COEF(J)
           END-PERFORM.
           CLOSE COEF-MASTER-FILE.
           DISPLAY "PSF020I SCORING MODEL '" WS-MODEL-ID
               "' WITH THE VERSION EFFECTIVE " WS-EFF-DATE " "
               WS-EFF-TIME.

       030-SCORE-INPUTS.
           OPEN INPUT SCORING-INPUT-FILE.
           IF WS-SCIN-FILE-STATUS NOT = "00"
               DISPLAY "PSF030E PSOSCIN INPUT DATASET IS NOT "
                   "AVAILABLE (FILE STATUS " WS-SCIN-FILE-STATUS ")"
               MOVE "PSF030E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOSCIN INPUT DATASET IS NOT AVAILABLE "
                   "(FILE STATUS " WS-SCIN-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           OPEN OUTPUT PREDICTION-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL WS-SCIN-EOF = "Y"
               READ SCORING-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-SCIN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 035-EDIT-INPUT
                       IF WS-REASON = SPACES
                           PERFORM 040-PREDICT
                       ELSE
                           PERFORM 045-REJECT-INPUT
                       END-IF
               END-READ
           END-PERFORM.
           INITIALIZE PREDICTION-TRAILER-RECORD.
           MOVE "T" TO PRDT-REC-TYPE.
           MOVE WS-READ-COUNT TO PRDT-READ-COUNT.
           MOVE WS-SCORED-COUNT TO PRDT-SCORED-COUNT.
           MOVE WS-REJECT-COUNT TO PRDT-REJECT-COUNT.
           MOVE WS-PRED-HASH TO PRDT-HASH-TOTAL.
           MOVE WS-MODEL-ID TO PRDT-MODEL-ID.
           MOVE WS-EFF-DATE TO PRDT-EFF-DATE.
           MOVE WS-EFF-TIME TO PRDT-EFF-TIME.
           MOVE N-VARS TO PRDT-N-VARS.
           WRITE PREDICTION-TRAILER-RECORD.
           CLOSE SCORING-INPUT-FILE.
           CLOSE PREDICTION-FILE.
           CLOSE REJECT-FILE.

       035-EDIT-INPUT.
           MOVE SPACES TO WS-REASON.
           MOVE ZEROES TO WS-RNGE-VAR.
           IF SCIN-REC-TYPE NOT = "D"
               MOVE "TYPE" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
                   IF WS-RNGE-VAR = 0
                       AND (SCIN-INPUT(J) > UPPER-BOUND(J)
                       OR SCIN-INPUT(J) < LOWER-BOUND(J))
                       MOVE J TO WS-RNGE-VAR
                   END-IF
               END-PERFORM
               IF WS-RNGE-VAR > 0
                   MOVE "RNGE" TO WS-REASON
               END-IF
           END-IF.

       040-PREDICT.
      *>      THE MODEL CURVE OF 230-OBJ-CALIBRATION: PREDICTED = SUM
      *>      OVER J OF COEFFICIENT(J) TIMES INPUT(J), ACCUMULATED IN
      *>      THE SAME PRECISION.
           MOVE 0 TO WS-MODEL.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-VARS
               COMPUTE WS-MODEL = WS-MODEL
                   + COEF(J) * SCIN-INPUT(J)
           END-PERFORM.
           INITIALIZE PREDICTION-RECORD.
           MOVE "D" TO PRED-REC-TYPE.
           MOVE WS-READ-COUNT TO PRED-SEQ-NUM.
           MOVE WS-MODEL TO PRED-VALUE.
           WRITE PREDICTION-RECORD.
           ADD WS-MODEL TO WS-PRED-HASH.
           ADD 1 TO WS-SCORED-COUNT.

       045-REJECT-INPUT.
           ADD 1 TO WS-REJECT-COUNT.
           INITIALIZE REJECT-RECORD.
           MOVE WS-REASON TO RJCT-REASON-CODE.
           MOVE WS-READ-COUNT TO RJCT-SEQ-NUM.
           MOVE WS-RNGE-VAR TO RJCT-VAR-NUM.
           MOVE SCORING-INPUT-RECORD TO RJCT-OBS-DATA.
           WRITE REJECT-RECORD.
           MOVE "W" TO WS-EXCP-SEVERITY.
           MOVE "PSF045W" TO WS-EXCP-MSG-ID.
           MOVE "O" TO WS-EXCP-ITEM-TYPE.
           MOVE WS-READ-COUNT TO WS-EXCP-ITEM-NUM.
           MOVE SPACES TO WS-EXCP-TEXT.
           STRING "PSOSCIN INPUT REJECTED, REASON " WS-REASON
               " VAR " WS-RNGE-VAR " -- SEE PSOSRJC"
               DELIMITED BY SIZE INTO WS-EXCP-TEXT.
           PERFORM 095-WRITE-EXCEPTION.

       090-ABORT-RUN.
      *>      EVERY CALLER HAS ALREADY SET THE MESSAGE ID AND TEXT.
           MOVE "E" TO WS-EXCP-SEVERITY.
           PERFORM 095-WRITE-EXCEPTION.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       095-WRITE-EXCEPTION.
      *>      APPEND ONE ITEM TO THE PSOEXCP OPERATIONS FEED. THE
      *>      CALLER SETS THE SEVERITY, MESSAGE ID, TEXT AND, WHERE
      *>      ONE IS INVOLVED, THE ITEM; THE ITEM FIELDS ARE CLEARED
      *>      AGAIN FOR THE NEXT CALLER.
           OPEN EXTEND EXCEPTION-FILE.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-EXCP-JOB-DATE TO EXCP-JOB-DATE.
           MOVE WS-EXCP-JOB-TIME(1:6) TO EXCP-JOB-TIME.
           MOVE "PSOSCOR" TO EXCP-PROGRAM-ID.
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
       END PROGRAM PSOSCOR.
