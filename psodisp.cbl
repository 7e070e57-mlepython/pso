      ******************************************************************
      * Author:
      * Date:
      * Purpose: HELD-RESULT DISPOSITION. WORKS THE PSOHELD SUSPENSE
      *          DATASET AGAINST THE ANALYSTS' APPROVE/REJECT
      *          TRANSACTIONS, RELEASING AN APPROVED RESULT THROUGH
      *          THE SAME PSORSLT / PSOCMST / PSOCMHS PATH A CLEAN RUN
      *          TAKES, AND LOGGING EVERY DECISION ON PSODAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSODISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "PSODTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OPTIONAL HELD-RESULT-FILE ASSIGN TO "PSOHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULT-FILE ASSIGN TO "PSORSLT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COEF-MASTER-FILE ASSIGN TO "PSOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-MODEL-ID
               FILE STATUS IS WS-CMST-FILE-STATUS.
           SELECT OPTIONAL COEF-MASTER-HIST-FILE ASSIGN TO "PSOCMHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "PSODAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>      OPTIONAL, LIKE PSOHIST: THE FIRST DECISION EVER LOGGED
      *>      CREATES THE AUDIT DATASET, EVERY LATER ONE APPENDS.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
      *>      ONE ANALYST DECISION PER RECORD. 'A' RELEASES THE HELD
      *>      RESULT FOR THE MODEL, 'R' DISCARDS IT. A REJECT MUST
      *>      SAY WHY; AN APPROVAL MAY.
           05 TRAN-MODEL-ID     PIC X(08).
           05 TRAN-ACTION       PIC X(01).
           05 TRAN-ANALYST-ID   PIC X(08).
           05 TRAN-REASON       PIC X(60).

       FD  HELD-RESULT-FILE.
       01  HELD-RESULT-RECORD.
      *>      THE PSOHELD LAYOUT WRITTEN BY 910-PUBLISH-RESULT: THE
      *>      RESULT-RECORD FIELDS FOLLOWED BY THE MODEL ID, VARIABLE
      *>      COUNT, END STATUS AND JOB DATE/TIME.
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
      *>      ONE RECORD PER DISPOSITION DECISION, SO EVERY HELD
      *>      RESULT HAS A TRACEABLE OUTCOME:
      *>        A = APPROVED -- RELEASED TO PSORSLT AND PSOCMST
      *>        R = REJECTED -- DISCARDED FROM PSOHELD
      *>        S = SUPERSEDED -- A LATER HOLD FOR THE SAME MODEL
      *>            REPLACED IT BEFORE ANYONE DISPOSED OF IT
      *>        X = APPROVAL REFUSED -- THE HOLD CANNOT BE RELEASED
      *>            IN THIS RUN AND STAYS PENDING ON PSOHELD
      *>      THE SET DATE/TIME IS THE HELD JOB'S STAMP (THE SAME ONE
      *>      ON ITS PSOHIST RECORD); THE PRIOR EFFECTIVE DATE/TIME IS
      *>      THE MASTER VERSION AN APPROVAL RETIRED TO PSOCMHS (ZERO
      *>      WHEN THE APPROVAL WAS THE MODEL'S FIRST PUBLICATION).
           05 DAUD-DATE          PIC 9(8).
           05 DAUD-TIME          PIC 9(6).
           05 DAUD-MODEL-ID      PIC X(08).
           05 DAUD-ACTION        PIC X(01).
           05 DAUD-ANALYST-ID    PIC X(08).
           05 DAUD-REASON        PIC X(60).
           05 DAUD-SET-DATE      PIC 9(8).
           05 DAUD-SET-TIME      PIC 9(6).
           05 DAUD-SEED          PIC 9(9).
           05 DAUD-BEST-VALUE    PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DAUD-PRIOR-EFF-DATE PIC 9(8).
           05 DAUD-PRIOR-EFF-TIME PIC 9(6).

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
       01  WS-TRAN-FILE-STATUS PIC X(02).
       01  WS-CMST-FILE-STATUS PIC X(02).
       01  WS-CMST-FOUND PIC X(01).
       01  WS-HELD-EOF PIC X(01) VALUE "N".
       01  WS-TRAN-EOF PIC X(01) VALUE "N".
       01  WS-RESULT-OPEN PIC X(01) VALUE "N".
       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-TIME-RAW PIC 9(8).
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.

       01  WS-HELD-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-HT-IDX PIC 9(3).
       01  WS-HT-FOUND PIC 9(3).
       01  HELD-TABLE OCCURS 100 TIMES.
      *>      THE PSOHELD SUSPENSE DATASET LOADED UP FRONT, ONE ENTRY
      *>      PER MODEL. HT-STATUS 'P' (PENDING) ENTRIES ARE WRITTEN
      *>      BACK AT THE END; APPROVED AND REJECTED ONES ARE NOT.
           05 HT-MODEL-ID PIC X(08).
           05 HT-STATUS   PIC X(01).
           05 HT-IMAGE    PIC X(410).

       01  WS-SUPER-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ST-IDX PIC 9(3).
       01  SUPERSEDED-TABLE OCCURS 100 TIMES.
      *>      EARLIER HOLDS REPLACED BY A LATER ONE FOR THE SAME MODEL.
      *>      THEY ARE ONLY LOGGED ONCE PSOHELD HAS BEEN REWRITTEN
      *>      WITHOUT THEM, SO A RUN THAT STOPS SHORT NEVER LEAVES A
      *>      SUPERSEDED HOLD ON FILE WITH ITS AUDIT ALREADY WRITTEN.
           05 ST-IMAGE    PIC X(410).

       01  WS-HELD-WORK.
      *>      ONE HELD ENTRY UNPACKED FOR PROCESSING -- THE PSOHELD
      *>      LAYOUT AGAIN, SO THE RECORD AREA OF A CLOSED FILE IS
      *>      NEVER RELIED ON.
           05 HW-RUN-ID       PIC 9(3).
           05 HW-SEED         PIC 9(9).
           05 HW-SEED-MODE    PIC X(01).
           05 HW-ITER-USED    PIC 9(4).
           05 HW-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HW-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 HW-MODEL-ID     PIC X(08).
           05 HW-N-VARS       PIC 99.
           05 HW-END-STATUS   PIC X(02).
           05 HW-JOB-DATE     PIC 9(8).
           05 HW-JOB-TIME     PIC 9(6).

       01  WS-TRAN-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-APPROVE-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-ERROR-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-TRAN-OK PIC X(01).
       01  WS-TRAN-REFUSED PIC X(01).
       01  WS-RELEASED-MODEL PIC X(08) VALUE SPACES.
       01  WS-PRIOR-EFF-DATE PIC 9(8).
       01  WS-PRIOR-EFF-TIME PIC 9(6).
       01  WS-HELD-STAMP PIC 9(14).
       01  WS-CMST-STAMP PIC 9(14).
       01  WS-AUDIT-ACTION PIC X(01).
       01  WS-AUDIT-ANALYST PIC X(08).
       01  WS-AUDIT-REASON PIC X(60).
       01  WS-EXCP-MODEL-ID PIC X(08) VALUE SPACES.
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      LOAD THE PENDING HOLDS, APPLY THE ANALYST TRANSACTIONS
      *>      IN ORDER, THEN REWRITE PSOHELD WITH WHATEVER IS STILL
      *>      PENDING. THE CONDITION CODE IS 00 WHEN EVERY TRANSACTION
      *>      WAS APPLIED, 04 WHEN ANY WAS REFUSED, 12 ON A FILE ERROR.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           PERFORM 010-LOAD-HELD-RESULTS.
           PERFORM 020-PROCESS-TRANSACTIONS.
           PERFORM 080-REWRITE-HELD-FILE.
           IF WS-RESULT-OPEN = "Y"
               CLOSE RESULT-FILE
           END-IF.
           DISPLAY "PSD000I " WS-TRAN-COUNT " TRANSACTIONS: "
               WS-APPROVE-COUNT " APPROVED, " WS-REJECT-COUNT
               " REJECTED, " WS-ERROR-COUNT " REFUSED".
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-JOB-OUTCOME
           END-IF.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-LOAD-HELD-RESULTS.
      *>      A MODEL CAN BE HELD MORE THAN ONCE BEFORE ANYONE GETS TO
      *>      IT. THE LATEST HOLD (LAST ON THE FILE) IS THE ONE THAT
      *>      STANDS; EACH EARLIER ONE IS LOGGED AS SUPERSEDED SO IT
      *>      STILL HAS A TRACEABLE OUTCOME (SEE 085). A HOLD WRITTEN
      *>      BEFORE PSOHELD CARRIED A MODEL ID FILES UNDER 'DEFAULT',
      *>      THE SAME WAY THE CALIBRATION JOB DOES.
           MOVE ZEROES TO WS-HELD-COUNT.
           OPEN INPUT HELD-RESULT-FILE.
           PERFORM UNTIL WS-HELD-EOF = "Y"
               READ HELD-RESULT-FILE
                   AT END
                       MOVE "Y" TO WS-HELD-EOF
                   NOT AT END
                       PERFORM 015-KEEP-HELD-RESULT
               END-READ
           END-PERFORM.
           CLOSE HELD-RESULT-FILE.
           DISPLAY "PSD010I " WS-HELD-COUNT
               " HELD RESULTS PENDING DISPOSITION ON PSOHELD".

       015-KEEP-HELD-RESULT.
           IF HELD-MODEL-ID = SPACES OR LOW-VALUES
               MOVE "DEFAULT" TO HELD-MODEL-ID
           END-IF.
           MOVE ZEROES TO WS-HT-FOUND.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HELD-COUNT
               IF HT-MODEL-ID(WS-HT-IDX) = HELD-MODEL-ID
                   MOVE WS-HT-IDX TO WS-HT-FOUND
               END-IF
           END-PERFORM.
           IF WS-HT-FOUND > 0
               IF WS-SUPER-COUNT >= 100
                   DISPLAY "PSD015E PSOHELD EXCEEDS THE COMPILED "
                       "CEILING OF 100 SUPERSEDED HOLDS"
                   CLOSE HELD-RESULT-FILE
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE "PSD015E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOHELD EXCEEDS THE COMPILED CEILING OF "
                       "100 SUPERSEDED HOLDS"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 095-WRITE-EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUPER-COUNT
               MOVE HT-IMAGE(WS-HT-FOUND) TO ST-IMAGE(WS-SUPER-COUNT)
               DISPLAY "PSD015W EARLIER HOLD FOR MODEL '"
                   HELD-MODEL-ID "' SUPERSEDED BY A LATER ONE"
           ELSE
               IF WS-HELD-COUNT >= 100
                   DISPLAY "PSD015E PSOHELD EXCEEDS THE COMPILED "
                       "CEILING OF 100 HELD MODELS"
                   CLOSE HELD-RESULT-FILE
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE "PSD015E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOHELD EXCEEDS THE COMPILED CEILING OF "
                       "100 HELD MODELS"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 095-WRITE-EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO WS-HT-FOUND
           END-IF.
           MOVE HELD-MODEL-ID TO HT-MODEL-ID(WS-HT-FOUND).
           MOVE "P" TO HT-STATUS(WS-HT-FOUND).
           MOVE HELD-RESULT-RECORD TO HT-IMAGE(WS-HT-FOUND).

       020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "PSD020E PSODTRN TRANSACTION DATASET IS NOT "
                   "AVAILABLE (FILE STATUS " WS-TRAN-FILE-STATUS ")"
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSD020E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSODTRN TRANSACTION DATASET IS NOT AVAILABLE "
                   "(FILE STATUS " WS-TRAN-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
      *>          NOTHING HAS BEEN DISPOSED OF YET, BUT PSOHELD IS
      *>          STILL CLEARED OF THE SUPERSEDED HOLDS AND THEY ARE
      *>          LOGGED, THE SAME AS AT THE END OF A NORMAL RUN.
               PERFORM 080-REWRITE-HELD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM 030-EDIT-TRANSACTION
                       IF WS-TRAN-OK = "Y"
                           IF TRAN-ACTION = "A"
                               PERFORM 040-APPROVE-HELD-RESULT
                           ELSE
                               PERFORM 050-REJECT-HELD-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

       030-EDIT-TRANSACTION.
      *>      A TRANSACTION IS REFUSED, WITH A MESSAGE NAMING THE
      *>      PROBLEM, WHEN IT IS INCOMPLETE OR THERE IS NO PENDING
      *>      HOLD FOR ITS MODEL. A REFUSED TRANSACTION CHANGES
      *>      NOTHING -- THE HOLD STAYS PENDING FOR A CORRECTED ONE.
      *>      AN APPROVAL OF A HOLD THAT CAN NEVER BE RELEASED IN THIS
      *>      RUN (A TIME-EXPIRED RESULT, OR A SECOND MODEL WHEN
      *>      PSORSLT ALREADY CARRIES ANOTHER) IS ALSO AUDITED AS 'X'
      *>      AGAINST THE HOLD ITSELF, AS IS A STALE HOLD THAT
      *>      045-FILE-ON-MASTER FINDS OLDER THAN THE PUBLISHED
      *>      VERSION.
           MOVE "Y" TO WS-TRAN-OK.
           MOVE "N" TO WS-TRAN-REFUSED.
           MOVE ZEROES TO WS-HT-FOUND.
           IF TRAN-MODEL-ID = SPACES
               DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                   " HAS NO MODEL ID"
               MOVE "N" TO WS-TRAN-OK
               MOVE "TRANSACTION HAS NO MODEL ID" TO WS-EXCP-TEXT
           END-IF.
           IF TRAN-ACTION NOT = "A" AND TRAN-ACTION NOT = "R"
               DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                   " ACTION '" TRAN-ACTION "' IS NOT A (APPROVE) OR "
                   "R (REJECT)"
               MOVE "N" TO WS-TRAN-OK
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "TRANSACTION ACTION IS NOT A (APPROVE) OR "
                   "R (REJECT)"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
           END-IF.
           IF TRAN-ANALYST-ID = SPACES
               DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                   " HAS NO ANALYST ID -- A DISPOSITION MUST BE "
                   "SIGNED"
               MOVE "N" TO WS-TRAN-OK
               MOVE "TRANSACTION HAS NO ANALYST ID" TO WS-EXCP-TEXT
           END-IF.
           IF TRAN-ACTION = "R" AND TRAN-REASON = SPACES
               DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                   " REJECTS MODEL '" TRAN-MODEL-ID
                   "' WITHOUT A REASON"
               MOVE "N" TO WS-TRAN-OK
               MOVE "REJECT TRANSACTION HAS NO REASON" TO WS-EXCP-TEXT
           END-IF.
           IF WS-TRAN-OK = "Y"
               PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HELD-COUNT
                   IF HT-MODEL-ID(WS-HT-IDX) = TRAN-MODEL-ID
                       AND HT-STATUS(WS-HT-IDX) = "P"
                       MOVE WS-HT-IDX TO WS-HT-FOUND
                   END-IF
               END-PERFORM
               IF WS-HT-FOUND = 0
                   DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                       " -- NO PENDING HELD RESULT FOR MODEL '"
                       TRAN-MODEL-ID "'"
                   MOVE "N" TO WS-TRAN-OK
                   MOVE "NO PENDING HELD RESULT FOR THIS MODEL"
                       TO WS-EXCP-TEXT
               ELSE
                   MOVE HT-IMAGE(WS-HT-FOUND) TO WS-HELD-WORK
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y" AND TRAN-ACTION = "A"
               IF HW-N-VARS NOT NUMERIC OR HW-N-VARS = 0
                   OR HW-N-VARS > 30
                   DISPLAY "PSD030E HELD RESULT FOR MODEL '"
                       TRAN-MODEL-ID "' CARRIES NO VARIABLE COUNT "
                       "-- IT PREDATES DISPOSITION, RERUN THE JOB"
                   MOVE "N" TO WS-TRAN-OK
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "HELD RESULT PREDATES DISPOSITION -- "
                       "RERUN THE JOB"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y" AND TRAN-ACTION = "A"
               IF HW-END-STATUS = "TE"
      *>              A TIME-EXPIRED RESULT IS PARTIAL AND IS NEVER
      *>              PUBLISHED; IT CAN ONLY BE REJECTED AND RERUN.
                   DISPLAY "PSD030E HELD RESULT FOR MODEL '"
                       TRAN-MODEL-ID "' IS TIME-EXPIRED (TE) -- IT "
                       "CANNOT BE APPROVED, REJECT IT AND RERUN"
                   MOVE "N" TO WS-TRAN-OK
                   MOVE "Y" TO WS-TRAN-REFUSED
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "TIME-EXPIRED (TE) HOLD CANNOT BE APPROVED "
                       "-- REJECT IT AND RERUN THE JOB"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   MOVE "TIME-EXPIRED (TE) RESULT CANNOT BE APPROVED"
                       TO WS-AUDIT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y" AND TRAN-ACTION = "A"
               IF WS-RELEASED-MODEL NOT = SPACES
                   AND WS-RELEASED-MODEL NOT = TRAN-MODEL-ID
      *>              PSORSLT CARRIES ONE MODEL'S RESULT PER RUN; A
      *>              SECOND MODEL WAITS FOR A SEPARATE DISPOSITION RUN.
                   DISPLAY "PSD030E TRANSACTION " WS-TRAN-COUNT
                       " -- PSORSLT ALREADY CARRIES MODEL '"
                       WS-RELEASED-MODEL "' THIS RUN, APPROVE MODEL '"
                       TRAN-MODEL-ID "' IN A SEPARATE RUN"
                   MOVE "N" TO WS-TRAN-OK
                   MOVE "Y" TO WS-TRAN-REFUSED
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSORSLT ALREADY CARRIES MODEL "
                       WS-RELEASED-MODEL " THIS RUN -- APPROVE IN "
                       "A SEPARATE RUN"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   MOVE SPACES TO WS-AUDIT-REASON
                   STRING "PSORSLT ALREADY CARRIES MODEL "
                       WS-RELEASED-MODEL " THIS RUN"
                       DELIMITED BY SIZE INTO WS-AUDIT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK = "N"
               ADD 1 TO WS-ERROR-COUNT
      *>          ONE FEED ITEM PER REFUSED TRANSACTION, CARRYING THE
      *>          LAST PROBLEM FOUND; SYSOUT LISTS THEM ALL.
               MOVE TRAN-MODEL-ID TO WS-EXCP-MODEL-ID
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSD030E" TO WS-EXCP-MSG-ID
               MOVE "C" TO WS-EXCP-ITEM-TYPE
               MOVE WS-TRAN-COUNT TO WS-EXCP-ITEM-NUM
               IF WS-TRAN-REFUSED = "Y"
                   MOVE "X" TO WS-AUDIT-ACTION
                   MOVE TRAN-ANALYST-ID TO WS-AUDIT-ANALYST
                   MOVE ZEROES TO WS-PRIOR-EFF-DATE
                   MOVE ZEROES TO WS-PRIOR-EFF-TIME
                   PERFORM 090-WRITE-AUDIT
               END-IF
               PERFORM 095-WRITE-EXCEPTION
           END-IF.

       040-APPROVE-HELD-RESULT.
      *>      RELEASE THE HOLD EXACTLY AS A CLEAN RUN WOULD HAVE
      *>      PUBLISHED IT: FILE THE COEFFICIENTS ON PSOCMST WITH THE
      *>      PRIOR VERSION RETIRED TO PSOCMHS, WRITE PSORSLT, THEN
      *>      LOG THE DECISION. THE MASTER GOES FIRST SO A FILE ERROR
      *>      LEAVES NOTHING HALF-RELEASED.
           PERFORM 045-FILE-ON-MASTER.
           IF WS-TRAN-OK = "Y"
               IF WS-RESULT-OPEN = "N"
      *>              PSORSLT IS ONLY REPLACED WHEN SOMETHING IS
      *>              ACTUALLY RELEASED -- A REJECT-ONLY RUN LEAVES THE
      *>              CURRENTLY PUBLISHED RESULT ALONE.
                   OPEN OUTPUT RESULT-FILE
                   MOVE "Y" TO WS-RESULT-OPEN
               END-IF
               INITIALIZE RESULT-RECORD
               MOVE HW-RUN-ID TO RESULT-RUN-ID
               MOVE HW-SEED TO RESULT-SEED
               MOVE HW-SEED-MODE TO RESULT-SEED-MODE
               MOVE HW-ITER-USED TO RESULT-ITER-USED
               MOVE HW-BEST-VALUE TO RESULT-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > HW-N-VARS
                   MOVE HW-BEST-PARTICLE(J) TO RESULT-BEST-PARTICLE(J)
               END-PERFORM
               WRITE RESULT-RECORD
               MOVE HW-MODEL-ID TO WS-RELEASED-MODEL
               MOVE "A" TO HT-STATUS(WS-HT-FOUND)
               MOVE "A" TO WS-AUDIT-ACTION
               MOVE TRAN-ANALYST-ID TO WS-AUDIT-ANALYST
               MOVE TRAN-REASON TO WS-AUDIT-REASON
               PERFORM 090-WRITE-AUDIT
               ADD 1 TO WS-APPROVE-COUNT
               DISPLAY "PSD040I HELD RESULT FOR MODEL '" HW-MODEL-ID
                   "' APPROVED BY " TRAN-ANALYST-ID
                   " -- RELEASED TO PSORSLT AND PSOCMST"
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       045-FILE-ON-MASTER.
      *>      THE 920-UPDATE-COEF-MASTER LOGIC OF THE CALIBRATION JOB,
      *>      WITH ONE EXTRA SAFEGUARD: A HOLD IS REFUSED WHEN THE
      *>      MASTER ALREADY CARRIES A VERSION PUBLISHED AFTER THE
      *>      HELD JOB RAN, SO A STALE HOLD CAN NEVER OVERWRITE NEWER
      *>      COEFFICIENTS. THE RELEASED VERSION TAKES EFFECT NOW.
           OPEN I-O COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS = "35"
               OPEN OUTPUT COEF-MASTER-FILE
               IF WS-CMST-FILE-STATUS = "00"
                   CLOSE COEF-MASTER-FILE
                   OPEN I-O COEF-MASTER-FILE
               END-IF
           END-IF.
           IF WS-CMST-FILE-STATUS NOT = "00"
               DISPLAY "PSD045E PSOCMST COEFFICIENT MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
               MOVE HW-MODEL-ID TO WS-EXCP-MODEL-ID
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSD045E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCMST COEFFICIENT MASTER IS NOT USABLE "
                   "(FILE STATUS " WS-CMST-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
               PERFORM 080-REWRITE-HELD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CMST-FOUND.
           MOVE ZEROES TO WS-PRIOR-EFF-DATE.
           MOVE ZEROES TO WS-PRIOR-EFF-TIME.
           MOVE HW-MODEL-ID TO CMST-MODEL-ID.
           READ COEF-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CMST-FOUND
           END-READ.
           IF WS-CMST-FOUND = "Y"
               COMPUTE WS-HELD-STAMP = HW-JOB-DATE * 1000000
                   + HW-JOB-TIME
               COMPUTE WS-CMST-STAMP = CMST-EFF-DATE * 1000000
                   + CMST-EFF-TIME
               IF WS-CMST-STAMP > WS-HELD-STAMP
                   DISPLAY "PSD045E HELD RESULT FOR MODEL '"
                       HW-MODEL-ID "' FROM " HW-JOB-DATE " "
                       HW-JOB-TIME " IS OLDER THAN THE VERSION "
                       "PUBLISHED " CMST-EFF-DATE " " CMST-EFF-TIME
                       " -- REJECT IT INSTEAD"
                   MOVE "N" TO WS-TRAN-OK
                   MOVE HW-MODEL-ID TO WS-EXCP-MODEL-ID
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE "PSD045E" TO WS-EXCP-MSG-ID
                   MOVE "C" TO WS-EXCP-ITEM-TYPE
                   MOVE WS-TRAN-COUNT TO WS-EXCP-ITEM-NUM
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "HELD RESULT FROM " HW-JOB-DATE " IS OLDER "
                       "THAN THE VERSION PUBLISHED " CMST-EFF-DATE
                       " -- REJECT IT INSTEAD"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   MOVE "X" TO WS-AUDIT-ACTION
                   MOVE TRAN-ANALYST-ID TO WS-AUDIT-ANALYST
                   MOVE SPACES TO WS-AUDIT-REASON
                   STRING "HELD RESULT OLDER THAN VERSION PUBLISHED "
                       CMST-EFF-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-REASON
                   MOVE ZEROES TO WS-PRIOR-EFF-DATE
                   MOVE ZEROES TO WS-PRIOR-EFF-TIME
                   PERFORM 090-WRITE-AUDIT
                   PERFORM 095-WRITE-EXCEPTION
               ELSE
                   MOVE CMST-EFF-DATE TO WS-PRIOR-EFF-DATE
                   MOVE CMST-EFF-TIME TO WS-PRIOR-EFF-TIME
                   PERFORM 046-RETIRE-PRIOR-MASTER
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y"
               INITIALIZE COEF-MASTER-RECORD
               MOVE HW-MODEL-ID TO CMST-MODEL-ID
               MOVE WS-JOB-DATE TO CMST-EFF-DATE
               MOVE WS-JOB-TIME-RAW(1:6) TO CMST-EFF-TIME
               MOVE HW-SEED TO CMST-SEED
               MOVE HW-SEED-MODE TO CMST-SEED-MODE
               MOVE HW-END-STATUS TO CMST-END-STATUS
               MOVE HW-N-VARS TO CMST-N-VARS
               MOVE HW-BEST-VALUE TO CMST-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > HW-N-VARS
                   MOVE HW-BEST-PARTICLE(J) TO CMST-COEFFICIENT(J)
               END-PERFORM
               IF WS-CMST-FOUND = "Y"
                   REWRITE COEF-MASTER-RECORD
               ELSE
                   WRITE COEF-MASTER-RECORD
               END-IF
           END-IF.
           CLOSE COEF-MASTER-FILE.

       046-RETIRE-PRIOR-MASTER.
      *>      THE RECORD AREA STILL HOLDS THE PRIOR VERSION JUST READ;
      *>      APPEND IT TO THE HISTORY SEGMENT WITH TODAY'S DATE/TIME
      *>      AS ITS RETIREMENT STAMP.
           OPEN EXTEND COEF-MASTER-HIST-FILE.
           INITIALIZE COEF-MASTER-HIST-RECORD.
           MOVE WS-JOB-DATE TO CMHS-RETIRED-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO CMHS-RETIRED-TIME.
           MOVE COEF-MASTER-RECORD TO CMHS-MASTER-IMAGE.
           WRITE COEF-MASTER-HIST-RECORD.
           CLOSE COEF-MASTER-HIST-FILE.

       050-REJECT-HELD-RESULT.
      *>      A REJECTED HOLD IS SIMPLY NOT WRITTEN BACK TO PSOHELD;
      *>      THE AUDIT RECORD CARRIES THE ANALYST AND THE REASON.
           MOVE "R" TO HT-STATUS(WS-HT-FOUND).
           MOVE ZEROES TO WS-PRIOR-EFF-DATE.
           MOVE ZEROES TO WS-PRIOR-EFF-TIME.
           MOVE "R" TO WS-AUDIT-ACTION.
           MOVE TRAN-ANALYST-ID TO WS-AUDIT-ANALYST.
           MOVE TRAN-REASON TO WS-AUDIT-REASON.
           PERFORM 090-WRITE-AUDIT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "PSD050I HELD RESULT FOR MODEL '" HW-MODEL-ID
               "' REJECTED BY " TRAN-ANALYST-ID
               " -- CLEARED FROM PSOHELD".

       080-REWRITE-HELD-FILE.
      *>      PUT BACK ONLY THE HOLDS STILL PENDING. WHEN NOTHING IS
      *>      LEFT THE DATASET IS EMPTIED, WHICH IS HOW AN OPERATOR
      *>      KNOWS THE SUSPENSE QUEUE IS CLEAR.
           OPEN OUTPUT HELD-RESULT-FILE.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HELD-COUNT
               IF HT-STATUS(WS-HT-IDX) = "P"
                   MOVE HT-IMAGE(WS-HT-IDX) TO HELD-RESULT-RECORD
                   WRITE HELD-RESULT-RECORD
               END-IF
           END-PERFORM.
           CLOSE HELD-RESULT-FILE.
           PERFORM 085-LOG-SUPERSEDED.

       085-LOG-SUPERSEDED.
      *>      ONE 'S' AUDIT RECORD AND ONE FEED WARNING PER EARLIER HOLD
      *>      DROPPED AT LOAD, WRITTEN ONLY NOW THAT PSOHELD NO LONGER
      *>      CARRIES THEM. THE COUNT IS CLEARED SO THEY ARE NEVER
      *>      LOGGED TWICE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SUPER-COUNT
               MOVE ST-IMAGE(WS-ST-IDX) TO WS-HELD-WORK
               MOVE "S" TO WS-AUDIT-ACTION
               MOVE "PSODISP" TO WS-AUDIT-ANALYST
               MOVE "SUPERSEDED BY A LATER HOLD FOR THE SAME MODEL"
                   TO WS-AUDIT-REASON
               MOVE ZEROES TO WS-PRIOR-EFF-DATE
               MOVE ZEROES TO WS-PRIOR-EFF-TIME
               PERFORM 090-WRITE-AUDIT
               MOVE HW-MODEL-ID TO WS-EXCP-MODEL-ID
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSD015W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "EARLIER HOLD SUPERSEDED BY A LATER ONE "
                   "BEFORE ITS DISPOSITION"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
           END-PERFORM.
           MOVE ZEROES TO WS-SUPER-COUNT.

       090-WRITE-AUDIT.
      *>      APPEND ONE DECISION TO PSODAUD FOR THE HELD ENTRY NOW
      *>      IN WS-HELD-WORK.
           OPEN EXTEND AUDIT-FILE.
           INITIALIZE AUDIT-RECORD.
           MOVE WS-JOB-DATE TO DAUD-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO DAUD-TIME.
           MOVE HW-MODEL-ID TO DAUD-MODEL-ID.
           IF HW-MODEL-ID = SPACES OR LOW-VALUES
               MOVE "DEFAULT" TO DAUD-MODEL-ID
           END-IF.
           MOVE WS-AUDIT-ACTION TO DAUD-ACTION.
           MOVE WS-AUDIT-ANALYST TO DAUD-ANALYST-ID.
           MOVE WS-AUDIT-REASON TO DAUD-REASON.
           IF HW-JOB-DATE NUMERIC
               MOVE HW-JOB-DATE TO DAUD-SET-DATE
               MOVE HW-JOB-TIME TO DAUD-SET-TIME
           END-IF.
           MOVE HW-SEED TO DAUD-SEED.
           MOVE HW-BEST-VALUE TO DAUD-BEST-VALUE.
           MOVE WS-PRIOR-EFF-DATE TO DAUD-PRIOR-EFF-DATE.
           MOVE WS-PRIOR-EFF-TIME TO DAUD-PRIOR-EFF-TIME.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       095-WRITE-EXCEPTION.
      *>      APPEND ONE ITEM TO THE PSOEXCP OPERATIONS FEED. THE
      *>      CALLER SETS THE SEVERITY, MESSAGE ID, TEXT AND, WHERE
      *>      ONE IS INVOLVED, THE ITEM; THE ITEM FIELDS ARE CLEARED
      *>      AGAIN FOR THE NEXT CALLER.
           OPEN EXTEND EXCEPTION-FILE.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-JOB-DATE TO EXCP-JOB-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO EXCP-JOB-TIME.
           MOVE "PSODISP" TO EXCP-PROGRAM-ID.
           MOVE WS-EXCP-MODEL-ID TO EXCP-MODEL-ID.
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
       END PROGRAM PSODISP.
