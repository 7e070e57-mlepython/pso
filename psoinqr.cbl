      ******************************************************************
      * Author:
      * Date:
      * Purpose: POINT-IN-TIME COEFFICIENT INQUIRY AND ROLLBACK OVER
      *          THE PSOCMST MASTER AND ITS PSOCMHS RETIREMENT SEGMENT.
      *          AN INQUIRY CARD EXTRACTS THE COEFFICIENT SET THAT WAS
      *          IN FORCE FOR A MODEL AT A GIVEN MOMENT AND PRINTS THE
      *          MODEL'S VERSION TIMELINE; A ROLLBACK CARD REINSTATES
      *          A RETIRED VERSION AS THE CURRENT MASTER RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOINQR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "PSOINQC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQC-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "PSOIEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "PSOIPRT"
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
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD.
      *>      ONE CARD PER REQUEST:
      *>        I = INQUIRY  -- WHICH COEFFICIENTS WERE IN FORCE FOR
      *>            THE MODEL AT THE AS-OF DATE/TIME. A BLANK TIME
      *>            MEANS THE END OF THAT DAY.
      *>        R = ROLLBACK -- REINSTATE THE RETIRED VERSION WHOSE
      *>            EFFECTIVE DATE/TIME IS GIVEN. ANALYST AND REASON
      *>            ARE REQUIRED, AS FOR A PSODISP REJECT.
           05 INQC-CARD-TYPE   PIC X(01).
           05 INQC-MODEL-ID    PIC X(08).
           05 INQC-DATE        PIC 9(8).
           05 INQC-TIME        PIC X(06).
           05 INQC-ANALYST-ID  PIC X(08).
           05 INQC-REASON      PIC X(60).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
      *>      THE RESULT-RECORD LAYOUT, SO ANY JOB THAT ALREADY READS
      *>      PSORSLT CAN READ AN EXTRACT, FOLLOWED BY WHICH MODEL AND
      *>      MOMENT IT ANSWERS AND WHICH VERSION ANSWERED IT. RUN ID
      *>      AND ITERATIONS ARE NOT KEPT ON THE MASTER AND ARE ZERO.
           05 IEXT-RUN-ID       PIC 9(3).
           05 IEXT-SEED         PIC 9(9).
           05 IEXT-SEED-MODE    PIC X(01).
           05 IEXT-ITER-USED    PIC 9(4).
           05 IEXT-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 IEXT-BEST-PARTICLE PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 IEXT-MODEL-ID     PIC X(08).
           05 IEXT-ASOF-DATE    PIC 9(8).
           05 IEXT-ASOF-TIME    PIC 9(6).
           05 IEXT-EFF-DATE     PIC 9(8).
           05 IEXT-EFF-TIME     PIC 9(6).
           05 IEXT-N-VARS       PIC 99.
           05 IEXT-END-STATUS   PIC X(02).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

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
      *>      THE PSODISP DISPOSITION AUDIT LAYOUT. A ROLLBACK IS
      *>      LOGGED AS ACTION 'B': THE SET DATE/TIME IS THE ORIGINAL
      *>      EFFECTIVE STAMP OF THE VERSION REINSTATED AND THE PRIOR
      *>      EFFECTIVE DATE/TIME IS THE VERSION BACKED OUT.
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
       01  WS-INQC-FILE-STATUS PIC X(02).
       01  WS-CMST-FILE-STATUS PIC X(02).
       01  WS-INQC-EOF PIC X(01) VALUE "N".
       01  WS-CMHS-EOF PIC X(01).
       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-TIME-RAW PIC 9(8).
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  WS-CARD-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-EXTRACT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-ROLLBACK-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-ERROR-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-CARD-OK PIC X(01).
       01  WS-ASOF-DATE PIC 9(8).
       01  WS-ASOF-TIME PIC 9(6).
       01  WS-ASOF-STAMP PIC 9(14).
       01  WS-EFF-STAMP PIC 9(14).
       01  WS-RET-STAMP PIC 9(14).
       01  WS-BEST-STAMP PIC 9(14).

       01  WS-VT-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-VT-IDX PIC 9(3).
       01  WS-VT-FOUND PIC 9(3).
       01  WS-VT-CURRENT PIC 9(3).
       01  VERSION-TABLE OCCURS 200 TIMES.
      *>      EVERY VERSION OF THE MODEL IN THE ORDER IT WAS RETIRED,
      *>      WITH THE CURRENT MASTER RECORD LAST. A RETIRED VERSION
      *>      WAS IN FORCE FROM ITS EFFECTIVE STAMP UP TO (NOT
      *>      INCLUDING) ITS RETIREMENT STAMP; THE CURRENT VERSION
      *>      FROM ITS EFFECTIVE STAMP ONWARD.
           05 VT-RET-DATE PIC 9(8).
           05 VT-RET-TIME PIC 9(6).
           05 VT-IS-CURRENT PIC X(01).
           05 VT-IMAGE    PIC X(403).

       01  WS-VERSION-WORK.
      *>      ONE MASTER IMAGE UNPACKED -- THE PSOCMST LAYOUT AGAIN,
      *>      SO A PSOCMHS BYTE IMAGE CAN BE READ FIELD BY FIELD.
           05 VW-MODEL-ID     PIC X(08).
           05 VW-EFF-DATE     PIC 9(8).
           05 VW-EFF-TIME     PIC 9(6).
           05 VW-SEED         PIC 9(9).
           05 VW-SEED-MODE    PIC X(01).
           05 VW-END-STATUS   PIC X(02).
           05 VW-N-VARS       PIC 99.
           05 VW-BEST-VALUE   PIC S9(30)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 VW-COEFFICIENT  PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.

       01  WS-BACKED-OUT-DATE PIC 9(8).
       01  WS-BACKED-OUT-TIME PIC 9(6).

       01  WS-PRINT-DETAIL PIC X(132).
       01  WS-PRINT-LINE-COUNT PIC 9(3) VALUE 99.
      *>      STARTS PAST THE PAGE SIZE SO THE FIRST DETAIL LINE
      *>      FORCES THE FIRST PAGE HEADING.
       01  WS-PRINT-PAGE-NUM PIC 9(3) VALUE ZEROES.
       01  WS-PV-VALUE PIC -(24)9.9(6).
       01  WS-PV-COEF PIC -(4)9.9(6).
       01  WS-PT-RETIRED PIC X(15).
       01  WS-PT-MARK PIC X(14).
       01  WS-EXCP-MODEL-ID PIC X(08) VALUE SPACES.
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      THE CONDITION CODE IS 00 WHEN EVERY CARD WAS ANSWERED OR
      *>      APPLIED, 04 WHEN ANY WAS REFUSED OR FOUND NOTHING IN
      *>      FORCE, 12 ON A FILE ERROR.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           OPEN INPUT INQUIRY-FILE.
           IF WS-INQC-FILE-STATUS NOT = "00"
               DISPLAY "PSQ000E PSOINQC CARD DATASET IS NOT "
                   "AVAILABLE (FILE STATUS " WS-INQC-FILE-STATUS ")"
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSQ000E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOINQC CARD DATASET IS NOT AVAILABLE "
                   "(FILE STATUS " WS-INQC-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM UNTIL WS-INQC-EOF = "Y"
               READ INQUIRY-FILE
                   AT END
                       MOVE "Y" TO WS-INQC-EOF
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 010-EDIT-CARD
                       IF WS-CARD-OK = "Y"
                           IF INQC-CARD-TYPE = "I"
                               PERFORM 030-ANSWER-INQUIRY
                           ELSE
                               PERFORM 050-ROLLBACK-VERSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INQUIRY-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "PSQ000I " WS-CARD-COUNT " CARDS: "
               WS-EXTRACT-COUNT " EXTRACTED, " WS-ROLLBACK-COUNT
               " ROLLED BACK, " WS-ERROR-COUNT " REFUSED OR NOT FOUND".
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-JOB-OUTCOME
           END-IF.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-EDIT-CARD.
           MOVE "Y" TO WS-CARD-OK.
           IF INQC-CARD-TYPE NOT = "I" AND INQC-CARD-TYPE NOT = "R"
               DISPLAY "PSQ010E CARD " WS-CARD-COUNT " TYPE '"
                   INQC-CARD-TYPE "' IS NOT I (INQUIRY) OR "
                   "R (ROLLBACK)"
               MOVE "N" TO WS-CARD-OK
               MOVE "CARD TYPE IS NOT I (INQUIRY) OR R (ROLLBACK)"
                   TO WS-EXCP-TEXT
           END-IF.
           IF INQC-MODEL-ID = SPACES
               DISPLAY "PSQ010E CARD " WS-CARD-COUNT
                   " HAS NO MODEL ID"
               MOVE "N" TO WS-CARD-OK
               MOVE "CARD HAS NO MODEL ID" TO WS-EXCP-TEXT
           END-IF.
           IF INQC-DATE NOT NUMERIC OR INQC-DATE = 0
               DISPLAY "PSQ010E CARD " WS-CARD-COUNT
                   " DATE IS NOT A NUMERIC YYYYMMDD"
               MOVE "N" TO WS-CARD-OK
               MOVE "CARD DATE IS NOT A NUMERIC YYYYMMDD"
                   TO WS-EXCP-TEXT
           ELSE
               MOVE INQC-DATE TO WS-ASOF-DATE
           END-IF.
           IF INQC-TIME = SPACES AND INQC-CARD-TYPE = "I"
               MOVE 235959 TO WS-ASOF-TIME
           ELSE
               IF INQC-TIME NUMERIC
                   MOVE INQC-TIME TO WS-ASOF-TIME
               ELSE
                   DISPLAY "PSQ010E CARD " WS-CARD-COUNT
                       " TIME IS NOT A NUMERIC HHMMSS"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "CARD TIME IS NOT A NUMERIC HHMMSS"
                       TO WS-EXCP-TEXT
               END-IF
           END-IF.
           IF INQC-CARD-TYPE = "R"
               IF INQC-ANALYST-ID = SPACES
                   DISPLAY "PSQ010E CARD " WS-CARD-COUNT
                       " ROLLBACK HAS NO ANALYST ID"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "ROLLBACK HAS NO ANALYST ID" TO WS-EXCP-TEXT
               END-IF
               IF INQC-REASON = SPACES
                   DISPLAY "PSQ010E CARD " WS-CARD-COUNT
                       " ROLLBACK HAS NO REASON"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "ROLLBACK HAS NO REASON" TO WS-EXCP-TEXT
               END-IF
           END-IF.
           IF WS-CARD-OK = "Y"
               COMPUTE WS-ASOF-STAMP = WS-ASOF-DATE * 1000000
                   + WS-ASOF-TIME
           ELSE
      *>          ONE FEED ITEM PER REFUSED CARD, CARRYING THE LAST
      *>          PROBLEM FOUND; SYSOUT LISTS THEM ALL.
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSQ010E" TO WS-EXCP-MSG-ID
               PERFORM 096-FEED-CARD-EXCEPTION
           END-IF.

       020-LOAD-VERSIONS.
      *>      GATHER THE MODEL'S RETIRED VERSIONS FROM PSOCMHS AND ITS
      *>      CURRENT VERSION FROM PSOCMST INTO VERSION-TABLE.
           MOVE ZEROES TO WS-VT-COUNT.
           MOVE ZEROES TO WS-VT-CURRENT.
           MOVE "N" TO WS-CMHS-EOF.
           OPEN INPUT COEF-MASTER-HIST-FILE.
           PERFORM UNTIL WS-CMHS-EOF = "Y"
               READ COEF-MASTER-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-CMHS-EOF
                   NOT AT END
                       IF CMHS-MASTER-IMAGE(1:8) = INQC-MODEL-ID
                           PERFORM 025-ADD-VERSION
                           MOVE CMHS-RETIRED-DATE
                               TO VT-RET-DATE(WS-VT-COUNT)
                           MOVE CMHS-RETIRED-TIME
                               TO VT-RET-TIME(WS-VT-COUNT)
                           MOVE "N" TO VT-IS-CURRENT(WS-VT-COUNT)
                           MOVE CMHS-MASTER-IMAGE
                               TO VT-IMAGE(WS-VT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COEF-MASTER-HIST-FILE.
           OPEN INPUT COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS = "00"
               MOVE INQC-MODEL-ID TO CMST-MODEL-ID
               READ COEF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 025-ADD-VERSION
                       MOVE ZEROES TO VT-RET-DATE(WS-VT-COUNT)
                       MOVE ZEROES TO VT-RET-TIME(WS-VT-COUNT)
                       MOVE "Y" TO VT-IS-CURRENT(WS-VT-COUNT)
                       MOVE COEF-MASTER-RECORD TO VT-IMAGE(WS-VT-COUNT)
                       MOVE WS-VT-COUNT TO WS-VT-CURRENT
               END-READ
               CLOSE COEF-MASTER-FILE
           ELSE
               IF WS-CMST-FILE-STATUS NOT = "35"
                   DISPLAY "PSQ020E PSOCMST COEFFICIENT MASTER IS NOT "
                       "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
                   MOVE "PSQ020E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOCMST COEFFICIENT MASTER IS NOT USABLE "
                       "(FILE STATUS " WS-CMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 090-ABORT-RUN
               END-IF
           END-IF.

       025-ADD-VERSION.
           IF WS-VT-COUNT >= 200
               DISPLAY "PSQ025E MODEL '" INQC-MODEL-ID "' HAS MORE "
                   "THAN THE COMPILED CEILING OF 200 VERSIONS"
               MOVE "PSQ025E" TO WS-EXCP-MSG-ID
               MOVE "MORE THAN THE COMPILED CEILING OF 200 VERSIONS"
                   TO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           ADD 1 TO WS-VT-COUNT.

       030-ANSWER-INQUIRY.
      *>      FIND THE VERSION IN FORCE AT THE AS-OF STAMP. SHOULD TWO
      *>      VERSIONS EVER OVERLAP (A MASTER REPAIRED BY HAND), THE
      *>      ONE THAT TOOK EFFECT LATEST IS THE ONE THAT ANSWERS.
           PERFORM 020-LOAD-VERSIONS.
           PERFORM 035-FIND-IN-FORCE.
           IF WS-VT-FOUND = 0
               DISPLAY "PSQ030W NO COEFFICIENTS WERE IN FORCE FOR "
                   "MODEL '" INQC-MODEL-ID "' AT " WS-ASOF-DATE " "
                   WS-ASOF-TIME
               ADD 1 TO WS-ERROR-COUNT
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSQ030W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "NO COEFFICIENTS WERE IN FORCE AT "
                   WS-ASOF-DATE " " WS-ASOF-TIME
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 096-FEED-CARD-EXCEPTION
           ELSE
               MOVE VT-IMAGE(WS-VT-FOUND) TO WS-VERSION-WORK
               INITIALIZE EXTRACT-RECORD
               MOVE VW-SEED TO IEXT-SEED
               MOVE VW-SEED-MODE TO IEXT-SEED-MODE
               MOVE VW-BEST-VALUE TO IEXT-BEST-VALUE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > VW-N-VARS
                   OR J > 30
                   MOVE VW-COEFFICIENT(J) TO IEXT-BEST-PARTICLE(J)
               END-PERFORM
               MOVE INQC-MODEL-ID TO IEXT-MODEL-ID
               MOVE WS-ASOF-DATE TO IEXT-ASOF-DATE
               MOVE WS-ASOF-TIME TO IEXT-ASOF-TIME
               MOVE VW-EFF-DATE TO IEXT-EFF-DATE
               MOVE VW-EFF-TIME TO IEXT-EFF-TIME
               MOVE VW-N-VARS TO IEXT-N-VARS
               MOVE VW-END-STATUS TO IEXT-END-STATUS
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               DISPLAY "PSQ030I MODEL '" INQC-MODEL-ID "' AT "
                   WS-ASOF-DATE " " WS-ASOF-TIME
                   " -- VERSION EFFECTIVE " VW-EFF-DATE " "
                   VW-EFF-TIME
           END-IF.
           PERFORM 070-PRINT-TIMELINE.

       035-FIND-IN-FORCE.
           MOVE ZEROES TO WS-VT-FOUND.
           MOVE ZEROES TO WS-BEST-STAMP.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-COUNT
               MOVE VT-IMAGE(WS-VT-IDX) TO WS-VERSION-WORK
               COMPUTE WS-EFF-STAMP = VW-EFF-DATE * 1000000
                   + VW-EFF-TIME
               COMPUTE WS-RET-STAMP = VT-RET-DATE(WS-VT-IDX) * 1000000
                   + VT-RET-TIME(WS-VT-IDX)
               IF WS-EFF-STAMP <= WS-ASOF-STAMP
                   AND (VT-IS-CURRENT(WS-VT-IDX) = "Y"
                       OR WS-RET-STAMP > WS-ASOF-STAMP)
                   AND WS-EFF-STAMP >= WS-BEST-STAMP
                   MOVE WS-VT-IDX TO WS-VT-FOUND
                   MOVE WS-EFF-STAMP TO WS-BEST-STAMP
               END-IF
           END-PERFORM.

       050-ROLLBACK-VERSION.
      *>      BACK OUT A BAD PUBLICATION: THE RETIRED VERSION NAMED ON
      *>      THE CARD BECOMES THE CURRENT MASTER RECORD AGAIN, TAKING
      *>      EFFECT NOW, AND THE VERSION IT REPLACES IS RETIRED TO
      *>      PSOCMHS LIKE ANY OTHER -- NOTHING IS LOST, AND AN
      *>      INQUIRY FOR ANY EARLIER MOMENT STILL ANSWERS THE SAME.
           PERFORM 020-LOAD-VERSIONS.
           MOVE ZEROES TO WS-VT-FOUND.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-COUNT
               MOVE VT-IMAGE(WS-VT-IDX) TO WS-VERSION-WORK
               IF VT-IS-CURRENT(WS-VT-IDX) = "N"
                   AND VW-EFF-DATE = WS-ASOF-DATE
                   AND VW-EFF-TIME = WS-ASOF-TIME
                   MOVE WS-VT-IDX TO WS-VT-FOUND
               END-IF
           END-PERFORM.
           IF WS-VT-CURRENT = 0
               DISPLAY "PSQ050E MODEL '" INQC-MODEL-ID "' HAS NO "
                   "CURRENT MASTER RECORD TO BACK OUT"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSQ050E" TO WS-EXCP-MSG-ID
               MOVE "NO CURRENT MASTER RECORD TO BACK OUT"
                   TO WS-EXCP-TEXT
               PERFORM 096-FEED-CARD-EXCEPTION
           ELSE
               IF WS-VT-FOUND = 0
                   DISPLAY "PSQ050E MODEL '" INQC-MODEL-ID "' HAS NO "
                       "RETIRED VERSION EFFECTIVE " WS-ASOF-DATE " "
                       WS-ASOF-TIME " ON PSOCMHS"
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "E" TO WS-EXCP-SEVERITY
                   MOVE "PSQ050E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "NO RETIRED VERSION EFFECTIVE " WS-ASOF-DATE
                       " " WS-ASOF-TIME " ON PSOCMHS"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 096-FEED-CARD-EXCEPTION
               ELSE
                   PERFORM 055-REINSTATE-VERSION
               END-IF
           END-IF.

       055-REINSTATE-VERSION.
           OPEN I-O COEF-MASTER-FILE.
           IF WS-CMST-FILE-STATUS NOT = "00"
               DISPLAY "PSQ055E PSOCMST COEFFICIENT MASTER IS NOT "
                   "USABLE (FILE STATUS " WS-CMST-FILE-STATUS ")"
               MOVE "PSQ055E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOCMST COEFFICIENT MASTER IS NOT USABLE "
                   "(FILE STATUS " WS-CMST-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           MOVE INQC-MODEL-ID TO CMST-MODEL-ID.
           READ COEF-MASTER-FILE
               INVALID KEY
                   DISPLAY "PSQ055E MODEL '" INQC-MODEL-ID "' LEFT "
                       "PSOCMST WHILE THE ROLLBACK WAS IN PROGRESS"
                   MOVE "PSQ055E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "LEFT PSOCMST WHILE THE ROLLBACK WAS IN "
                       "PROGRESS"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   CLOSE COEF-MASTER-FILE
                   PERFORM 090-ABORT-RUN
           END-READ.
           MOVE CMST-EFF-DATE TO WS-BACKED-OUT-DATE.
           MOVE CMST-EFF-TIME TO WS-BACKED-OUT-TIME.
      *>      RETIRE THE VERSION BEING BACKED OUT, EXACTLY AS
      *>      925-RETIRE-PRIOR-MASTER DOES IN THE CALIBRATION JOB.
           OPEN EXTEND COEF-MASTER-HIST-FILE.
           INITIALIZE COEF-MASTER-HIST-RECORD.
           MOVE WS-JOB-DATE TO CMHS-RETIRED-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO CMHS-RETIRED-TIME.
           MOVE COEF-MASTER-RECORD TO CMHS-MASTER-IMAGE.
           WRITE COEF-MASTER-HIST-RECORD.
           CLOSE COEF-MASTER-HIST-FILE.
           MOVE VT-IMAGE(WS-VT-FOUND) TO COEF-MASTER-RECORD.
           MOVE INQC-MODEL-ID TO CMST-MODEL-ID.
           MOVE WS-JOB-DATE TO CMST-EFF-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO CMST-EFF-TIME.
           REWRITE COEF-MASTER-RECORD.
           CLOSE COEF-MASTER-FILE.
           MOVE VT-IMAGE(WS-VT-FOUND) TO WS-VERSION-WORK.
           OPEN EXTEND AUDIT-FILE.
           INITIALIZE AUDIT-RECORD.
           MOVE WS-JOB-DATE TO DAUD-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO DAUD-TIME.
           MOVE INQC-MODEL-ID TO DAUD-MODEL-ID.
           MOVE "B" TO DAUD-ACTION.
           MOVE INQC-ANALYST-ID TO DAUD-ANALYST-ID.
           MOVE INQC-REASON TO DAUD-REASON.
           MOVE VW-EFF-DATE TO DAUD-SET-DATE.
           MOVE VW-EFF-TIME TO DAUD-SET-TIME.
           MOVE VW-SEED TO DAUD-SEED.
           MOVE VW-BEST-VALUE TO DAUD-BEST-VALUE.
           MOVE WS-BACKED-OUT-DATE TO DAUD-PRIOR-EFF-DATE.
           MOVE WS-BACKED-OUT-TIME TO DAUD-PRIOR-EFF-TIME.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           ADD 1 TO WS-ROLLBACK-COUNT.
           DISPLAY "PSQ055I MODEL '" INQC-MODEL-ID "' ROLLED BACK BY "
               INQC-ANALYST-ID " -- VERSION EFFECTIVE " VW-EFF-DATE
               " " VW-EFF-TIME " REINSTATED, VERSION EFFECTIVE "
               WS-BACKED-OUT-DATE " " WS-BACKED-OUT-TIME " RETIRED".
      *>      REPRINT THE TIMELINE AS IT NOW STANDS, MARKED AT THIS
      *>      MOMENT SO THE REINSTATED VERSION SHOWS AS IN FORCE.
           MOVE WS-JOB-DATE TO WS-ASOF-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO WS-ASOF-TIME.
           COMPUTE WS-ASOF-STAMP = WS-ASOF-DATE * 1000000
               + WS-ASOF-TIME.
           PERFORM 020-LOAD-VERSIONS.
           PERFORM 035-FIND-IN-FORCE.
           PERFORM 070-PRINT-TIMELINE.

       070-PRINT-TIMELINE.
      *>      ONE LINE PER VERSION, OLDEST RETIREMENT FIRST AND THE
      *>      CURRENT VERSION LAST, WITH THE ONE IN FORCE AT THE
      *>      CARD'S MOMENT MARKED AND ITS COEFFICIENTS LISTED BELOW.
           MOVE 99 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF INQC-CARD-TYPE = "R"
               STRING "VERSION TIMELINE FOR MODEL " INQC-MODEL-ID
                   " AFTER ROLLBACK BY " INQC-ANALYST-ID
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           ELSE
               STRING "VERSION TIMELINE FOR MODEL " INQC-MODEL-ID
                   "  AS OF " WS-ASOF-DATE " " WS-ASOF-TIME
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE ALL "-" TO WS-PRINT-DETAIL(1:60).
           PERFORM 071-PRINT-LINE.
           MOVE "  EFFECTIVE        RETIRED          SEED       MODE"
               TO WS-PRINT-DETAIL.
           MOVE "STATUS VARS  BEST VALUE" TO WS-PRINT-DETAIL(53:23).
           PERFORM 071-PRINT-LINE.
           IF WS-VT-COUNT = 0
               MOVE "  (NO VERSIONS ON PSOCMST OR PSOCMHS)"
                   TO WS-PRINT-DETAIL
               PERFORM 071-PRINT-LINE
           END-IF.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-COUNT
               MOVE VT-IMAGE(WS-VT-IDX) TO WS-VERSION-WORK
               IF VT-IS-CURRENT(WS-VT-IDX) = "Y"
                   MOVE "CURRENT" TO WS-PT-RETIRED
               ELSE
                   MOVE SPACES TO WS-PT-RETIRED
                   STRING VT-RET-DATE(WS-VT-IDX) " "
                       VT-RET-TIME(WS-VT-IDX)
                       DELIMITED BY SIZE INTO WS-PT-RETIRED
               END-IF
               IF WS-VT-IDX = WS-VT-FOUND
                   MOVE "<-- IN FORCE" TO WS-PT-MARK
               ELSE
                   MOVE SPACES TO WS-PT-MARK
               END-IF
               MOVE VW-BEST-VALUE TO WS-PV-VALUE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  " VW-EFF-DATE " " VW-EFF-TIME
                   "  " WS-PT-RETIRED
                   "  " VW-SEED
                   "  " VW-SEED-MODE
                   "    " VW-END-STATUS
                   "     " VW-N-VARS
                   "  " WS-PV-VALUE
                   "  " WS-PT-MARK
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 071-PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           IF WS-VT-FOUND > 0
               MOVE VT-IMAGE(WS-VT-FOUND) TO WS-VERSION-WORK
               MOVE "  COEFFICIENTS IN FORCE" TO WS-PRINT-DETAIL
               PERFORM 071-PRINT-LINE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > VW-N-VARS
                   OR J > 30
                   MOVE VW-COEFFICIENT(J) TO WS-PV-COEF
                   MOVE SPACES TO WS-PRINT-DETAIL
                   STRING "    VAR " J "  " WS-PV-COEF
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   PERFORM 071-PRINT-LINE
               END-PERFORM
           ELSE
               MOVE "  NO VERSION IN FORCE AT THIS MOMENT"
                   TO WS-PRINT-DETAIL
               PERFORM 071-PRINT-LINE
           END-IF.

       071-PRINT-LINE.
           IF WS-PRINT-LINE-COUNT >= 55
               PERFORM 072-PRINT-HEADING
           END-IF.
           MOVE WS-PRINT-DETAIL TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINE-COUNT.

       072-PRINT-HEADING.
           ADD 1 TO WS-PRINT-PAGE-NUM.
           MOVE SPACES TO PRINT-LINE.
           STRING "PARTICLE SWARM OPTIMIZER -- COEFFICIENT VERSION "
               "INQUIRY          RUN DATE " WS-JOB-DATE
               "          PAGE " WS-PRINT-PAGE-NUM
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-PRINT-LINE-COUNT.

       090-ABORT-RUN.
      *>      EVERY CALLER HAS ALREADY SET THE MESSAGE ID AND TEXT.
           MOVE "E" TO WS-EXCP-SEVERITY.
           PERFORM 096-FEED-CARD-EXCEPTION.
           CLOSE INQUIRY-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE PRINT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       095-WRITE-EXCEPTION.
      *>      APPEND ONE ITEM TO THE PSOEXCP OPERATIONS FEED. THE
      *>      CALLER SETS THE SEVERITY, MESSAGE ID, TEXT AND, WHERE
      *>      ONE IS INVOLVED, THE ITEM; THE ITEM FIELDS ARE CLEARED
      *>      AGAIN FOR THE NEXT CALLER.
           OPEN EXTEND EXCEPTION-FILE.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-JOB-DATE TO EXCP-JOB-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO EXCP-JOB-TIME.
           MOVE "PSOINQR" TO EXCP-PROGRAM-ID.
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

       096-FEED-CARD-EXCEPTION.
      *>      FEED AN ITEM ABOUT THE CARD NOW BEING PROCESSED.
           MOVE INQC-MODEL-ID TO WS-EXCP-MODEL-ID.
           MOVE "C" TO WS-EXCP-ITEM-TYPE.
           MOVE WS-CARD-COUNT TO WS-EXCP-ITEM-NUM.
           PERFORM 095-WRITE-EXCEPTION.
       END PROGRAM PSOINQR.
