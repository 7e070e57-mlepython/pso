      ******************************************************************
      * Author:
      * Date:
      * Purpose: OBSERVATION MASTER MAINTENANCE. A LOAD CARD POSTS
      *          THE ACCEPTED DETAILS OF ONE NIGHT'S PSOOBSV
      *          TRANSMISSION TO THE KEYED PSOOMST OBSERVATION MASTER
      *          UNDER ITS MODEL, SOURCE AND REPORTING PERIOD, WITH
      *          CONTROL TOTALS; A PURGE CARD AGES OUT THE PERIODS
      *          BEYOND A RETENTION LIMIT. PSO PULLS ITS CALIBRATION
      *          WORKING SET FROM THE MASTER BY PERIOD RANGE OR
      *          ROLLING WINDOW NAMED ON THE CONTROL HEADER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "PSOOMCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMCD-FILE-STATUS.
           SELECT OBSERVATION-FILE ASSIGN TO "PSOOBSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBSV-FILE-STATUS.
           SELECT OBS-MASTER-FILE ASSIGN TO "PSOOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OMST-KEY
               FILE STATUS IS WS-OMST-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "PSOOMRJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "PSOOMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
      *>      ONE CARD PER REQUEST:
      *>        L = LOAD  -- POST THE PSOOBSV TRANSMISSION ALLOCATED
      *>            TO THIS STEP UNDER THE MODEL, SOURCE AND
      *>            REPORTING PERIOD (YYYYMM) GIVEN. ONE LOAD CARD PER
      *>            STEP, SINCE PSOOBSV IS ONE TRANSMISSION.
      *>        P = PURGE -- DELETE EVERY PERIOD OLDER THAN THE LAST
      *>            RETAIN-MONTHS MONTHS ENDING AT THE AS-OF PERIOD
      *>            (BLANK = THE MONTH THE JOB RUNS IN). A BLANK MODEL
      *>            ID PURGES EVERY MODEL ON THE MASTER.
           05 OMCD-CARD-TYPE      PIC X(01).
           05 OMCD-MODEL-ID       PIC X(08).
           05 OMCD-PERIOD         PIC X(06).
           05 OMCD-SOURCE         PIC X(08).
           05 OMCD-RETAIN-MONTHS  PIC X(03).

       FD  OBSERVATION-FILE.
      *>      THE PSOOBSV TRANSMISSION, AS PSO READS IT: A HEADER WITH
      *>      THE EXPECTED DETAIL COUNT, THE DETAILS, AND A TRAILER
      *>      WITH THE COUNT AND A HASH TOTAL OVER OBS-MEASURED.
       01  OBSERVATION-HEADER-RECORD.
           05 OBSH-REC-TYPE PIC X(01).
           05 OBSH-EXPECTED-COUNT PIC 9(5).
       01  OBSERVATION-RECORD.
           05 OBS-REC-TYPE PIC X(01).
           05 OBS-INPUT PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.
           05 OBS-MEASURED PIC S9(7)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
       01  OBSERVATION-TRAILER-RECORD.
           05 OBST-REC-TYPE PIC X(01).
           05 OBST-RECORD-COUNT PIC 9(5).
           05 OBST-HASH-TOTAL PIC S9(13)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  OBS-MASTER-FILE.
       01  OBS-MASTER-RECORD.
      *>      ONE RECORD PER VALIDATED OBSERVATION, KEYED BY MODEL,
      *>      REPORTING PERIOD, SOURCE AND A SEQUENCE WITHIN THEM,
      *>      WITH THE DATE/TIME IT WAS LOADED. THE SAME LAYOUT AS IN
      *>      PSO.
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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
      *>      THE PSORJCT LAYOUT, SO THE DATA SUPPLIER GETS THE SAME
      *>      EVIDENCE FROM A LOAD AS FROM A CALIBRATION RUN:
      *>        DUP  = DUPLICATE OF AN OBSERVATION ALREADY ON THE
      *>               MASTER FOR THE MODEL, OR EARLIER IN THIS
      *>               TRANSMISSION
      *>        ZERO = EVERY INPUT AND THE MEASURED VALUE ARE ZERO
      *>      THE RANGE EDIT IS LEFT TO PSO, SINCE THE BOUNDS BELONG
      *>      TO THE CALIBRATION RUN, NOT TO THE DATA.
           05 RJCT-REASON-CODE PIC X(04).
           05 RJCT-SEQ-NUM     PIC 9(5).
           05 RJCT-VAR-NUM     PIC 9(2).
           05 RJCT-OBS-DATA    PIC X(345).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

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
       01  WS-OMCD-FILE-STATUS PIC X(02).
       01  WS-OBSV-FILE-STATUS PIC X(02).
       01  WS-OMST-FILE-STATUS PIC X(02).
       01  WS-OMCD-EOF PIC X(01) VALUE "N".
       01  WS-OMST-EOF PIC X(01).
       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-TIME-RAW PIC 9(8).
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  WS-CARD-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-LOAD-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-PURGE-CARD-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-ERROR-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-CARD-OK PIC X(01).
       01  WS-MASTER-OPEN PIC X(01) VALUE "N".

       01  WS-PERIOD PIC 9(6).
       01  WS-PERIOD-WORK PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM   PIC 99.
       01  WS-RETAIN-MONTHS PIC 9(3).
      *>      A PERIOD AS A MONTH COUNT (YYYY * 12 + MM - 1), SO THE
      *>      RETENTION CUTOFF CAN STEP BACK ACROSS A YEAR END.
       01  WS-MONTH-NUM PIC 9(7).
       01  WS-CUTOFF-PERIOD PIC 9(6).

       01  WS-EXCP-MODEL-ID PIC X(08) VALUE SPACES.
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       01  WS-OBS-HDR-SEEN PIC X(01).
       01  WS-OBS-TRL-SEEN PIC X(01).
       01  WS-OBS-EXPECTED PIC 9(5).
       01  WS-OBS-READ-COUNT PIC 9(5).
       01  WS-OBS-TRL-COUNT PIC 9(5).
       01  WS-OBS-HASH PIC S9(13)V9(6).
       01  WS-OBS-TRL-HASH PIC S9(13)V9(6).
       01  WS-OBS-POSTED-COUNT PIC 9(5).
       01  WS-OBS-DUP-COUNT PIC 9(5).
       01  WS-OBS-ZERO-COUNT PIC 9(5).
       01  WS-OBS-REASON PIC X(04).
       01  WS-OBS-ZERO-FLAG PIC X(01).
       01  WS-OBS-MATCH PIC X(01).
       01  WS-NEXT-SEQ PIC 9(6).

       01  WS-OMT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-OMT-IDX PIC 9(5).
       01  WS-OMT-BEFORE PIC 9(5).
       01  OBS-MASTER-TABLE OCCURS 5000 TIMES.
      *>      EVERY OBSERVATION THE MASTER ALREADY HOLDS FOR THE LOAD
      *>      CARD'S MODEL, WHATEVER ITS PERIOD OR SOURCE, PLUS EACH
      *>      DETAIL POSTED FROM THIS TRANSMISSION, SO A RE-SENT OR
      *>      OVERLAPPING FILE IS CAUGHT AS DUPLICATES.
           05 OMT-MEASURED PIC S9(7)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 OMT-INPUT PIC S9(4)V9(6)
              SIGN IS LEADING SEPARATE CHARACTER OCCURS 30 TIMES.

       01  WS-PURGE-MODEL PIC X(08).
       01  WS-PURGE-DELETED PIC 9(7).
       01  WS-PURGE-KEPT PIC 9(7).
       01  WS-PURGE-TOTAL PIC 9(7).

       01  WS-PRINT-DETAIL PIC X(132).
       01  WS-PRINT-LINE-COUNT PIC 9(3) VALUE 99.
      *>      STARTS PAST THE PAGE SIZE SO THE FIRST DETAIL LINE
      *>      FORCES THE FIRST PAGE HEADING.
       01  WS-PRINT-PAGE-NUM PIC 9(3) VALUE ZEROES.
       01  WS-PV-HASH PIC -(13)9.9(6).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      THE CONDITION CODE IS 00 WHEN EVERY CARD WAS APPLIED, 04
      *>      WHEN ANY WAS REFUSED, 12 ON A FILE ERROR OR A
      *>      TRANSMISSION WHOSE CONTROL TOTALS DO NOT RECONCILE.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           OPEN INPUT CARD-FILE.
           IF WS-OMCD-FILE-STATUS NOT = "00"
               DISPLAY "PSL000E PSOOMCD CARD DATASET IS NOT "
                   "AVAILABLE (FILE STATUS " WS-OMCD-FILE-STATUS ")"
               MOVE "PSL000E" TO WS-EXCP-MSG-ID
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOOMCD CARD DATASET IS NOT AVAILABLE "
                   "(FILE STATUS " WS-OMCD-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM UNTIL WS-OMCD-EOF = "Y"
               READ CARD-FILE
                   AT END
                       MOVE "Y" TO WS-OMCD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 010-EDIT-CARD
                       IF WS-CARD-OK = "Y"
                           PERFORM 020-OPEN-MASTER
                           IF OMCD-CARD-TYPE = "L"
                               PERFORM 030-LOAD-TRANSMISSION
                           ELSE
                               PERFORM 050-PURGE-PERIODS
                           END-IF
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MASTER-OPEN = "Y"
               CLOSE OBS-MASTER-FILE
           END-IF.
           CLOSE CARD-FILE.
           CLOSE REJECT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "PSL000I " WS-CARD-COUNT " CARDS: "
               WS-LOAD-COUNT " LOADED, " WS-PURGE-CARD-COUNT
               " PURGED, " WS-ERROR-COUNT " REFUSED".
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-JOB-OUTCOME
           END-IF.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-EDIT-CARD.
           MOVE "Y" TO WS-CARD-OK.
           IF OMCD-CARD-TYPE NOT = "L" AND OMCD-CARD-TYPE NOT = "P"
               DISPLAY "PSL010E CARD " WS-CARD-COUNT " TYPE '"
                   OMCD-CARD-TYPE "' IS NOT L (LOAD) OR P (PURGE)"
               MOVE "N" TO WS-CARD-OK
               MOVE "CARD TYPE IS NOT L (LOAD) OR P (PURGE)"
                   TO WS-EXCP-TEXT
           END-IF.
           IF OMCD-PERIOD = SPACES AND OMCD-CARD-TYPE = "P"
               MOVE WS-JOB-DATE(1:6) TO WS-PERIOD
           ELSE
               IF OMCD-PERIOD NUMERIC
                   MOVE OMCD-PERIOD TO WS-PERIOD
               ELSE
                   MOVE ZEROES TO WS-PERIOD
               END-IF
           END-IF.
           MOVE WS-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-YYYY = 0
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "PSL010E CARD " WS-CARD-COUNT
                   " PERIOD IS NOT A NUMERIC YYYYMM"
               MOVE "N" TO WS-CARD-OK
               MOVE "CARD PERIOD IS NOT A NUMERIC YYYYMM"
                   TO WS-EXCP-TEXT
           END-IF.
           IF OMCD-CARD-TYPE = "L"
               IF OMCD-MODEL-ID = SPACES
                   DISPLAY "PSL010E CARD " WS-CARD-COUNT
                       " LOAD HAS NO MODEL ID"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "LOAD HAS NO MODEL ID" TO WS-EXCP-TEXT
               END-IF
               IF OMCD-SOURCE = SPACES
                   DISPLAY "PSL010E CARD " WS-CARD-COUNT
                       " LOAD HAS NO SOURCE"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "LOAD HAS NO SOURCE" TO WS-EXCP-TEXT
               END-IF
               IF WS-LOAD-COUNT > 0
                   DISPLAY "PSL010E CARD " WS-CARD-COUNT
                       " IS A SECOND LOAD CARD -- PSOOBSV IS ONE "
                       "TRANSMISSION, SO RUN ONE LOAD PER STEP"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "SECOND LOAD CARD -- RUN ONE LOAD PER STEP"
                       TO WS-EXCP-TEXT
               END-IF
           END-IF.
           IF OMCD-CARD-TYPE = "P"
               IF OMCD-RETAIN-MONTHS NUMERIC
                   MOVE OMCD-RETAIN-MONTHS TO WS-RETAIN-MONTHS
               ELSE
                   MOVE ZEROES TO WS-RETAIN-MONTHS
               END-IF
               IF WS-RETAIN-MONTHS = 0
                   DISPLAY "PSL010E CARD " WS-CARD-COUNT
                       " PURGE RETAIN-MONTHS IS NOT A NUMBER FROM "
                       "001 TO 999"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "PURGE RETAIN-MONTHS IS NOT 001 TO 999"
                       TO WS-EXCP-TEXT
               END-IF
           END-IF.
           IF WS-CARD-OK = "N"
      *>          ONE FEED ITEM PER REFUSED CARD, CARRYING THE LAST
      *>          PROBLEM FOUND; SYSOUT LISTS THEM ALL.
               MOVE "E" TO WS-EXCP-SEVERITY
               MOVE "PSL010E" TO WS-EXCP-MSG-ID
               PERFORM 096-FEED-CARD-EXCEPTION
           END-IF.

       020-OPEN-MASTER.
      *>      THE MASTER STAYS OPEN I-O FOR THE REST OF THE CARDS.
      *>      THE FIRST LOAD EVER CREATES IT, THE SAME WAY PSO
      *>      CREATES PSOCMST.
           IF WS-MASTER-OPEN = "N"
               OPEN I-O OBS-MASTER-FILE
               IF WS-OMST-FILE-STATUS = "35"
                   OPEN OUTPUT OBS-MASTER-FILE
                   IF WS-OMST-FILE-STATUS = "00"
                       CLOSE OBS-MASTER-FILE
                       OPEN I-O OBS-MASTER-FILE
                   END-IF
               END-IF
               IF WS-OMST-FILE-STATUS NOT = "00"
                   DISPLAY "PSL020E PSOOMST OBSERVATION MASTER IS NOT "
                       "USABLE (FILE STATUS " WS-OMST-FILE-STATUS ")"
                   MOVE "PSL020E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOOMST OBSERVATION MASTER IS NOT USABLE "
                       "(FILE STATUS " WS-OMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 090-ABORT-RUN
               END-IF
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

       030-LOAD-TRANSMISSION.
      *>      FIRST PASS: RECONCILE THE TRANSMISSION'S HEADER AND
      *>      TRAILER CONTROL TOTALS EXACTLY AS PSO DOES. A FILE THAT
      *>      DOES NOT RECONCILE IS A HARD STOP WITH NOTHING POSTED,
      *>      SO THE MASTER NEVER HOLDS HALF A TRANSMISSION.
           MOVE "N" TO WS-OBS-HDR-SEEN.
           MOVE "N" TO WS-OBS-TRL-SEEN.
           MOVE ZEROES TO WS-OBS-EXPECTED.
           MOVE ZEROES TO WS-OBS-READ-COUNT.
           MOVE ZEROES TO WS-OBS-TRL-COUNT.
           MOVE ZEROES TO WS-OBS-HASH.
           MOVE ZEROES TO WS-OBS-TRL-HASH.
           OPEN INPUT OBSERVATION-FILE.
           IF WS-OBSV-FILE-STATUS NOT = "00"
               DISPLAY "PSL030E LOAD CARD " WS-CARD-COUNT
                   " NEEDS THE PSOOBSV TRANSMISSION (FILE STATUS "
                   WS-OBSV-FILE-STATUS ")"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "LOAD NEEDS THE PSOOBSV TRANSMISSION "
                   "(FILE STATUS " WS-OBSV-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM UNTIL WS-OBSV-FILE-STATUS NOT = "00"
               READ OBSERVATION-FILE
                   NOT AT END
                       PERFORM 031-RECONCILE-RECORD
               END-READ
           END-PERFORM.
           CLOSE OBSERVATION-FILE.
           IF WS-OBS-HDR-SEEN NOT = "Y"
               DISPLAY "PSL030E PSOOBSV HAS NO HEADER RECORD -- "
                   "CONTROL TOTALS CANNOT BE VERIFIED"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE "PSOOBSV HAS NO HEADER RECORD" TO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           IF WS-OBS-TRL-SEEN NOT = "Y"
               DISPLAY "PSL030E PSOOBSV HAS NO TRAILER RECORD -- "
                   "THE TRANSMISSION IS INCOMPLETE"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE "PSOOBSV HAS NO TRAILER RECORD" TO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           IF WS-OBS-READ-COUNT NOT = WS-OBS-EXPECTED
               DISPLAY "PSL030E PSOOBSV HEADER EXPECTS "
                   WS-OBS-EXPECTED " DETAILS BUT " WS-OBS-READ-COUNT
                   " WERE READ -- TOTALS DO NOT RECONCILE"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOOBSV HEADER EXPECTS " WS-OBS-EXPECTED
                   " DETAILS BUT " WS-OBS-READ-COUNT " WERE READ"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           IF WS-OBS-READ-COUNT NOT = WS-OBS-TRL-COUNT
               DISPLAY "PSL030E PSOOBSV TRAILER COUNTS "
                   WS-OBS-TRL-COUNT " DETAILS BUT " WS-OBS-READ-COUNT
                   " WERE READ -- TOTALS DO NOT RECONCILE"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOOBSV TRAILER COUNTS " WS-OBS-TRL-COUNT
                   " DETAILS BUT " WS-OBS-READ-COUNT " WERE READ"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           IF WS-OBS-HASH NOT = WS-OBS-TRL-HASH
               DISPLAY "PSL030E PSOOBSV HASH TOTAL OVER OBS-MEASURED "
                   "DOES NOT RECONCILE WITH THE TRAILER"
               MOVE "PSL030E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOOBSV HASH TOTAL DOES NOT RECONCILE WITH THE "
                   "TRAILER"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM 035-LOAD-MODEL-ROWS.
           IF WS-OMT-COUNT + WS-OBS-READ-COUNT > 5000
               DISPLAY "PSL035E MODEL '" OMCD-MODEL-ID "' WOULD HOLD "
                   "MORE THAN THE COMPILED CEILING OF 5000 "
                   "OBSERVATIONS -- PURGE OLD PERIODS BEFORE LOADING"
               MOVE "PSL035E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "LOAD WOULD EXCEED THE CEILING OF 5000 "
                   "OBSERVATIONS -- PURGE OLD PERIODS"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM 040-POST-TRANSMISSION.
           ADD 1 TO WS-LOAD-COUNT.
           PERFORM 070-PRINT-LOAD-TOTALS.
           DISPLAY "PSL030I MODEL '" OMCD-MODEL-ID "' SOURCE '"
               OMCD-SOURCE "' PERIOD " WS-PERIOD ": READ "
               WS-OBS-READ-COUNT ", POSTED " WS-OBS-POSTED-COUNT
               ", REJECTED " WS-OBS-DUP-COUNT " DUP "
               WS-OBS-ZERO-COUNT " ZERO -- SEE PSOOMRJ".

       031-RECONCILE-RECORD.
           EVALUATE OBS-REC-TYPE
               WHEN "H"
                   IF WS-OBS-HDR-SEEN = "Y"
                       DISPLAY "PSL030E PSOOBSV HAS MORE THAN ONE "
                           "HEADER RECORD"
                       MOVE "PSL030E" TO WS-EXCP-MSG-ID
                       MOVE "PSOOBSV HAS MORE THAN ONE HEADER RECORD"
                           TO WS-EXCP-TEXT
                       PERFORM 090-ABORT-RUN
                   END-IF
                   MOVE "Y" TO WS-OBS-HDR-SEEN
                   MOVE OBSH-EXPECTED-COUNT TO WS-OBS-EXPECTED
               WHEN "D"
                   IF WS-OBS-TRL-SEEN = "Y"
                       DISPLAY "PSL030E PSOOBSV HAS DETAIL RECORDS "
                           "AFTER THE TRAILER"
                       MOVE "PSL030E" TO WS-EXCP-MSG-ID
                       MOVE SPACES TO WS-EXCP-TEXT
                       STRING "PSOOBSV HAS DETAIL RECORDS AFTER THE "
                           "TRAILER"
                           DELIMITED BY SIZE INTO WS-EXCP-TEXT
                       PERFORM 090-ABORT-RUN
                   END-IF
                   ADD 1 TO WS-OBS-READ-COUNT
                   ADD OBS-MEASURED TO WS-OBS-HASH
               WHEN "T"
                   IF WS-OBS-TRL-SEEN = "Y"
                       DISPLAY "PSL030E PSOOBSV HAS MORE THAN ONE "
                           "TRAILER RECORD"
                       MOVE "PSL030E" TO WS-EXCP-MSG-ID
                       MOVE "PSOOBSV HAS MORE THAN ONE TRAILER RECORD"
                           TO WS-EXCP-TEXT
                       PERFORM 090-ABORT-RUN
                   END-IF
                   MOVE "Y" TO WS-OBS-TRL-SEEN
                   MOVE OBST-RECORD-COUNT TO WS-OBS-TRL-COUNT
                   MOVE OBST-HASH-TOTAL TO WS-OBS-TRL-HASH
               WHEN OTHER
                   DISPLAY "PSL030E PSOOBSV RECORD TYPE '"
                       OBS-REC-TYPE "' IS NOT H, D OR T"
                   MOVE "PSL030E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOOBSV RECORD TYPE '" OBS-REC-TYPE
                       "' IS NOT H, D OR T"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 090-ABORT-RUN
           END-EVALUATE.

       035-LOAD-MODEL-ROWS.
      *>      GATHER WHAT THE MASTER ALREADY HOLDS FOR THE MODEL, FOR
      *>      THE DUPLICATE EDIT, AND FIND THE HIGHEST SEQUENCE USED
      *>      UNDER THIS PERIOD AND SOURCE SO A SECOND TRANSMISSION FOR
      *>      THE SAME PERIOD CARRIES ON FROM IT.
           MOVE ZEROES TO WS-OMT-COUNT.
           MOVE ZEROES TO WS-NEXT-SEQ.
           MOVE "N" TO WS-OMST-EOF.
           MOVE LOW-VALUES TO OMST-KEY.
           MOVE OMCD-MODEL-ID TO OMST-MODEL-ID.
           START OBS-MASTER-FILE KEY IS NOT LESS THAN OMST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OMST-EOF
           END-START.
           PERFORM UNTIL WS-OMST-EOF = "Y"
               READ OBS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OMST-EOF
                   NOT AT END
                       IF OMST-MODEL-ID NOT = OMCD-MODEL-ID
                           MOVE "Y" TO WS-OMST-EOF
                       ELSE
                           PERFORM 036-KEEP-MODEL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OMT-COUNT TO WS-OMT-BEFORE.

       036-KEEP-MODEL-ROW.
           IF WS-OMT-COUNT >= 5000
               DISPLAY "PSL035E MODEL '" OMCD-MODEL-ID "' HOLDS MORE "
                   "THAN THE COMPILED CEILING OF 5000 OBSERVATIONS "
                   "-- PURGE OLD PERIODS BEFORE LOADING"
               MOVE "PSL035E" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "MASTER HOLDS MORE THAN THE CEILING OF 5000 "
                   "OBSERVATIONS -- PURGE OLD PERIODS"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           ADD 1 TO WS-OMT-COUNT.
           MOVE OMST-MEASURED TO OMT-MEASURED(WS-OMT-COUNT).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
               MOVE OMST-INPUT(J) TO OMT-INPUT(WS-OMT-COUNT J)
           END-PERFORM.
           IF OMST-PERIOD = WS-PERIOD AND OMST-SOURCE = OMCD-SOURCE
               AND OMST-SEQ > WS-NEXT-SEQ
               MOVE OMST-SEQ TO WS-NEXT-SEQ
           END-IF.

       040-POST-TRANSMISSION.
      *>      SECOND PASS: EDIT EACH DETAIL AND POST THE CLEAN ONES.
      *>      REJECTS GO TO PSOOMRJ WITH THEIR SEQUENCE NUMBER IN THE
      *>      TRANSMISSION.
           MOVE ZEROES TO WS-OBS-READ-COUNT.
           MOVE ZEROES TO WS-OBS-POSTED-COUNT.
           MOVE ZEROES TO WS-OBS-DUP-COUNT.
           MOVE ZEROES TO WS-OBS-ZERO-COUNT.
           OPEN INPUT OBSERVATION-FILE.
           PERFORM UNTIL WS-OBSV-FILE-STATUS NOT = "00"
               READ OBSERVATION-FILE
                   NOT AT END
                       IF OBS-REC-TYPE = "D"
                           ADD 1 TO WS-OBS-READ-COUNT
                           PERFORM 041-EDIT-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBSERVATION-FILE.

       041-EDIT-DETAIL.
           MOVE SPACES TO WS-OBS-REASON.
           MOVE "Y" TO WS-OBS-ZERO-FLAG.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
               IF OBS-INPUT(J) NOT = 0
                   MOVE "N" TO WS-OBS-ZERO-FLAG
               END-IF
           END-PERFORM.
           IF OBS-MEASURED NOT = 0
               MOVE "N" TO WS-OBS-ZERO-FLAG
           END-IF.
           IF WS-OBS-ZERO-FLAG = "Y"
               MOVE "ZERO" TO WS-OBS-REASON
               ADD 1 TO WS-OBS-ZERO-COUNT
           END-IF.
           IF WS-OBS-REASON = SPACES
               PERFORM VARYING WS-OMT-IDX FROM 1 BY 1
                   UNTIL WS-OMT-IDX > WS-OMT-COUNT
                   OR WS-OBS-REASON NOT = SPACES
                   IF OBS-MEASURED = OMT-MEASURED(WS-OMT-IDX)
                       MOVE "Y" TO WS-OBS-MATCH
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
                           IF OBS-INPUT(J) NOT = OMT-INPUT(WS-OMT-IDX J)
                               MOVE "N" TO WS-OBS-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-OBS-MATCH = "Y"
                           MOVE "DUP" TO WS-OBS-REASON
                           ADD 1 TO WS-OBS-DUP-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-OBS-REASON = SPACES
               PERFORM 042-POST-DETAIL
           ELSE
               INITIALIZE REJECT-RECORD
               MOVE WS-OBS-REASON TO RJCT-REASON-CODE
               MOVE WS-OBS-READ-COUNT TO RJCT-SEQ-NUM
               MOVE OBSERVATION-RECORD TO RJCT-OBS-DATA
               WRITE REJECT-RECORD
               MOVE OMCD-MODEL-ID TO WS-EXCP-MODEL-ID
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSL041W" TO WS-EXCP-MSG-ID
               MOVE "O" TO WS-EXCP-ITEM-TYPE
               MOVE WS-OBS-READ-COUNT TO WS-EXCP-ITEM-NUM
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOOBSV DETAIL NOT POSTED, REASON "
                   WS-OBS-REASON " -- SEE PSOOMRJ"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
           END-IF.

       042-POST-DETAIL.
           ADD 1 TO WS-NEXT-SEQ.
           INITIALIZE OBS-MASTER-RECORD.
           MOVE OMCD-MODEL-ID TO OMST-MODEL-ID.
           MOVE WS-PERIOD TO OMST-PERIOD.
           MOVE OMCD-SOURCE TO OMST-SOURCE.
           MOVE WS-NEXT-SEQ TO OMST-SEQ.
           MOVE WS-JOB-DATE TO OMST-LOAD-DATE.
           MOVE WS-JOB-TIME-RAW(1:6) TO OMST-LOAD-TIME.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
               MOVE OBS-INPUT(J) TO OMST-INPUT(J)
           END-PERFORM.
           MOVE OBS-MEASURED TO OMST-MEASURED.
           WRITE OBS-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PSL040E PSOOMST REFUSED KEY "
                       OMST-MODEL-ID " " OMST-PERIOD " " OMST-SOURCE
                       " " OMST-SEQ " (FILE STATUS "
                       WS-OMST-FILE-STATUS ")"
                   MOVE "PSL040E" TO WS-EXCP-MSG-ID
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING "PSOOMST REFUSED KEY " OMST-PERIOD " "
                       OMST-SOURCE " " OMST-SEQ " (FILE STATUS "
                       WS-OMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM 090-ABORT-RUN
           END-WRITE.
           ADD 1 TO WS-OBS-POSTED-COUNT.
           ADD 1 TO WS-OMT-COUNT.
           MOVE OBS-MEASURED TO OMT-MEASURED(WS-OMT-COUNT).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
               MOVE OBS-INPUT(J) TO OMT-INPUT(WS-OMT-COUNT J)
           END-PERFORM.

       050-PURGE-PERIODS.
      *>      THE CUTOFF IS THE FIRST PERIOD KEPT: THE AS-OF PERIOD
      *>      LESS (RETAIN-MONTHS - 1) MONTHS. EVERY EARLIER PERIOD IS
      *>      DELETED, AND EACH MODEL'S DELETED AND KEPT COUNTS ARE
      *>      PRINTED.
           MOVE WS-PERIOD TO WS-PERIOD-WORK.
           COMPUTE WS-MONTH-NUM = WS-PERIOD-YYYY * 12 + WS-PERIOD-MM
               - WS-RETAIN-MONTHS.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-PERIOD-YYYY
               REMAINDER WS-PERIOD-MM.
           ADD 1 TO WS-PERIOD-MM.
           MOVE WS-PERIOD-WORK TO WS-CUTOFF-PERIOD.
           MOVE 99 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "PURGE  CARD " WS-CARD-COUNT "  AS OF " WS-PERIOD
               "  RETAIN " WS-RETAIN-MONTHS " MONTHS  -- PERIODS "
               "BEFORE " WS-CUTOFF-PERIOD " DELETED"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE ALL "-" TO WS-PRINT-DETAIL(1:60).
           PERFORM 071-PRINT-LINE.
           MOVE "  MODEL       DELETED     KEPT" TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE ZEROES TO WS-PURGE-TOTAL.
           MOVE SPACES TO WS-PURGE-MODEL.
           MOVE ZEROES TO WS-PURGE-DELETED.
           MOVE ZEROES TO WS-PURGE-KEPT.
           MOVE "N" TO WS-OMST-EOF.
           MOVE LOW-VALUES TO OMST-KEY.
           IF OMCD-MODEL-ID NOT = SPACES
               MOVE OMCD-MODEL-ID TO OMST-MODEL-ID
           END-IF.
           START OBS-MASTER-FILE KEY IS NOT LESS THAN OMST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OMST-EOF
           END-START.
           PERFORM UNTIL WS-OMST-EOF = "Y"
               READ OBS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OMST-EOF
                   NOT AT END
                       IF OMCD-MODEL-ID NOT = SPACES
                           AND OMST-MODEL-ID NOT = OMCD-MODEL-ID
                           MOVE "Y" TO WS-OMST-EOF
                       ELSE
                           PERFORM 051-PURGE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PURGE-MODEL NOT = SPACES
               PERFORM 055-PRINT-MODEL-COUNTS
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  TOTAL DELETED " WS-PURGE-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           ADD 1 TO WS-PURGE-CARD-COUNT.
           DISPLAY "PSL050I PURGE CARD " WS-CARD-COUNT " DELETED "
               WS-PURGE-TOTAL " OBSERVATIONS FROM PERIODS BEFORE "
               WS-CUTOFF-PERIOD.

       051-PURGE-RECORD.
           IF OMST-MODEL-ID NOT = WS-PURGE-MODEL
               IF WS-PURGE-MODEL NOT = SPACES
                   PERFORM 055-PRINT-MODEL-COUNTS
               END-IF
               MOVE OMST-MODEL-ID TO WS-PURGE-MODEL
               MOVE ZEROES TO WS-PURGE-DELETED
               MOVE ZEROES TO WS-PURGE-KEPT
           END-IF.
           IF OMST-PERIOD < WS-CUTOFF-PERIOD
               DELETE OBS-MASTER-FILE
                   INVALID KEY
                       DISPLAY "PSL050E PSOOMST REFUSED THE DELETE OF "
                           "KEY " OMST-MODEL-ID " " OMST-PERIOD " "
                           OMST-SOURCE " " OMST-SEQ " (FILE STATUS "
                           WS-OMST-FILE-STATUS ")"
                       MOVE "PSL050E" TO WS-EXCP-MSG-ID
                       MOVE SPACES TO WS-EXCP-TEXT
                       STRING "PSOOMST REFUSED THE DELETE OF KEY "
                           OMST-PERIOD " " OMST-SOURCE " " OMST-SEQ
                           " (FILE STATUS "
                           WS-OMST-FILE-STATUS ")"
                           DELIMITED BY SIZE INTO WS-EXCP-TEXT
                       PERFORM 090-ABORT-RUN
               END-DELETE
               ADD 1 TO WS-PURGE-DELETED
               ADD 1 TO WS-PURGE-TOTAL
           ELSE
               ADD 1 TO WS-PURGE-KEPT
           END-IF.

       055-PRINT-MODEL-COUNTS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  " WS-PURGE-MODEL "  " WS-PURGE-DELETED "  "
               WS-PURGE-KEPT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.

       070-PRINT-LOAD-TOTALS.
      *>      THE CONTROL TOTALS FOR ONE LOAD: WHAT THE TRANSMISSION
      *>      SAID IT HELD, WHAT WAS READ, AND WHERE EVERY DETAIL WENT.
      *>      READ = POSTED + DUP + ZERO ALWAYS.
           MOVE 99 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "LOAD   CARD " WS-CARD-COUNT "  MODEL " OMCD-MODEL-ID
               "  SOURCE " OMCD-SOURCE "  PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE ALL "-" TO WS-PRINT-DETAIL(1:60).
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  HEADER EXPECTED COUNT    " WS-OBS-EXPECTED
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  TRAILER RECORD COUNT     " WS-OBS-TRL-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE WS-OBS-TRL-HASH TO WS-PV-HASH.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  TRAILER HASH TOTAL       " WS-PV-HASH
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  DETAILS READ             " WS-OBS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  POSTED TO PSOOMST        " WS-OBS-POSTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  REJECTED DUP             " WS-OBS-DUP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  REJECTED ZERO            " WS-OBS-ZERO-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  MODEL ON MASTER BEFORE   " WS-OMT-BEFORE
               "  AFTER " WS-OMT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.

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
           STRING "PARTICLE SWARM OPTIMIZER -- OBSERVATION MASTER "
               "MAINTENANCE       RUN DATE " WS-JOB-DATE
               "          PAGE " WS-PRINT-PAGE-NUM
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-PRINT-LINE-COUNT.

       090-ABORT-RUN.
      *>      A LOAD ABORTED BY A CONTROL-TOTAL FAILURE OR THE TABLE
      *>      CEILING HAS POSTED NOTHING; A KEY REFUSED PART WAY
      *>      THROUGH POSTING LEAVES THE DETAILS POSTED SO FAR, WHICH
      *>      A RERUN OF THE SAME LOAD THEN REJECTS AS DUPLICATES.
      *>      EVERY CALLER HAS ALREADY SET THE MESSAGE ID AND TEXT.
           MOVE "E" TO WS-EXCP-SEVERITY.
           PERFORM 096-FEED-CARD-EXCEPTION.
           IF WS-MASTER-OPEN = "Y"
               CLOSE OBS-MASTER-FILE
           END-IF.
           CLOSE CARD-FILE.
           CLOSE OBSERVATION-FILE.
           CLOSE REJECT-FILE.
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
           MOVE "PSOOMNT" TO EXCP-PROGRAM-ID.
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
           MOVE OMCD-MODEL-ID TO WS-EXCP-MODEL-ID.
           MOVE "C" TO WS-EXCP-ITEM-TYPE.
           MOVE WS-CARD-COUNT TO WS-EXCP-ITEM-NUM.
           PERFORM 095-WRITE-EXCEPTION.
       END PROGRAM PSOOMNT.
