      ******************************************************************
      * Author:
      * Date:
      * Purpose: MULTI-MODEL JOB STREAM. READS A STACKED CONTROL DECK
      *          OF SEVERAL MODEL GROUPS, POINTS EACH MODEL AT ITS OWN
      *          DATASETS, RUNS THE OPTIMIZER (PSO) FOR EACH MODEL IN
      *          TURN, AND ENDS WITH ONE CONSOLIDATED STATUS REPORT. A
      *          MODEL THAT FAILS IS RECORDED AND SKIPPED; THE REST OF
      *          THE STREAM STILL RUNS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOJSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CONTROL-FILE ASSIGN TO "PSOJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCTL-FILE-STATUS.
           SELECT MODEL-CONTROL-FILE ASSIGN USING WS-CTRL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCTL-FILE-STATUS.
      *>      ONE PSOCTRL PER MODEL, NAMED PSOCTRL.<MODEL ID>, CUT
      *>      FROM THE STACKED DECK AND HANDED TO PSO AS ITS PSOCTRL.
           SELECT MODEL-STATUS-FILE ASSIGN USING WS-STAT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTA-FILE-STATUS.
           SELECT JOB-REPORT-FILE ASSIGN TO "PSOJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROL-FILE.
       01  JCTL-GROUP-CARD.
      *>      THE STACKED DECK: EACH MODEL'S GROUP OPENS WITH ONE 'M'
      *>      CARD, FOLLOWED BY THAT MODEL'S ORDINARY PSOCTRL RECORDS
      *>      (HEADER, BOUND RECORDS, SWEEP RECORD) UNCHANGED. THE
      *>      CARD NAMES THE MODEL AND ITS INPUT DATASETS; A BLANK
      *>      DATASET NAME TAKES <DDNAME>.<MODEL ID>, E.G.
      *>      PSOOBSV.RATES01. THE HEADER'S CTL-MODEL-ID MUST MATCH
      *>      THE CARD SO A DECK CANNOT BE FILED UNDER ANOTHER MODEL.
           05 JCTL-REC-TYPE     PIC X(01).
           05 JCTL-MODEL-ID     PIC X(08).
           05 JCTL-OBSV-DSN     PIC X(44).
           05 JCTL-CNST-DSN     PIC X(44).
           05 JCTL-REFC-DSN     PIC X(44).
           05 JCTL-VDCT-DSN     PIC X(44).
           05 JCTL-SEED-DSN     PIC X(44).
       01  JCTL-DECK-RECORD.
           05 FILLER            PIC X(79).
           05 JCTL-DECK-MODEL-ID PIC X(08).
           05 FILLER            PIC X(142).

       FD  MODEL-CONTROL-FILE.
       01  MCTL-RECORD PIC X(229).

       FD  MODEL-STATUS-FILE.
       01  MSTA-RECORD.
      *>      PSO'S COMPLETION-STATUS RECORD (PSOSTAT LAYOUT).
           05 MSTA-OUTCOME-CODE PIC 9(2).
           05 MSTA-MESSAGE-ID   PIC X(8).
           05 MSTA-ITER-USED    PIC 9(4).
           05 MSTA-ELAPSED-SECS PIC 9(6).

       FD  JOB-REPORT-FILE.
       01  JRPT-LINE PIC X(132).

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
       01  WS-JCTL-FILE-STATUS PIC X(02).
       01  WS-MCTL-FILE-STATUS PIC X(02).
       01  WS-MSTA-FILE-STATUS PIC X(02).
       01  WS-JCTL-EOF PIC X(01) VALUE "N".
       01  WS-STATUS-FOUND PIC X(01).
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  WS-CTRL-DSN PIC X(60).
       01  WS-STAT-DSN PIC X(60).
       01  WS-MODEL-ID PIC X(08).
       01  WS-GROUP-ERROR PIC X(60).
       01  WS-DECK-COUNT PIC 9(5).
       01  WS-CALL-RC PIC S9(9).
       01  WS-ENV-NAME PIC X(12).
       01  WS-ENV-VALUE PIC X(60).
       01  WS-DD-NAME PIC X(08).
       01  WS-DD-DSN PIC X(44).
       01  WS-OUT-IDX PIC 99.
       01  WS-MODEL-IDX PIC 99.
       01  WS-MODEL-COUNT PIC 99 VALUE ZEROES.
       01  WS-MODEL-TABLE.
      *>      EVERY MODEL ID SEEN IN THE STREAM. A SECOND GROUP FOR
      *>      THE SAME MODEL WOULD OVERWRITE THE FIRST ONE'S DATASETS,
      *>      SO IT IS REFUSED.
           05 WS-SEEN-MODEL PIC X(08) OCCURS 50 TIMES.
       01  WS-OUTPUT-DD-NAMES.
      *>      PSO'S PER-RUN OUTPUT DATASETS. EACH MODEL GETS ITS OWN
      *>      COPY AS <DDNAME>.<MODEL ID> SO NO MODEL OVERWRITES
      *>      ANOTHER'S. PSOCMST, PSOCMHS, PSOHIST AND PSOHELD ARE NOT
      *>      LISTED: THEY ARE KEYED OR APPENDED BY MODEL ID AND STAY
      *>      SHARED BY THE WHOLE STREAM.
           05 FILLER PIC X(08) VALUE "PSOREPT".
           05 FILLER PIC X(08) VALUE "PSOCKPT".
           05 FILLER PIC X(08) VALUE "PSOSUMM".
           05 FILLER PIC X(08) VALUE "PSODIAG".
           05 FILLER PIC X(08) VALUE "PSORSLT".
           05 FILLER PIC X(08) VALUE "PSOEDIT".
           05 FILLER PIC X(08) VALUE "PSOPRNT".
           05 FILLER PIC X(08) VALUE "PSOTUNE".
           05 FILLER PIC X(08) VALUE "PSOSTAT".
           05 FILLER PIC X(08) VALUE "PSOFITR".
           05 FILLER PIC X(08) VALUE "PSOCHAL".
           05 FILLER PIC X(08) VALUE "PSODRFT".
           05 FILLER PIC X(08) VALUE "PSORJCT".
           05 FILLER PIC X(08) VALUE "PSOSENS".
           05 FILLER PIC X(08) VALUE "PSOPROG".
           05 FILLER PIC X(08) VALUE "PSOXVAL".
           05 FILLER PIC X(08) VALUE "PSOBOOT".
           05 FILLER PIC X(08) VALUE "PSOPART".
       01  WS-OUTPUT-DD-TABLE REDEFINES WS-OUTPUT-DD-NAMES.
           05 WS-OUTPUT-DD PIC X(08) OCCURS 18 TIMES.
       01  WS-OUTPUT-DD-COUNT PIC 99 VALUE 18.
       01  WS-RUN-OUTCOME PIC 9(2).
       01  WS-RUN-MSG-ID PIC X(08).
       01  WS-RUN-ITER-USED PIC 9(4).
       01  WS-RUN-DISPOSITION PIC X(10).
       01  WS-RUN-NOTE PIC X(60).
       01  WS-TIME-PARTS.
           05 WS-TIME-HH PIC 99.
           05 WS-TIME-MM PIC 99.
           05 WS-TIME-SS PIC 99.
           05 WS-TIME-HS PIC 99.
       01  WS-START-SECS PIC 9(6).
       01  WS-NOW-SECS PIC 9(6).
       01  WS-ELAPSED-SECS PIC S9(7).
       01  WS-STREAM-START-SECS PIC 9(6).
       01  WS-PV-ELAPSED PIC Z(6)9.
       01  WS-PV-ITER PIC ZZZ9.
       01  WS-REPORT-DATE PIC 9(8).
       01  WS-GROUP-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-PUBLISHED-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-HELD-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-EXPIRED-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-FAILED-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-NOT-RUN-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-PARTIAL-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-EXCP-JOB-TIME PIC 9(6).
       01  WS-EXCP-MODEL-ID PIC X(08) VALUE SPACES.
       01  WS-EXCP-SEVERITY PIC X(01).
       01  WS-EXCP-MSG-ID PIC X(08).
       01  WS-EXCP-ITEM-TYPE PIC X(01) VALUE SPACE.
       01  WS-EXCP-ITEM-NUM PIC 9(5) VALUE ZEROES.
       01  WS-EXCP-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      THE CONDITION CODE IS THE WORST MODEL OUTCOME IN THE
      *>      STREAM (12 FOR A GROUP THAT COULD NOT EVEN BE RUN), SO
      *>      THE SCHEDULER STILL SEES A HOLD OR A FAILURE.
           PERFORM 010-OPEN-STREAM.
           PERFORM 020-RUN-ONE-GROUP
               UNTIL WS-JCTL-EOF = "Y".
           PERFORM 070-PRINT-TOTALS.
           CLOSE JOB-CONTROL-FILE.
           CLOSE JOB-REPORT-FILE.
           DISPLAY "PSJ000I STREAM COMPLETE: " WS-GROUP-COUNT
               " MODELS, " WS-PUBLISHED-COUNT " PUBLISHED, "
               WS-HELD-COUNT " HELD, " WS-EXPIRED-COUNT
               " TIME-EXPIRED, " WS-FAILED-COUNT " FAILED, "
               WS-NOT-RUN-COUNT " NOT RUN, " WS-PARTIAL-COUNT
               " PARTIAL -- SEE PSOJRPT".
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-OPEN-STREAM.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM 085-CLOCK-NOW.
           MOVE WS-NOW-SECS TO WS-STREAM-START-SECS.
           MOVE WS-TIME-PARTS(1:6) TO WS-EXCP-JOB-TIME.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JCTL-FILE-STATUS NOT = "00"
               DISPLAY "PSJ010E PSOJCTL STACKED CONTROL DECK IS NOT "
                   "AVAILABLE (FILE STATUS " WS-JCTL-FILE-STATUS ")"
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOJCTL STACKED CONTROL DECK IS NOT AVAILABLE "
                   "(FILE STATUS " WS-JCTL-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM 080-READ-DECK.
           IF WS-JCTL-EOF = "Y"
               DISPLAY "PSJ010E PSOJCTL IS EMPTY -- NO MODELS TO RUN"
               MOVE "PSOJCTL IS EMPTY -- NO MODELS TO RUN"
                   TO WS-EXCP-TEXT
               CLOSE JOB-CONTROL-FILE
               PERFORM 090-ABORT-RUN
           END-IF.
           IF JCTL-REC-TYPE NOT = "M"
               DISPLAY "PSJ010E PSOJCTL DOES NOT START WITH AN 'M' "
                   "MODEL GROUP CARD"
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "PSOJCTL DOES NOT START WITH AN 'M' "
                   "MODEL GROUP CARD"
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               CLOSE JOB-CONTROL-FILE
               PERFORM 090-ABORT-RUN
           END-IF.
           OPEN OUTPUT JOB-REPORT-FILE.
           MOVE SPACES TO JRPT-LINE.
           STRING "PARTICLE SWARM OPTIMIZER -- MULTI-MODEL JOB STREAM"
               "          RUN DATE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO JRPT-LINE.
           WRITE JRPT-LINE.
           MOVE ALL "=" TO JRPT-LINE.
           WRITE JRPT-LINE.
           MOVE SPACES TO JRPT-LINE.
           WRITE JRPT-LINE.
           MOVE "  MODEL     OUTCOME  MESSAGE   DISPOSITION  ITERATIONS"
               TO JRPT-LINE.
           MOVE "ELAPSED SECS  NOTE" TO JRPT-LINE(58:18).
           WRITE JRPT-LINE.
           MOVE "  --------  -------  --------  -----------  ----------"
               TO JRPT-LINE.
           MOVE "------------  ----" TO JRPT-LINE(58:18).
           WRITE JRPT-LINE.

       020-RUN-ONE-GROUP.
      *>      THE CURRENT RECORD IS A GROUP CARD. CUT THE GROUP'S DECK
      *>      OUT TO PSOCTRL.<MODEL ID>, THEN RUN THE MODEL UNLESS THE
      *>      GROUP IS UNUSABLE, IN WHICH CASE IT IS LOGGED AS NOT RUN.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE JCTL-MODEL-ID TO WS-MODEL-ID.
           MOVE SPACES TO WS-GROUP-ERROR.
           MOVE ZEROES TO WS-DECK-COUNT.
           IF WS-MODEL-ID = SPACES
               MOVE "GROUP CARD HAS NO MODEL ID" TO WS-GROUP-ERROR
           ELSE
               PERFORM VARYING WS-MODEL-IDX FROM 1 BY 1
                   UNTIL WS-MODEL-IDX > WS-MODEL-COUNT
                   IF WS-SEEN-MODEL(WS-MODEL-IDX) = WS-MODEL-ID
                       MOVE "MODEL ID ALREADY RUN EARLIER IN THE STREAM"
                           TO WS-GROUP-ERROR
                   END-IF
               END-PERFORM
               IF WS-GROUP-ERROR = SPACES
                   IF WS-MODEL-COUNT < 50
                       ADD 1 TO WS-MODEL-COUNT
                       MOVE WS-MODEL-ID TO WS-SEEN-MODEL(WS-MODEL-COUNT)
                   ELSE
                       MOVE "STREAM CEILING OF 50 MODELS REACHED"
                           TO WS-GROUP-ERROR
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CTRL-DSN.
           STRING "PSOCTRL." WS-MODEL-ID
               DELIMITED BY SPACE INTO WS-CTRL-DSN.
           MOVE SPACES TO WS-STAT-DSN.
           STRING "PSOSTAT." WS-MODEL-ID
               DELIMITED BY SPACE INTO WS-STAT-DSN.
           PERFORM 030-SET-DATASETS.
           IF WS-GROUP-ERROR = SPACES
               OPEN OUTPUT MODEL-CONTROL-FILE
               IF WS-MCTL-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-GROUP-ERROR
                   STRING "CANNOT CREATE " WS-CTRL-DSN
                       DELIMITED BY SPACE INTO WS-GROUP-ERROR
               END-IF
           END-IF.
           PERFORM 080-READ-DECK.
           PERFORM 025-COPY-DECK-RECORD
               UNTIL WS-JCTL-EOF = "Y" OR JCTL-REC-TYPE = "M".
           IF WS-MCTL-FILE-STATUS = "00"
               CLOSE MODEL-CONTROL-FILE
           END-IF.
           MOVE "99" TO WS-MCTL-FILE-STATUS.
           IF WS-GROUP-ERROR = SPACES AND WS-DECK-COUNT = 0
               MOVE "NO CONTROL HEADER FOLLOWS THE GROUP CARD"
                   TO WS-GROUP-ERROR
           END-IF.
           IF WS-GROUP-ERROR = SPACES
               PERFORM 040-RUN-MODEL
           ELSE
               DISPLAY "PSJ020W MODEL '" WS-MODEL-ID "' NOT RUN -- "
                   WS-GROUP-ERROR
               MOVE 12 TO WS-RUN-OUTCOME
               MOVE "PSJ020W" TO WS-RUN-MSG-ID
               MOVE ZEROES TO WS-RUN-ITER-USED
               MOVE ZEROES TO WS-ELAPSED-SECS
               MOVE "NOT RUN" TO WS-RUN-DISPOSITION
               MOVE WS-GROUP-ERROR TO WS-RUN-NOTE
               ADD 1 TO WS-NOT-RUN-COUNT
               MOVE WS-MODEL-ID TO WS-EXCP-MODEL-ID
               MOVE "W" TO WS-EXCP-SEVERITY
               MOVE "PSJ020W" TO WS-EXCP-MSG-ID
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "MODEL NOT RUN -- " WS-GROUP-ERROR
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM 095-WRITE-EXCEPTION
               PERFORM 060-REPORT-MODEL
           END-IF.

       025-COPY-DECK-RECORD.
      *>      ONE RECORD OF THE GROUP'S DECK. THE FIRST IS THE HEADER,
      *>      WHOSE MODEL ID MUST AGREE WITH THE GROUP CARD.
           ADD 1 TO WS-DECK-COUNT.
           IF WS-DECK-COUNT = 1 AND WS-GROUP-ERROR = SPACES
               AND JCTL-DECK-MODEL-ID NOT = WS-MODEL-ID
               MOVE SPACES TO WS-GROUP-ERROR
               STRING "HEADER CTL-MODEL-ID '" JCTL-DECK-MODEL-ID
                   "' DOES NOT MATCH THE GROUP CARD"
                   DELIMITED BY SIZE INTO WS-GROUP-ERROR
           END-IF.
           IF WS-MCTL-FILE-STATUS = "00"
               MOVE JCTL-DECK-RECORD TO MCTL-RECORD
               WRITE MCTL-RECORD
           END-IF.
           PERFORM 080-READ-DECK.

       030-SET-DATASETS.
      *>      POINT PSO'S DATASET NAMES AT THIS MODEL'S FILES THROUGH
      *>      THE DD_<DDNAME> ENVIRONMENT ENTRIES THE RUNTIME RESOLVES
      *>      EACH ASSIGN NAME THROUGH.
           MOVE "PSOCTRL" TO WS-DD-NAME.
           MOVE WS-CTRL-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           MOVE "PSOOBSV" TO WS-DD-NAME.
           MOVE JCTL-OBSV-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           MOVE "PSOCNST" TO WS-DD-NAME.
           MOVE JCTL-CNST-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           MOVE "PSOREFC" TO WS-DD-NAME.
           MOVE JCTL-REFC-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           MOVE "PSOVDCT" TO WS-DD-NAME.
           MOVE JCTL-VDCT-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           MOVE "PSOSEED" TO WS-DD-NAME.
           MOVE JCTL-SEED-DSN TO WS-DD-DSN.
           PERFORM 035-SET-ONE-DD.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUTPUT-DD-COUNT
               MOVE WS-OUTPUT-DD(WS-OUT-IDX) TO WS-DD-NAME
               MOVE SPACES TO WS-DD-DSN
               PERFORM 035-SET-ONE-DD
           END-PERFORM.

       035-SET-ONE-DD.
           MOVE SPACES TO WS-ENV-NAME.
           STRING "DD_" WS-DD-NAME
               DELIMITED BY SPACE INTO WS-ENV-NAME.
           MOVE SPACES TO WS-ENV-VALUE.
           IF WS-DD-DSN = SPACES
               STRING WS-DD-NAME "." WS-MODEL-ID
                   DELIMITED BY SPACE INTO WS-ENV-VALUE
           ELSE
               MOVE WS-DD-DSN TO WS-ENV-VALUE
           END-IF.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

       040-RUN-MODEL.
      *>      RUN ONE MODEL AND PICK UP ITS COMPLETION STATUS. THE
      *>      STATUS DATASET IS EMPTIED FIRST SO A LEFTOVER RECORD FROM
      *>      AN EARLIER STREAM IS NEVER TAKEN FOR THIS RUN'S. PSO IS
      *>      CANCELLED AFTER EVERY MODEL SO THE NEXT ONE STARTS FROM
      *>      ITS INITIAL WORKING STORAGE, EXACTLY AS A SEPARATE JOB.
           OPEN OUTPUT MODEL-STATUS-FILE.
           CLOSE MODEL-STATUS-FILE.
           DISPLAY "PSJ040I STARTING MODEL '" WS-MODEL-ID "'".
           PERFORM 085-CLOCK-NOW.
           MOVE WS-NOW-SECS TO WS-START-SECS.
           MOVE ZEROES TO RETURN-CODE.
           CALL "PSO".
           MOVE RETURN-CODE TO WS-CALL-RC.
           CANCEL "PSO".
           MOVE ZEROES TO RETURN-CODE.
           PERFORM 085-CLOCK-NOW.
           COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < 0
      *>          THE MODEL RAN ACROSS MIDNIGHT
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF.
           MOVE SPACES TO WS-RUN-NOTE.
           MOVE "N" TO WS-STATUS-FOUND.
           OPEN INPUT MODEL-STATUS-FILE.
           IF WS-MSTA-FILE-STATUS = "00"
               READ MODEL-STATUS-FILE
                   NOT AT END
                       MOVE "Y" TO WS-STATUS-FOUND
               END-READ
               CLOSE MODEL-STATUS-FILE
           END-IF.
           IF WS-STATUS-FOUND = "Y"
               MOVE MSTA-OUTCOME-CODE TO WS-RUN-OUTCOME
               MOVE MSTA-MESSAGE-ID TO WS-RUN-MSG-ID
               MOVE MSTA-ITER-USED TO WS-RUN-ITER-USED
           ELSE
               MOVE WS-CALL-RC TO WS-RUN-OUTCOME
               MOVE SPACES TO WS-RUN-MSG-ID
               MOVE ZEROES TO WS-RUN-ITER-USED
               MOVE "NO PSOSTAT WRITTEN -- CONDITION CODE USED"
                   TO WS-RUN-NOTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-MSG-ID = "PSO045I"
      *>              A PARTITION STEP PUBLISHES NOTHING ITSELF; ITS
      *>              RUNS WAIT ON PSOPART FOR THE PSOMERG STEP.
                   MOVE "PARTIAL" TO WS-RUN-DISPOSITION
                   ADD 1 TO WS-PARTIAL-COUNT
                   IF WS-RUN-NOTE = SPACES
                       MOVE SPACES TO WS-RUN-NOTE
                       STRING "RUNS ON PSOPART." WS-MODEL-ID
                           " FOR PSOMERG"
                           DELIMITED BY SIZE INTO WS-RUN-NOTE
                   END-IF
               WHEN WS-RUN-OUTCOME = 0
               WHEN WS-RUN-OUTCOME = 4
                   MOVE "PUBLISHED" TO WS-RUN-DISPOSITION
                   ADD 1 TO WS-PUBLISHED-COUNT
               WHEN WS-RUN-OUTCOME = 6
                   MOVE "HELD" TO WS-RUN-DISPOSITION
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-RUN-NOTE = SPACES
                       MOVE "AWAITING DISPOSITION THROUGH PSODISP"
                           TO WS-RUN-NOTE
                   END-IF
               WHEN WS-RUN-OUTCOME = 8
                   MOVE "NOT FILED" TO WS-RUN-DISPOSITION
                   ADD 1 TO WS-EXPIRED-COUNT
                   IF WS-RUN-NOTE = SPACES
                       MOVE "TIME BUDGET EXPIRED -- MASTER NOT UPDATED"
                           TO WS-RUN-NOTE
                   END-IF
               WHEN OTHER
                   MOVE "FAILED" TO WS-RUN-DISPOSITION
                   ADD 1 TO WS-FAILED-COUNT
                   IF WS-RUN-NOTE = SPACES
                       MOVE SPACES TO WS-RUN-NOTE
                       STRING "SEE PSOEDIT." WS-MODEL-ID
                           DELIMITED BY SPACE INTO WS-RUN-NOTE
                   END-IF
                   DISPLAY "PSJ040W MODEL '" WS-MODEL-ID
                       "' FAILED WITH OUTCOME " WS-RUN-OUTCOME
                       " -- CONTINUING WITH THE NEXT MODEL"
      *>              PSO FEEDS ITS OWN FAILURE ALONGSIDE ITS PSOSTAT
      *>              RECORD; ONLY A RUN THAT LEFT NO STATUS BEHIND
      *>              NEEDS REPORTING FROM HERE.
                   IF WS-STATUS-FOUND = "N"
                       MOVE WS-MODEL-ID TO WS-EXCP-MODEL-ID
                       MOVE "W" TO WS-EXCP-SEVERITY
                       MOVE "PSJ040W" TO WS-EXCP-MSG-ID
                       MOVE SPACES TO WS-EXCP-TEXT
                       STRING "MODEL FAILED WITH OUTCOME "
                           WS-RUN-OUTCOME " AND NO PSOSTAT -- "
                           "STREAM CONTINUED"
                           DELIMITED BY SIZE INTO WS-EXCP-TEXT
                       PERFORM 095-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.
           PERFORM 060-REPORT-MODEL.

       060-REPORT-MODEL.
           MOVE WS-RUN-ITER-USED TO WS-PV-ITER.
           MOVE WS-ELAPSED-SECS TO WS-PV-ELAPSED.
           MOVE SPACES TO JRPT-LINE.
           STRING "  " WS-MODEL-ID
               "    " WS-RUN-OUTCOME
               "     " WS-RUN-MSG-ID
               "  " WS-RUN-DISPOSITION
               "         " WS-PV-ITER
               DELIMITED BY SIZE INTO JRPT-LINE.
           MOVE WS-PV-ELAPSED TO JRPT-LINE(63:7).
           MOVE WS-RUN-NOTE TO JRPT-LINE(72:60).
           WRITE JRPT-LINE.
           IF WS-RUN-OUTCOME > WS-JOB-OUTCOME
               MOVE WS-RUN-OUTCOME TO WS-JOB-OUTCOME
           END-IF.

       070-PRINT-TOTALS.
           PERFORM 085-CLOCK-NOW.
           COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-STREAM-START-SECS.
           IF WS-ELAPSED-SECS < 0
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF.
           MOVE WS-ELAPSED-SECS TO WS-PV-ELAPSED.
           MOVE SPACES TO JRPT-LINE.
           WRITE JRPT-LINE.
           MOVE SPACES TO JRPT-LINE.
           STRING "  MODELS IN STREAM: " WS-GROUP-COUNT
               "   PUBLISHED: " WS-PUBLISHED-COUNT
               "   HELD: " WS-HELD-COUNT
               "   TIME-EXPIRED: " WS-EXPIRED-COUNT
               "   FAILED: " WS-FAILED-COUNT
               "   NOT RUN: " WS-NOT-RUN-COUNT
               "   PARTIAL: " WS-PARTIAL-COUNT
               DELIMITED BY SIZE INTO JRPT-LINE.
           WRITE JRPT-LINE.
           MOVE SPACES TO JRPT-LINE.
           STRING "  STREAM ELAPSED SECONDS: " WS-PV-ELAPSED
               "   STREAM CONDITION CODE: " WS-JOB-OUTCOME
               DELIMITED BY SIZE INTO JRPT-LINE.
           WRITE JRPT-LINE.

       080-READ-DECK.
           READ JOB-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-JCTL-EOF
           END-READ.

       085-CLOCK-NOW.
           ACCEPT WS-TIME-PARTS FROM TIME.
           COMPUTE WS-NOW-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.

       090-ABORT-RUN.
      *>      EVERY CALLER HAS ALREADY PUT ITS REASON IN WS-EXCP-TEXT.
           MOVE SPACES TO WS-EXCP-MODEL-ID.
           MOVE "E" TO WS-EXCP-SEVERITY.
           MOVE "PSJ010E" TO WS-EXCP-MSG-ID.
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
           MOVE WS-REPORT-DATE TO EXCP-JOB-DATE.
           MOVE WS-EXCP-JOB-TIME TO EXCP-JOB-TIME.
           MOVE "PSOJSTR" TO EXCP-PROGRAM-ID.
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

       END PROGRAM PSOJSTR.
