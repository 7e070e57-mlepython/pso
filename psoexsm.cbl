      ******************************************************************
      * Author:
      * Date:
      * Purpose: DAILY EXCEPTION SUMMARY. READS THE PSOEXCP OPERATIONS
      *          EXCEPTION FEED THE CALIBRATION, STREAM, MERGE,
      *          DISPOSITION, INQUIRY, SCORING AND OBSERVATION MASTER
      *          JOBS APPEND TO, AND PRINTS EVERY OPEN ITEM GROUPED BY
      *          MODEL AND SEVERITY, ERRORS FIRST, WITH COUNTS AT EACH
      *          BREAK AND A ONE-LINE-PER-MODEL RECAP AT THE END. AN
      *          ITEM IS OPEN FOR AS LONG AS IT IS ON THE FEED; THE
      *          FEED IS CYCLED ONCE THE TICKETING INTERFACE HAS TAKEN
      *          IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSOEXSM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO "PSOEXSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSC-FILE-STATUS.
      *>      OPTIONAL: WITHOUT A CARD THE WHOLE FEED IS SUMMARIZED.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "PSOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "PSOEXSW".
           SELECT PRINT-FILE ASSIGN TO "PSOEXRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
      *>      ONE OPTIONAL CARD NAMING THE JOB DATES TO SUMMARIZE. A
      *>      BLANK FROM-DATE TAKES THE START OF THE FEED, A BLANK
      *>      TO-DATE THE END OF IT.
           05 EXSC-FROM-DATE   PIC X(08).
           05 EXSC-TO-DATE     PIC X(08).

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

       SD  SORT-FILE.
       01  SORT-RECORD.
      *>      THE FEED RECORD WITH ITS POSITION ON THE FEED, SO ITEMS
      *>      OF THE SAME JOB KEEP THE ORDER THEY WERE RAISED IN.
           05 SRT-MODEL-ID      PIC X(08).
           05 SRT-SEVERITY      PIC X(01).
           05 SRT-JOB-DATE      PIC 9(8).
           05 SRT-JOB-TIME      PIC 9(6).
           05 SRT-FEED-SEQ      PIC 9(7).
           05 SRT-PROGRAM-ID    PIC X(08).
           05 SRT-MESSAGE-ID    PIC X(08).
           05 SRT-ITEM-TYPE     PIC X(01).
           05 SRT-ITEM-NUM      PIC 9(5).
           05 SRT-TEXT          PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXSC-FILE-STATUS PIC X(02).
       01  WS-EXCP-FILE-STATUS PIC X(02).
       01  WS-EXCP-EOF PIC X(01) VALUE "N".
       01  WS-SORT-EOF PIC X(01) VALUE "N".
       01  WS-JOB-DATE PIC 9(8).
       01  WS-JOB-OUTCOME PIC 9(2) VALUE ZEROES.
       01  WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01  WS-TO-DATE PIC 9(8) VALUE 99999999.
       01  WS-RANGE-GIVEN PIC X(01) VALUE "N".
       01  WS-RECAP-PAGE PIC X(01) VALUE "N".
       01  WS-PRINT-OPEN PIC X(01) VALUE "N".
       01  WS-ABORT-FLAG PIC X(01) VALUE "N".

       01  WS-READ-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-SELECTED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-ERROR-TOTAL PIC 9(7) VALUE ZEROES.
       01  WS-WARNING-TOTAL PIC 9(7) VALUE ZEROES.
       01  WS-MODEL-ITEMS PIC 9(7).
       01  WS-SEV-ITEMS PIC 9(7).

       01  WS-PREV-MODEL PIC X(08).
       01  WS-PREV-SEVERITY PIC X(01).
       01  WS-FIRST-ITEM PIC X(01) VALUE "Y".
       01  WS-MODEL-NAME PIC X(12).
       01  WS-SEV-NAME PIC X(10).
       01  WS-ITEM-DESC PIC X(10).

       01  WS-MT-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-MT-IDX PIC 9(3).
       01  WS-MT-OVERFLOW PIC 9(5) VALUE ZEROES.
       01  MODEL-TABLE OCCURS 200 TIMES.
      *>      ONE ENTRY PER MODEL ON THE REPORT, FOR THE RECAP. THE
      *>      SORT DELIVERS EACH MODEL ONCE, SO AN ENTRY IS ADDED AT
      *>      EACH MODEL BREAK.
           05 MT-MODEL-NAME PIC X(12).
           05 MT-ERRORS     PIC 9(5).
           05 MT-WARNINGS   PIC 9(5).

       01  WS-PRINT-DETAIL PIC X(132).
       01  WS-PRINT-LINE-COUNT PIC 9(3) VALUE 99.
      *>      STARTS PAST THE PAGE SIZE SO THE FIRST DETAIL LINE
      *>      FORCES THE FIRST PAGE HEADING.
       01  WS-PRINT-PAGE-NUM PIC 9(3) VALUE ZEROES.
       01  WS-PV-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *>      THE CONDITION CODE IS 00 WHEN THE FEED HOLDS NO OPEN
      *>      ITEMS FOR THE DATES ASKED, 04 WHEN IT HOLDS ANY, 12 ON A
      *>      CARD OR FILE ERROR.
           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD.
           PERFORM 010-READ-CARD.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Y" TO WS-PRINT-OPEN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-MODEL-ID
               ON ASCENDING KEY SRT-SEVERITY
               ON ASCENDING KEY SRT-JOB-DATE
               ON ASCENDING KEY SRT-JOB-TIME
               ON ASCENDING KEY SRT-FEED-SEQ
               INPUT PROCEDURE IS 020-SELECT-ITEMS
               OUTPUT PROCEDURE IS 030-PRINT-ITEMS.
      *>      A FEED ERROR CANNOT END THE RUN FROM INSIDE THE SORT; THE
      *>      INPUT PROCEDURE FLAGS IT AND THE RUN ENDS HERE INSTEAD.
           IF WS-ABORT-FLAG = "Y"
               PERFORM 090-ABORT-RUN
           END-IF.
           PERFORM 060-PRINT-RECAP.
           CLOSE PRINT-FILE.
           DISPLAY "PSX000I " WS-READ-COUNT " FEED ITEMS READ, "
               WS-SELECTED-COUNT " SELECTED: " WS-ERROR-TOTAL
               " ERRORS, " WS-WARNING-TOTAL " WARNINGS -- SEE PSOEXRP".
           IF WS-SELECTED-COUNT > 0
               MOVE 4 TO WS-JOB-OUTCOME
           END-IF.
           MOVE WS-JOB-OUTCOME TO RETURN-CODE.
           STOP RUN.

       010-READ-CARD.
           OPEN INPUT CARD-FILE.
           IF WS-EXSC-FILE-STATUS NOT = "00"
               AND WS-EXSC-FILE-STATUS NOT = "05"
               DISPLAY "PSX010E PSOEXSC CARD DATASET IS NOT "
                   "USABLE (FILE STATUS " WS-EXSC-FILE-STATUS ")"
               PERFORM 090-ABORT-RUN
           END-IF.
           READ CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-RANGE-GIVEN
                   IF EXSC-FROM-DATE NOT = SPACES
                       IF EXSC-FROM-DATE NUMERIC
                           MOVE EXSC-FROM-DATE TO WS-FROM-DATE
                       ELSE
                           DISPLAY "PSX010E PSOEXSC FROM-DATE '"
                               EXSC-FROM-DATE
                               "' IS NOT A NUMERIC YYYYMMDD"
                           CLOSE CARD-FILE
                           PERFORM 090-ABORT-RUN
                       END-IF
                   END-IF
                   IF EXSC-TO-DATE NOT = SPACES
                       IF EXSC-TO-DATE NUMERIC
                           MOVE EXSC-TO-DATE TO WS-TO-DATE
                       ELSE
                           DISPLAY "PSX010E PSOEXSC TO-DATE '"
                               EXSC-TO-DATE
                               "' IS NOT A NUMERIC YYYYMMDD"
                           CLOSE CARD-FILE
                           PERFORM 090-ABORT-RUN
                       END-IF
                   END-IF
           END-READ.
           CLOSE CARD-FILE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PSX010E PSOEXSC FROM-DATE " WS-FROM-DATE
                   " IS AFTER TO-DATE " WS-TO-DATE
               PERFORM 090-ABORT-RUN
           END-IF.

       020-SELECT-ITEMS.
      *>      SORT INPUT: EVERY FEED ITEM WHOSE JOB DATE FALLS IN THE
      *>      RANGE. A FEED THAT DOES NOT EXIST YET SIMPLY HAS NO
      *>      ITEMS. AN UNUSABLE FEED RELEASES NOTHING AND IS FLAGGED
      *>      FOR 000 TO END THE RUN ONCE THE SORT HAS RETURNED.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-FILE-STATUS NOT = "00"
               AND WS-EXCP-FILE-STATUS NOT = "05"
               DISPLAY "PSX020E PSOEXCP EXCEPTION FEED IS NOT "
                   "USABLE (FILE STATUS " WS-EXCP-FILE-STATUS ")"
               MOVE "Y" TO WS-ABORT-FLAG
               MOVE "Y" TO WS-EXCP-EOF
           END-IF.
           PERFORM UNTIL WS-EXCP-EOF = "Y"
               READ EXCEPTION-FILE
                   AT END
                       MOVE "Y" TO WS-EXCP-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF EXCP-JOB-DATE >= WS-FROM-DATE
                           AND EXCP-JOB-DATE <= WS-TO-DATE
                           PERFORM 025-RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ABORT-FLAG = "N"
               CLOSE EXCEPTION-FILE
           END-IF.

       025-RELEASE-ITEM.
           ADD 1 TO WS-SELECTED-COUNT.
           INITIALIZE SORT-RECORD.
           MOVE EXCP-MODEL-ID TO SRT-MODEL-ID.
           MOVE EXCP-SEVERITY TO SRT-SEVERITY.
           MOVE EXCP-JOB-DATE TO SRT-JOB-DATE.
           MOVE EXCP-JOB-TIME TO SRT-JOB-TIME.
           MOVE WS-READ-COUNT TO SRT-FEED-SEQ.
           MOVE EXCP-PROGRAM-ID TO SRT-PROGRAM-ID.
           MOVE EXCP-MESSAGE-ID TO SRT-MESSAGE-ID.
           MOVE EXCP-ITEM-TYPE TO SRT-ITEM-TYPE.
           MOVE EXCP-ITEM-NUM TO SRT-ITEM-NUM.
           MOVE EXCP-TEXT TO SRT-TEXT.
           RELEASE SORT-RECORD.

       030-PRINT-ITEMS.
      *>      SORT OUTPUT: ONE BLOCK PER MODEL, WITHIN IT ONE BLOCK PER
      *>      SEVERITY (E SORTS AHEAD OF W, SO ERRORS COME FIRST),
      *>      EACH CLOSED BY ITS COUNT.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 035-PRINT-ONE-ITEM
               END-RETURN
           END-PERFORM.
           IF WS-ABORT-FLAG = "N"
               IF WS-FIRST-ITEM = "N"
                   PERFORM 045-CLOSE-SEVERITY
                   PERFORM 050-CLOSE-MODEL
               ELSE
                   MOVE SPACES TO WS-PRINT-DETAIL
                   MOVE "  NO OPEN ITEMS ON PSOEXCP FOR THE DATES ASKED"
                       TO WS-PRINT-DETAIL
                   PERFORM 071-PRINT-LINE
               END-IF
           END-IF.

       035-PRINT-ONE-ITEM.
           IF WS-FIRST-ITEM = "Y"
               MOVE "N" TO WS-FIRST-ITEM
               PERFORM 040-OPEN-MODEL
           ELSE
               IF SRT-MODEL-ID NOT = WS-PREV-MODEL
                   PERFORM 045-CLOSE-SEVERITY
                   PERFORM 050-CLOSE-MODEL
                   PERFORM 040-OPEN-MODEL
               ELSE
                   IF SRT-SEVERITY NOT = WS-PREV-SEVERITY
                       PERFORM 045-CLOSE-SEVERITY
                       PERFORM 042-OPEN-SEVERITY
                   END-IF
               END-IF
           END-IF.
           EVALUATE SRT-ITEM-TYPE
               WHEN "V"
                   MOVE SPACES TO WS-ITEM-DESC
                   STRING "VAR  " SRT-ITEM-NUM
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               WHEN "O"
                   MOVE SPACES TO WS-ITEM-DESC
                   STRING "OBS  " SRT-ITEM-NUM
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               WHEN "R"
                   MOVE SPACES TO WS-ITEM-DESC
                   STRING "RUN  " SRT-ITEM-NUM
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               WHEN "C"
                   MOVE SPACES TO WS-ITEM-DESC
                   STRING "CARD " SRT-ITEM-NUM
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               WHEN OTHER
                   MOVE "JOB" TO WS-ITEM-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "    " SRT-JOB-DATE " " SRT-JOB-TIME
               "  " SRT-PROGRAM-ID
               "  " SRT-MESSAGE-ID
               "  " WS-ITEM-DESC
               " " SRT-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           ADD 1 TO WS-SEV-ITEMS.
           ADD 1 TO WS-MODEL-ITEMS.
           IF SRT-SEVERITY = "E"
               ADD 1 TO WS-ERROR-TOTAL
               IF WS-MT-IDX > 0
                   ADD 1 TO MT-ERRORS(WS-MT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-WARNING-TOTAL
               IF WS-MT-IDX > 0
                   ADD 1 TO MT-WARNINGS(WS-MT-IDX)
               END-IF
           END-IF.

       040-OPEN-MODEL.
           MOVE SRT-MODEL-ID TO WS-PREV-MODEL.
           MOVE ZEROES TO WS-MODEL-ITEMS.
           IF SRT-MODEL-ID = SPACES
      *>          AN ITEM RAISED BEFORE ANY MODEL WAS KNOWN, E.G. A
      *>          STREAM WHOSE DECK COULD NOT BE READ.
               MOVE "(NO MODEL)" TO WS-MODEL-NAME
           ELSE
               MOVE SRT-MODEL-ID TO WS-MODEL-NAME
           END-IF.
           IF WS-MT-COUNT < 200
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MT-COUNT TO WS-MT-IDX
               MOVE WS-MODEL-NAME TO MT-MODEL-NAME(WS-MT-IDX)
               MOVE ZEROES TO MT-ERRORS(WS-MT-IDX)
               MOVE ZEROES TO MT-WARNINGS(WS-MT-IDX)
           ELSE
      *>          PAST THE RECAP CEILING THE MODEL IS STILL PRINTED
      *>          IN FULL ABOVE; ONLY ITS RECAP LINE IS LEFT OUT.
               MOVE ZEROES TO WS-MT-IDX
               ADD 1 TO WS-MT-OVERFLOW
           END-IF.
           IF WS-PRINT-LINE-COUNT > 50
               MOVE 99 TO WS-PRINT-LINE-COUNT
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "MODEL " WS-MODEL-NAME
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE ALL "-" TO WS-PRINT-DETAIL(1:18).
           PERFORM 071-PRINT-LINE.
           PERFORM 042-OPEN-SEVERITY.

       042-OPEN-SEVERITY.
           MOVE SRT-SEVERITY TO WS-PREV-SEVERITY.
           MOVE ZEROES TO WS-SEV-ITEMS.
           EVALUATE SRT-SEVERITY
               WHEN "E"
                   MOVE "ERRORS" TO WS-SEV-NAME
               WHEN "W"
                   MOVE "WARNINGS" TO WS-SEV-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-SEV-NAME
                   STRING "SEVERITY " SRT-SEVERITY
                       DELIMITED BY SIZE INTO WS-SEV-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  " SRT-SEVERITY " -- " WS-SEV-NAME
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.

       045-CLOSE-SEVERITY.
           MOVE WS-SEV-ITEMS TO WS-PV-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "    " WS-PV-COUNT " " WS-SEV-NAME
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.

       050-CLOSE-MODEL.
           MOVE WS-MODEL-ITEMS TO WS-PV-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  MODEL " WS-MODEL-NAME " OPEN ITEMS " WS-PV-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.

       060-PRINT-RECAP.
      *>      ONE LINE PER MODEL WITH ITS ERROR AND WARNING COUNTS, SO
      *>      THE SHIFT CAN SEE AT A GLANCE WHERE TO START.
           MOVE "Y" TO WS-RECAP-PAGE.
           MOVE 99 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE "RECAP BY MODEL" TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           MOVE ALL "-" TO WS-PRINT-DETAIL(1:40).
           PERFORM 071-PRINT-LINE.
           MOVE "  MODEL            ERRORS   WARNINGS"
               TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               MOVE SPACES TO WS-PRINT-DETAIL
               MOVE MT-MODEL-NAME(WS-MT-IDX) TO WS-PRINT-DETAIL(3:12)
               MOVE MT-ERRORS(WS-MT-IDX) TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-PRINT-DETAIL(19:7)
               MOVE MT-WARNINGS(WS-MT-IDX) TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-PRINT-DETAIL(30:7)
               PERFORM 071-PRINT-LINE
           END-PERFORM.
           IF WS-MT-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  " WS-MT-OVERFLOW " FURTHER MODELS PAST THE "
                   "RECAP CEILING OF 200 -- SEE THE DETAIL ABOVE"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 071-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 071-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  FEED ITEMS READ " WS-READ-COUNT
               "   SELECTED " WS-SELECTED-COUNT
               "   ERRORS " WS-ERROR-TOTAL
               "   WARNINGS " WS-WARNING-TOTAL
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
           STRING "PARTICLE SWARM OPTIMIZER -- DAILY EXCEPTION "
               "SUMMARY           RUN DATE " WS-JOB-DATE
               "          PAGE " WS-PRINT-PAGE-NUM
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF WS-RANGE-GIVEN = "Y"
               STRING "OPEN ITEMS FOR JOB DATES " WS-FROM-DATE
                   " THROUGH " WS-TO-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "ALL OPEN ITEMS ON PSOEXCP" TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-PRINT-LINE-COUNT.
           IF WS-RECAP-PAGE = "N"
               MOVE SPACES TO PRINT-LINE
               STRING "    JOB DATE TIME    PROGRAM   MESSAGE   ITEM"
                   "       TEXT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 4 TO WS-PRINT-LINE-COUNT
           END-IF.

       090-ABORT-RUN.
           IF WS-PRINT-OPEN = "Y"
               CLOSE PRINT-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM PSOEXSM.
