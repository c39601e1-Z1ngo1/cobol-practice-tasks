      ******************************************************************
      * BATCH WINDOW ELAPSED-TIME AND CRITICAL-PATH REPORT             *
      *                                                                *
      * PURPOSE:                                                       *
      * THE OVERNIGHT WINDOW HAS BEEN OVERRUNNING AND DB2OPS44 ONLY    *
      * SHOWS ROW COUNTS. EVERY JOB THAT LOGS TO TB_BATCH_RUN_HISTORY  *
      * NOW STAMPS ITS ROW WITH START_TS AND END_TS; THIS REPORT USES  *
      * THEM TO SHOW HOW LONG EACH JOB TOOK ON THE NIGHT, HOW THAT     *
      * COMPARES WITH ITS 30-NIGHT AVERAGE, WHICH CHAIN OF DEPENDENT   *
      * JOBS DETERMINED THE END OF THE WINDOW, AND WHICH JOBS' RUN     *
      * TIME JUMPED PAST THE THRESHOLD.                                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 0 - PARAMETERS (PARMDD, OPTIONAL):                     *
      *       RUNDATE=YYYYMMDD  NIGHT TO REPORT (DEFAULT YESTERDAY)    *
      *       JUMPPCT=NNN       JUMP THRESHOLD PERCENT (DEFAULT 50)    *
      *       MINSECS=NNNNN     IGNORE JUMPS IN JOBS SHORTER THAN THIS *
      *                         MANY SECONDS (DEFAULT 60)              *
      *   PHASE 1 - PER JOB ON THE NIGHT: RUNS, FIRST START, LAST END  *
      *     AND TOTAL ELAPSED SECONDS OVER ITS TIMED RUNS. ROWS        *
      *     WITHOUT START_TS/END_TS (LOGGED BEFORE THE COLUMNS WERE    *
      *     ADDED) ARE IGNORED.                                        *
      *   PHASE 2 - PER JOB: AVERAGE NIGHTLY ELAPSED OVER THE 30       *
      *     NIGHTS BEFORE THE REPORT NIGHT. A JOB IS FLAGGED AS A      *
      *     JUMP WHEN IT RAN LONGER THAN MINSECS AND ITS ELAPSED TIME  *
      *     EXCEEDS THE AVERAGE BY MORE THAN JUMPPCT PERCENT.          *
      *   PHASE 3 - CRITICAL PATH: PREDDD HOLDS THE PREDECESSOR PAIRS  *
      *     THE DB2GT44 GATE STEPS ENFORCE (JOB, PREDECESSOR). THE     *
      *     LONGEST CHAIN OF ELAPSED TIME THROUGH THOSE PAIRS IS THE   *
      *     CRITICAL PATH. A CYCLE IN THE DEFINITIONS IS REPORTED AND  *
      *     THE PATH IS NOT PRINTED.                                   *
      *   PHASE 4 - REPORT: DETAIL PER JOB IN START ORDER, THE         *
      *     CRITICAL PATH, THEN THE JUMP WARNINGS. RETURN CODE 4 WHEN  *
      *     ANY JOB JUMPED OR THE DEFINITIONS HAVE A CYCLE.            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (ELAPSED.PARM) - OPTIONAL CONTROL CARDS         *
      *         PREDDD (GATE.PREDS) - JOB NAME IN 1-8, PREDECESSOR     *
      *                  JOB NAME IN 10-17, ONE PAIR PER RECORD        *
      * OUTPUT: OUTDD (ELAPSED.REPORT) - PS ELAPSED-TIME REPORT        *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH AUDIT TABLE (JOB_NAME,     *
      *   RUN_DATE, START_TS, END_TS)                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EL44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT OPTIONAL PRED-FILE ASSIGN TO PREDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRED-STATUS.

           SELECT ELAPSED-REPORT-FILE ASSIGN TO OUTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC PIC X(80).

       FD PRED-FILE RECORDING MODE IS F.
       01 PRED-REC.
          05 PRED-JOB-NAME PIC X(8).
          05 FILLER PIC X(1).
          05 PRED-PRED-NAME PIC X(8).
          05 FILLER PIC X(63).

       FD ELAPSED-REPORT-FILE RECORDING MODE IS V.
       01 ELAPSED-REPORT-REC PIC X(90).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARAM-STATUS PIC X(2).
          05 PRED-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-CHANGED-SW PIC X(1) VALUE 'N'.
             88 PATH-CHANGED VALUE 'Y'.
          05 WS-CYCLE-SW PIC X(1) VALUE 'N'.
             88 PRED-CYCLE VALUE 'Y'.

      * COUNTERS
       01 WS-COUNTERS.
          05 WS-CNT-TIMED PIC 9(3) VALUE 0.
          05 WS-CNT-JUMPS PIC 9(3) VALUE 0.
          05 WS-CNT-PAIRS PIC 9(3) VALUE 0.

      * PARAMETERS
       01 WS-JUMP-PCT PIC 9(3) VALUE 50.
       01 WS-MIN-SECS PIC 9(5) VALUE 60.

      * REPORT DATES: THE NIGHT REPORTED AND THE AVERAGING START
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-REPORT-DATE PIC 9(8) VALUE 0.
       01 WS-LOOKBACK-DATE PIC 9(8) VALUE 0.

      * JOB TABLE: EVERY JOB THAT RAN ON THE NIGHT OR APPEARS IN
      * THE PREDECESSOR DEFINITIONS
       01 JOB-TABLE-MAX PIC 9(3) VALUE 100.
       01 JOB-COUNT PIC 9(3) VALUE 0.
       01 JOB-TABLE.
          05 JOB-ENTRY OCCURS 100 TIMES.
             10 JOBT-NAME PIC X(8).
             10 JOBT-RAN-SW PIC X(1).
             10 JOBT-RUNS PIC S9(5) COMP-3.
             10 JOBT-FIRST-START PIC X(26).
             10 JOBT-LAST-END PIC X(26).
             10 JOBT-SECS PIC S9(9) COMP-3.
             10 JOBT-NIGHTS PIC S9(5) COMP-3.
             10 JOBT-AVG-SECS PIC S9(9) COMP-3.
             10 JOBT-CHG-PCT PIC S9(5) COMP-3.
             10 JOBT-JUMP-SW PIC X(1).
             10 JOBT-PATH-SECS PIC S9(9) COMP-3.
             10 JOBT-BEST-PRED PIC 9(3).

      * PREDECESSOR PAIRS AS JOB TABLE SUBSCRIPTS
       01 PAIR-TABLE-MAX PIC 9(3) VALUE 300.
       01 PAIR-TABLE.
          05 PAIR-ENTRY OCCURS 300 TIMES.
             10 PAIR-JOB-SUB PIC 9(3).
             10 PAIR-PRED-SUB PIC 9(3).

      * CRITICAL PATH, END OF CHAIN FIRST
       01 CHAIN-COUNT PIC 9(3) VALUE 0.
       01 CHAIN-TABLE.
          05 CHAIN-JOB-SUB PIC 9(3) OCCURS 100 TIMES.

      * WORK SUBSCRIPTS AND FIELDS
       01 WS-JOB-SUB PIC 9(3) VALUE 0.
       01 WS-PAIR-SUB PIC 9(3) VALUE 0.
       01 WS-CHAIN-SUB PIC 9(3) VALUE 0.
       01 WS-PASS PIC 9(3) VALUE 0.
       01 WS-FOUND-SUB PIC 9(3) VALUE 0.
       01 WS-FIND-NAME PIC X(8).
       01 WS-PRED-SUB PIC 9(3) VALUE 0.
       01 WS-END-SUB PIC 9(3) VALUE 0.
       01 WS-TRY-SECS PIC S9(9) COMP-3 VALUE 0.
       01 WS-CUM-SECS PIC S9(9) COMP-3 VALUE 0.
       01 WS-WINDOW-START PIC X(26) VALUE HIGH-VALUES.
       01 WS-WINDOW-END PIC X(26) VALUE LOW-VALUES.

      * SECONDS TO HH:MM:SS CONVERSION
       01 WS-FMT-SECS PIC S9(9) COMP-3 VALUE 0.
       01 WS-FMT-REM PIC S9(9) COMP-3 VALUE 0.
       01 WS-FMT-HMS.
          05 WS-FMT-HH PIC 9(3).
          05 FILLER PIC X(1) VALUE ':'.
          05 WS-FMT-MM PIC 9(2).
          05 FILLER PIC X(1) VALUE ':'.
          05 WS-FMT-SS PIC 9(2).

      * DB2 HOST VARIABLES
       01 HV-REPORT-DATE PIC 9(8).
       01 HV-LOOKBACK-DATE PIC 9(8).
       01 HV-JOB-NAME PIC X(8).
       01 HV-RUN-COUNT PIC S9(9) COMP.
       01 HV-FIRST-START PIC X(26).
       01 HV-LAST-END PIC X(26).
       01 HV-ELAPSED-SECS PIC S9(9) COMP.
       01 HV-AVG-NIGHTS PIC S9(9) COMP.
       01 HV-AVG-SECS PIC S9(9) COMP.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

       EXEC SQL
         DECLARE CUR-NIGHT CURSOR FOR
           SELECT JOB_NAME, COUNT(*),
                  CHAR(MIN(START_TS)), CHAR(MAX(END_TS)),
                  SUM(TIMESTAMPDIFF(2, CHAR(END_TS - START_TS)))
             FROM TB_BATCH_RUN_HISTORY
            WHERE RUN_DATE = :HV-REPORT-DATE
              AND START_TS IS NOT NULL
              AND END_TS IS NOT NULL
            GROUP BY JOB_NAME
            ORDER BY 3
       END-EXEC.

      * EDITED FIELDS FOR THE REPORT
       01 WS-EDITS.
          05 WS-PCT-EDIT PIC ZZ9.
          05 WS-CHG-EDIT PIC +ZZZZ9.
          05 WS-CNT-EDIT PIC ZZ9.
          05 WS-SEQ-EDIT PIC ZZ9.

      * REPORT DETAIL LINE
       01 ELAPSED-DETAIL-LINE.
          05 EDL-JOB PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-RUNS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-START PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-END PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-ELAPSED PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-AVG PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-CHG PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-FLAG PIC X(8).

      * CRITICAL PATH LINE
       01 CHAIN-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-SEQ PIC ZZ9.
          05 FILLER PIC X(2) VALUE '. '.
          05 CDL-JOB PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-ELAPSED PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-CUM PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-NOTE PIC X(14).

      **********************************************
      * TIMINGS -> PREDECESSORS -> AVERAGES -> PATH -> REPORT.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-REPORT-DATES.
           PERFORM READ-PARM-FILE.
           PERFORM LOAD-NIGHT-TIMINGS.
           PERFORM LOAD-PREDECESSORS.
           PERFORM QUERY-ALL-AVERAGES.
           PERFORM FIND-CRITICAL-PATH.
           PERFORM OPEN-REPORT-FILE.
           PERFORM WRITE-ELAPSED-REPORT.
           PERFORM CLOSE-REPORT-FILE.
           IF WS-CNT-JUMPS > 0 OR PRED-CYCLE
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * DEFAULT NIGHT = RUN DATE - 1 DAY.
      **********************************************
       GET-REPORT-DATES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).

      **********************************************
      * READS THE OPTIONAL PARMDD CONTROL CARDS:
      *   RUNDATE=YYYYMMDD - NIGHT TO REPORT.
      *   JUMPPCT=NNN - JUMP THRESHOLD PERCENT.
      *   MINSECS=NNNNN - SHORTEST JOB CHECKED FOR JUMPS.
      * THE AVERAGING WINDOW IS THE 30 NIGHTS BEFORE THE NIGHT.
      **********************************************
       READ-PARM-FILE.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = '00'
              PERFORM UNTIL PARAM-STATUS NOT = '00'
                 READ PARAM-FILE
                   AT END
                      MOVE '10' TO PARAM-STATUS
                   NOT AT END
                      EVALUATE TRUE
                          WHEN PARAM-REC(1:8) = 'RUNDATE='
                            IF PARAM-REC(9:8) IS NUMERIC
                               AND PARAM-REC(9:8) NOT = ZEROS
                               MOVE PARAM-REC(9:8) TO WS-REPORT-DATE
                            ELSE
                               DISPLAY 'WARNING: INVALID RUNDATE '
                                       'VALUE: ' PARAM-REC(9:8)
                            END-IF
                          WHEN PARAM-REC(1:8) = 'JUMPPCT='
                            IF PARAM-REC(9:3) IS NUMERIC
                               AND PARAM-REC(9:3) > 0
                               MOVE PARAM-REC(9:3) TO WS-JUMP-PCT
                            ELSE
                               DISPLAY 'WARNING: INVALID JUMPPCT '
                                       'VALUE: ' PARAM-REC(9:3)
                            END-IF
                          WHEN PARAM-REC(1:8) = 'MINSECS='
                            IF PARAM-REC(9:5) IS NUMERIC
                               MOVE PARAM-REC(9:5) TO WS-MIN-SECS
                            ELSE
                               DISPLAY 'WARNING: INVALID MINSECS '
                                       'VALUE: ' PARAM-REC(9:5)
                            END-IF
                          WHEN PARAM-REC = SPACES
                            CONTINUE
                          WHEN OTHER
                            DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                                    PARAM-REC(1:20)
                      END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PARAM-FILE
           END-IF.
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 30).
           MOVE WS-REPORT-DATE TO HV-REPORT-DATE.
           MOVE WS-LOOKBACK-DATE TO HV-LOOKBACK-DATE.
           DISPLAY 'ELAPSED-TIME REPORT FOR NIGHT: ' WS-REPORT-DATE.

      **********************************************
      * LOADS ONE JOB TABLE ENTRY PER JOB WITH TIMED RUNS ON THE
      * NIGHT, IN ORDER OF FIRST START.
      **********************************************
       LOAD-NIGHT-TIMINGS.
           EXEC SQL
             OPEN CUR-NIGHT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR OPENING CURSOR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              EXEC SQL
                FETCH CUR-NIGHT
                 INTO :HV-JOB-NAME, :HV-RUN-COUNT,
                      :HV-FIRST-START, :HV-LAST-END,
                      :HV-ELAPSED-SECS
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 100
                    SET EOF TO TRUE
                  WHEN SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'DB2 ERROR FETCHING TIMINGS: '
                            WS-SQLCODE-DISP
                    STOP RUN
                  WHEN OTHER
                    MOVE HV-JOB-NAME TO WS-FIND-NAME
                    PERFORM ADD-JOB-ENTRY
                    MOVE 'Y' TO JOBT-RAN-SW(WS-FOUND-SUB)
                    MOVE HV-RUN-COUNT TO JOBT-RUNS(WS-FOUND-SUB)
                    MOVE HV-FIRST-START
                      TO JOBT-FIRST-START(WS-FOUND-SUB)
                    MOVE HV-LAST-END TO JOBT-LAST-END(WS-FOUND-SUB)
                    MOVE HV-ELAPSED-SECS TO JOBT-SECS(WS-FOUND-SUB)
                    ADD 1 TO WS-CNT-TIMED
                    IF HV-FIRST-START < WS-WINDOW-START
                       MOVE HV-FIRST-START TO WS-WINDOW-START
                    END-IF
                    IF HV-LAST-END > WS-WINDOW-END
                       MOVE HV-LAST-END TO WS-WINDOW-END
                    END-IF
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-NIGHT
           END-EXEC.

      **********************************************
      * LOADS THE PREDECESSOR PAIRS. A JOB NAMED ONLY HERE GETS A
      * TABLE ENTRY THAT DID NOT RUN, SO THE CHAIN STILL SHOWS IT.
      * A MISSING PREDDD MEANS NO CRITICAL PATH, NOT AN ERROR.
      **********************************************
       LOAD-PREDECESSORS.
           OPEN INPUT PRED-FILE.
           IF PRED-STATUS NOT = '00'
              DISPLAY 'NO PREDECESSOR DEFINITIONS - CRITICAL PATH '
                      'NOT COMPUTED'
              EXIT PARAGRAPH
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ PRED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PRED-JOB-NAME NOT = SPACES
                      AND PRED-PRED-NAME NOT = SPACES
                      IF WS-CNT-PAIRS >= PAIR-TABLE-MAX
                         DISPLAY 'FATAL: PREDECESSOR TABLE OVERFLOW,'
                                 ' MAX=' PAIR-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-CNT-PAIRS
                      MOVE PRED-JOB-NAME TO WS-FIND-NAME
                      PERFORM ADD-JOB-ENTRY
                      MOVE WS-FOUND-SUB TO PAIR-JOB-SUB(WS-CNT-PAIRS)
                      MOVE PRED-PRED-NAME TO WS-FIND-NAME
                      PERFORM ADD-JOB-ENTRY
                      MOVE WS-FOUND-SUB TO PAIR-PRED-SUB(WS-CNT-PAIRS)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE PRED-FILE.

      **********************************************
      * RETURNS IN WS-FOUND-SUB THE ENTRY FOR WS-FIND-NAME,
      * ADDING A NOT-RUN ENTRY WHEN THE JOB IS NEW.
      **********************************************
       ADD-JOB-ENTRY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > JOB-COUNT
              IF JOBT-NAME(WS-JOB-SUB) = WS-FIND-NAME
                 MOVE WS-JOB-SUB TO WS-FOUND-SUB
                 MOVE JOB-COUNT TO WS-JOB-SUB
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > 0
              EXIT PARAGRAPH
           END-IF.
           IF JOB-COUNT >= JOB-TABLE-MAX
              DISPLAY 'FATAL: JOB TABLE OVERFLOW, MAX=' JOB-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO JOB-COUNT.
           MOVE JOB-COUNT TO WS-FOUND-SUB.
           MOVE WS-FIND-NAME TO JOBT-NAME(JOB-COUNT).
           MOVE 'N' TO JOBT-RAN-SW(JOB-COUNT).
           MOVE 'N' TO JOBT-JUMP-SW(JOB-COUNT).
           MOVE ZERO TO JOBT-RUNS(JOB-COUNT).
           MOVE SPACES TO JOBT-FIRST-START(JOB-COUNT).
           MOVE SPACES TO JOBT-LAST-END(JOB-COUNT).
           MOVE ZERO TO JOBT-SECS(JOB-COUNT).
           MOVE ZERO TO JOBT-NIGHTS(JOB-COUNT).
           MOVE ZERO TO JOBT-AVG-SECS(JOB-COUNT).
           MOVE ZERO TO JOBT-CHG-PCT(JOB-COUNT).
           MOVE ZERO TO JOBT-PATH-SECS(JOB-COUNT).
           MOVE ZERO TO JOBT-BEST-PRED(JOB-COUNT).

      **********************************************
      * FETCHES THE 30-NIGHT AVERAGE FOR EVERY JOB THAT RAN.
      **********************************************
       QUERY-ALL-AVERAGES.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > JOB-COUNT
              IF JOBT-RAN-SW(WS-JOB-SUB) = 'Y'
                 PERFORM QUERY-ONE-AVERAGE
              END-IF
           END-PERFORM.

      **********************************************
      * AVERAGES THE JOB'S NIGHTLY TOTAL ELAPSED TIME OVER THE
      * LOOKBACK WINDOW AND FLAGS A JUMP PAST THE THRESHOLD.
      **********************************************
       QUERY-ONE-AVERAGE.
           MOVE JOBT-NAME(WS-JOB-SUB) TO HV-JOB-NAME.

           EXEC SQL
             SELECT COUNT(*), COALESCE(AVG(NIGHT_SECS), 0)
               INTO :HV-AVG-NIGHTS, :HV-AVG-SECS
               FROM (SELECT RUN_DATE,
                            SUM(TIMESTAMPDIFF(2,
                                CHAR(END_TS - START_TS))) AS NIGHT_SECS
                       FROM TB_BATCH_RUN_HISTORY
                      WHERE JOB_NAME = :HV-JOB-NAME
                        AND RUN_DATE >= :HV-LOOKBACK-DATE
                        AND RUN_DATE < :HV-REPORT-DATE
                        AND START_TS IS NOT NULL
                        AND END_TS IS NOT NULL
                      GROUP BY RUN_DATE) AS NIGHTS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'DB2 ERROR AVERAGING ELAPSED: ' WS-SQLCODE-DISP
              DISPLAY 'JOB: ' HV-JOB-NAME
              STOP RUN
           END-IF.

           MOVE HV-AVG-NIGHTS TO JOBT-NIGHTS(WS-JOB-SUB).
           MOVE HV-AVG-SECS TO JOBT-AVG-SECS(WS-JOB-SUB).
           IF HV-AVG-SECS > 0
              COMPUTE JOBT-CHG-PCT(WS-JOB-SUB) =
                 ((JOBT-SECS(WS-JOB-SUB) - HV-AVG-SECS) * 100)
                    / HV-AVG-SECS
              IF JOBT-CHG-PCT(WS-JOB-SUB) > WS-JUMP-PCT
                 AND JOBT-SECS(WS-JOB-SUB) >= WS-MIN-SECS
                 MOVE 'Y' TO JOBT-JUMP-SW(WS-JOB-SUB)
                 ADD 1 TO WS-CNT-JUMPS
              END-IF
           END-IF.

      **********************************************
      * LONGEST PATH THROUGH THE PREDECESSOR PAIRS: EACH JOB'S
      * PATH TIME IS ITS OWN ELAPSED TIME PLUS THE LONGEST PATH
      * OF ANY PREDECESSOR. PASSES OVER THE PAIRS REPEAT UNTIL
      * NOTHING CHANGES; STILL CHANGING AFTER ONE PASS PER JOB
      * CAN ONLY MEAN A CYCLE IN THE DEFINITIONS.
      **********************************************
       FIND-CRITICAL-PATH.
           IF WS-CNT-PAIRS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > JOB-COUNT
              MOVE JOBT-SECS(WS-JOB-SUB)
                TO JOBT-PATH-SECS(WS-JOB-SUB)
              MOVE 0 TO JOBT-BEST-PRED(WS-JOB-SUB)
           END-PERFORM.

           SET PATH-CHANGED TO TRUE.
           PERFORM VARYING WS-PASS FROM 1 BY 1
              UNTIL NOT PATH-CHANGED OR WS-PASS > JOB-COUNT
              MOVE 'N' TO WS-CHANGED-SW
              PERFORM RELAX-ALL-PAIRS
           END-PERFORM.
           IF PATH-CHANGED
              SET PRED-CYCLE TO TRUE
              DISPLAY 'WARNING: PREDECESSOR DEFINITIONS CONTAIN A '
                      'CYCLE - CRITICAL PATH NOT COMPUTED'
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-END-SUB.
           PERFORM VARYING WS-JOB-SUB FROM 2 BY 1
              UNTIL WS-JOB-SUB > JOB-COUNT
              IF JOBT-PATH-SECS(WS-JOB-SUB) >
                 JOBT-PATH-SECS(WS-END-SUB)
                 MOVE WS-JOB-SUB TO WS-END-SUB
              END-IF
           END-PERFORM.

           MOVE 0 TO CHAIN-COUNT.
           MOVE WS-END-SUB TO WS-JOB-SUB.
           PERFORM UNTIL WS-JOB-SUB = 0
                      OR CHAIN-COUNT >= JOB-COUNT
              ADD 1 TO CHAIN-COUNT
              MOVE WS-JOB-SUB TO CHAIN-JOB-SUB(CHAIN-COUNT)
              MOVE JOBT-BEST-PRED(WS-JOB-SUB) TO WS-JOB-SUB
           END-PERFORM.

      **********************************************
      * ONE PASS OVER THE PAIRS, LENGTHENING ANY JOB'S PATH THAT
      * A PREDECESSOR'S PATH NOW MAKES LONGER.
      **********************************************
       RELAX-ALL-PAIRS.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-CNT-PAIRS
              MOVE PAIR-JOB-SUB(WS-PAIR-SUB) TO WS-JOB-SUB
              MOVE PAIR-PRED-SUB(WS-PAIR-SUB) TO WS-PRED-SUB
              COMPUTE WS-TRY-SECS = JOBT-PATH-SECS(WS-PRED-SUB)
                                  + JOBT-SECS(WS-JOB-SUB)
              IF WS-TRY-SECS > JOBT-PATH-SECS(WS-JOB-SUB)
                 MOVE WS-TRY-SECS TO JOBT-PATH-SECS(WS-JOB-SUB)
                 MOVE WS-PRED-SUB TO JOBT-BEST-PRED(WS-JOB-SUB)
                 SET PATH-CHANGED TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * OPEN THE REPORT FILE AND WRITE THE HEADING.
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT ELAPSED-REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ELAPSED REPORT FILE: '
                      REPORT-STATUS
              STOP RUN
           END-IF.

           MOVE SPACES TO ELAPSED-REPORT-REC.
           STRING 'BATCH WINDOW ELAPSED TIMES FOR NIGHT OF '
                  DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO ELAPSED-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO ELAPSED-REPORT-REC.
           STRING 'JOB        RUNS  START     END       ELAPSED  '
                  DELIMITED BY SIZE
                  '  30D-AVG    CHG%    FLAG' DELIMITED BY SIZE
                  INTO ELAPSED-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * DETAIL LINES, WINDOW LINE, CRITICAL PATH, JUMPS, TOTALS.
      **********************************************
       WRITE-ELAPSED-REPORT.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > JOB-COUNT
              IF JOBT-RAN-SW(WS-JOB-SUB) = 'Y'
                 PERFORM WRITE-JOB-DETAIL
              END-IF
           END-PERFORM.

           IF WS-CNT-TIMED > 0
              MOVE SPACES TO ELAPSED-REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO ELAPSED-REPORT-REC
              STRING 'WINDOW: FIRST START ' DELIMITED BY SIZE
                     WS-WINDOW-START(1:19) DELIMITED BY SIZE
                     '  LAST END ' DELIMITED BY SIZE
                     WS-WINDOW-END(1:19) DELIMITED BY SIZE
                     INTO ELAPSED-REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM WRITE-CRITICAL-PATH.

           IF WS-CNT-JUMPS > 0
              MOVE SPACES TO ELAPSED-REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE WS-JUMP-PCT TO WS-PCT-EDIT
              MOVE SPACES TO ELAPSED-REPORT-REC
              STRING '*** RUN TIME JUMPS BEYOND ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
                     ' PCT OF 30-NIGHT AVERAGE ***'
                        DELIMITED BY SIZE
                     INTO ELAPSED-REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                 UNTIL WS-JOB-SUB > JOB-COUNT
                 IF JOBT-JUMP-SW(WS-JOB-SUB) = 'Y'
                    MOVE JOBT-CHG-PCT(WS-JOB-SUB) TO WS-CHG-EDIT
                    MOVE JOBT-SECS(WS-JOB-SUB) TO WS-FMT-SECS
                    PERFORM FORMAT-SECONDS
                    MOVE SPACES TO ELAPSED-REPORT-REC
                    STRING '  ' DELIMITED BY SIZE
                           JOBT-NAME(WS-JOB-SUB) DELIMITED BY SIZE
                           ' TOOK ' DELIMITED BY SIZE
                           WS-FMT-HMS DELIMITED BY SIZE
                           ', ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CHG-EDIT)
                              DELIMITED BY SIZE
                           ' PCT VS ITS 30-NIGHT AVERAGE'
                              DELIMITED BY SIZE
                           INTO ELAPSED-REPORT-REC
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-PERFORM
           END-IF.

           MOVE SPACES TO ELAPSED-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ELAPSED-REPORT-REC.
           MOVE WS-CNT-TIMED TO WS-CNT-EDIT.
           STRING 'JOBS TIMED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  INTO ELAPSED-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ELAPSED-REPORT-REC.
           MOVE WS-CNT-JUMPS TO WS-CNT-EDIT.
           STRING 'JOBS JUMPED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  INTO ELAPSED-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ONE DETAIL LINE FOR A JOB THAT RAN ON THE NIGHT. START
      * AND END ARE THE TIME OF DAY OF ITS FIRST START AND LAST
      * END.
      **********************************************
       WRITE-JOB-DETAIL.
           MOVE SPACES TO ELAPSED-DETAIL-LINE.
           MOVE JOBT-NAME(WS-JOB-SUB) TO EDL-JOB.
           MOVE JOBT-RUNS(WS-JOB-SUB) TO EDL-RUNS.
           MOVE JOBT-FIRST-START(WS-JOB-SUB)(12:8) TO EDL-START.
           MOVE JOBT-LAST-END(WS-JOB-SUB)(12:8) TO EDL-END.
           MOVE JOBT-SECS(WS-JOB-SUB) TO WS-FMT-SECS.
           PERFORM FORMAT-SECONDS.
           MOVE WS-FMT-HMS TO EDL-ELAPSED.
           IF JOBT-NIGHTS(WS-JOB-SUB) > 0
              MOVE JOBT-AVG-SECS(WS-JOB-SUB) TO WS-FMT-SECS
              PERFORM FORMAT-SECONDS
              MOVE WS-FMT-HMS TO EDL-AVG
           ELSE
              MOVE 'N/A' TO EDL-AVG
           END-IF.
           IF JOBT-AVG-SECS(WS-JOB-SUB) > 0
              MOVE JOBT-CHG-PCT(WS-JOB-SUB) TO WS-CHG-EDIT
              MOVE WS-CHG-EDIT TO EDL-CHG
           ELSE
              MOVE 'N/A' TO EDL-CHG
           END-IF.
           IF JOBT-JUMP-SW(WS-JOB-SUB) = 'Y'
              MOVE 'JUMP' TO EDL-FLAG
           END-IF.
           MOVE SPACES TO ELAPSED-REPORT-REC.
           MOVE ELAPSED-DETAIL-LINE TO ELAPSED-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * PRINTS THE CRITICAL PATH FROM ITS FIRST JOB TO ITS LAST,
      * WITH EACH JOB'S ELAPSED TIME AND THE RUNNING TOTAL.
      **********************************************
       WRITE-CRITICAL-PATH.
           IF CHAIN-COUNT = 0 AND NOT PRED-CYCLE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ELAPSED-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '*** CRITICAL PATH (LONGEST PREDECESSOR CHAIN) ***'
              TO ELAPSED-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF PRED-CYCLE
              MOVE '  NOT COMPUTED - PREDECESSOR DEFINITIONS CONTAIN A'
                 TO ELAPSED-REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE '  CYCLE. CHECK THE DB2GT44 PREDECESSOR LISTS.'
                 TO ELAPSED-REPORT-REC
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ELAPSED-REPORT-REC.
           STRING '  SEQ  JOB       ELAPSED    CUMULATIVE'
                  DELIMITED BY SIZE
                  INTO ELAPSED-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE 0 TO WS-CUM-SECS.
           PERFORM VARYING WS-CHAIN-SUB FROM CHAIN-COUNT BY -1
              UNTIL WS-CHAIN-SUB < 1
              MOVE CHAIN-JOB-SUB(WS-CHAIN-SUB) TO WS-JOB-SUB
              ADD JOBT-SECS(WS-JOB-SUB) TO WS-CUM-SECS
              MOVE SPACES TO CHAIN-DETAIL-LINE
              COMPUTE WS-SEQ-EDIT = CHAIN-COUNT - WS-CHAIN-SUB + 1
              MOVE WS-SEQ-EDIT TO CDL-SEQ
              MOVE JOBT-NAME(WS-JOB-SUB) TO CDL-JOB
              MOVE JOBT-SECS(WS-JOB-SUB) TO WS-FMT-SECS
              PERFORM FORMAT-SECONDS
              MOVE WS-FMT-HMS TO CDL-ELAPSED
              MOVE WS-CUM-SECS TO WS-FMT-SECS
              PERFORM FORMAT-SECONDS
              MOVE WS-FMT-HMS TO CDL-CUM
              IF JOBT-RAN-SW(WS-JOB-SUB) = 'N'
                 MOVE 'DID NOT RUN' TO CDL-NOTE
              END-IF
              IF JOBT-JUMP-SW(WS-JOB-SUB) = 'Y'
                 MOVE 'JUMP' TO CDL-NOTE
              END-IF
              MOVE SPACES TO ELAPSED-REPORT-REC
              MOVE CHAIN-DETAIL-LINE TO ELAPSED-REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      **********************************************
      * CONVERTS WS-FMT-SECS TO HHH:MM:SS IN WS-FMT-HMS.
      **********************************************
       FORMAT-SECONDS.
           IF WS-FMT-SECS < 0
              MOVE 0 TO WS-FMT-SECS
           END-IF.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
              REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
              REMAINDER WS-FMT-SS.

      **********************************************
      * WRITES THE CURRENT REPORT RECORD AND CHECKS
      * THE FILE STATUS.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE ELAPSED-REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ELAPSED REPORT: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSES THE ELAPSED-TIME REPORT.
      **********************************************
       CLOSE-REPORT-FILE.
           CLOSE ELAPSED-REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ELAPSED REPORT: '
                      REPORT-STATUS
           END-IF.
