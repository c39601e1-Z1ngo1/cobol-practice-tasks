      ******************************************************************
      * PAYROLL EMPLOYEE SALARY EXTRACT (DB2)                          *
      *                                                                *
      * PURPOSE:                                                       *
      * BUILDS PSTASK14'S EMPLOYEE SALARY INPUT (EMPDD, EMPLOYEE-REC   *
      * LAYOUT) STRAIGHT FROM DB2, SO PAYROLL NO LONGER KEYS THE FILE  *
      * BY HAND AFTER EACH RAISE CYCLE (DB2TASK7) AND EMPLOYEE SYNC    *
      * (DB2JOB20) AND SALARIES STOP LAGGING TB_EMP_SALARY.            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   CUR-ACTIVE: EVERY ACTIVE (STATUS 'A') TB_EMPLOYEES ROW,      *
      *   LEFT JOINED TO TB_EMP_SALARY ON EMP_ID, IN EMP_ID ORDER.     *
      *   PER EMPLOYEE:                                                *
      *     NO TB_EMP_SALARY ROW OR NULL SALARY -> EXCEPTION           *
      *     DEPT NOT ON THE DEPT-REGION FILE    -> EXCEPTION           *
      *     PERIOD SALARY (ANNUAL SALARY / PAY PERIODS PER YEAR,       *
      *     ROUNDED) TOO LARGE FOR EMP-SALARY  -> EXCEPTION            *
      *     OTHERWISE WRITE ONE EMPLOYEE-REC: EMP_ID, EMP_NAME FROM    *
      *     TB_EMPLOYEES, THE DEPARTMENT'S TAX REGION, PERIOD SALARY.  *
      *   CUR-ORPHAN: TB_EMP_SALARY ROWS WITH NO TB_EMPLOYEES ROW AT   *
      *   ALL -> EXCEPTION. (A SALARY ROW FOR AN INACTIVE EMPLOYEE IS  *
      *   A LEAVER, NOT AN EXCEPTION.)                                 *
      *   THE DEPARTMENT IS TAKEN FROM TB_EMPLOYEES (THE HR MASTER).   *
      *   ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 4 SO NOBODY IS   *
      *   LEFT OUT OF PAYROLL WITHOUT OPERATIONS SEEING IT.            *
      *   ANY OTHER SQLCODE -> STOP. READ ONLY - NOTHING IS UPDATED.   *
      *   PARMDD PERIODS=NN SETS PAY PERIODS PER YEAR (DEFAULT 12).    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      *                                                                *
      * DB2:    TB_EMPLOYEES - EMPLOYEE MASTER (STATUS, NAME, DEPT)    *
      *         TB_EMP_SALARY - CURRENT ANNUAL SALARY                  *
      *         TB_BATCH_RUN_HISTORY - SHARED BATCH RUN AUDIT TABLE    *
      * INPUT:  PARMDD (PARM.FILE) - PERIODS=NN CONTROL CARD (OPT.)    *
      *         DRGNDD (DEPT.REGION) - DEPT -> TAX REGION (PS, 80 B)   *
      * OUTPUT: EMPDD (EMP.SALARY) - PSTASK14 SALARY INPUT (PS, 80 B)  *
      *         EXCPDD (EMP.EXTRACT.EXCP) - EXCEPTION REPORT (PS, 80 B)*
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EX14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT DEPT-REGION-FILE ASSIGN TO DRGNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DEPT-REGION-STATUS.

           SELECT EMPLOYEE-SALARY-FILE ASSIGN TO EMPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EMPLOYEE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * ONE ROW PER DEPARTMENT: THE TAX REGION ITS STAFF ARE TAXED IN
       FD DEPT-REGION-FILE RECORDING MODE IS F.
       01 DEPT-REGION-REC.
          05 DRGN-DEPT-CODE PIC X(3).
          05 DRGN-REGION-CODE PIC X(2).
          05 FILLER PIC X(75).

      * SAME LAYOUT PSTASK14 READS ON EMPDD
       FD EMPLOYEE-SALARY-FILE RECORDING MODE IS F.
       01 EMPLOYEE-REC.
          05 EMP-ID PIC X(5).
          05 EMP-NAME PIC X(20).
          05 EMP-REGION-CODE PIC X(2).
          05 EMP-SALARY PIC 9(5)V99.
          05 FILLER PIC X(46).

       FD EXCEPTION-REPORT-FILE RECORDING MODE IS F.
       01 EXCP-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS CODES
       01 PARM-STATUS PIC X(2).
       01 DEPT-REGION-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 EXCP-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.

      * DEPARTMENT -> TAX REGION MAP (LOADED FROM DRGNDD)
       01 DEPT-REGION-TABLE-MAX PIC 9(3) VALUE 100.
       01 DEPT-REGIONS-LOADED PIC 9(3) VALUE 0.
       01 DEPT-REGION-TABLE.
          05 DEPT-REGION-ENTRY OCCURS 100 TIMES.
             10 WS-DRGN-DEPT PIC X(3).
             10 WS-DRGN-REGION PIC X(2).
       01 WS-DRGN-SUB PIC 9(3) VALUE 0.
       01 WS-DRGN-HIT PIC 9(3) VALUE 0.

      * PAY PERIODS PER YEAR (PARMDD PERIODS=NN). EMP-SALARY CARRIES
      * THE PERIOD FIGURE; TB_EMP_SALARY HOLDS THE ANNUAL SALARY.
       01 WS-PERIODS PIC 9(2) VALUE 12.
       01 WS-PERIOD-SALARY PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-SALARY-MAX PIC S9(7)V99 COMP-3 VALUE 99999.99.

      * COUNTERS AND WORKING VARIABLES
       01 TOTAL-ACTIVE-READ PIC 9(5) VALUE 0.
       01 TOTAL-RECORDS-WRITTEN PIC 9(5) VALUE 0.
       01 TOTAL-NO-SALARY PIC 9(5) VALUE 0.
       01 TOTAL-NO-REGION PIC 9(5) VALUE 0.
       01 TOTAL-TOO-LARGE PIC 9(5) VALUE 0.
       01 TOTAL-NO-EMPLOYEE PIC 9(5) VALUE 0.
       01 TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-SALARY-DISP PIC Z(6)9.99.
       01 WS-EXCP-REASON PIC X(30).
       01 WS-EXCP-DEPT PIC X(3).
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * HOST VARIABLES FOR THE ACTIVE-EMPLOYEE JOIN
       01 HV-EMP-ID PIC X(5).
       01 HV-EMP-NAME.
          49 HV-EMP-NAME-LEN PIC S9(4) COMP-5.
          49 HV-EMP-NAME-TEXT PIC X(20).
       01 HV-EMP-DEPT PIC X(3).
       01 HV-SAL-EMP-ID PIC X(5).
       01 HV-SALARY PIC S9(7)V9(2) COMP-3 VALUE 0.

      * NULL INDICATORS: NAME, DEPT, SALARY-ROW EMP_ID (NULL = NO
      * TB_EMP_SALARY ROW), SALARY
       01 HV-NAME-IND PIC S9(4) COMP VALUE 0.
       01 HV-DEPT-IND PIC S9(4) COMP VALUE 0.
       01 HV-SAL-ROW-IND PIC S9(4) COMP VALUE 0.
       01 HV-SALARY-IND PIC S9(4) COMP VALUE 0.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2EX14 '.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * DB2 SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * EVERY ACTIVE EMPLOYEE WITH ITS SALARY ROW, IF ANY
           EXEC SQL
             DECLARE CUR-ACTIVE CURSOR FOR
             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT,
                    S.EMP_ID, S.SALARY
               FROM TB_EMPLOYEES E
               LEFT OUTER JOIN TB_EMP_SALARY S
                 ON S.EMP_ID = E.EMP_ID
              WHERE E.STATUS = 'A'
              ORDER BY E.EMP_ID
           END-EXEC.

      * SALARY ROWS FOR AN EMPLOYEE TB_EMPLOYEES HAS NEVER HEARD OF
           EXEC SQL
             DECLARE CUR-ORPHAN CURSOR FOR
             SELECT S.EMP_ID, S.DEPT_CODE, S.SALARY
               FROM TB_EMP_SALARY S
              WHERE NOT EXISTS
                    (SELECT 1
                       FROM TB_EMPLOYEES E
                      WHERE E.EMP_ID = S.EMP_ID)
              ORDER BY S.EMP_ID
           END-EXEC.

      **********************************************
      * MAIN FLOW: LOAD MAP -> ACTIVE EMPLOYEES -> ORPHAN SALARY
      * ROWS -> TOTALS -> RUN HISTORY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-FILES.
           PERFORM READ-PARM-FILE.
           PERFORM LOAD-DEPT-REGION-TABLE.

           EXEC SQL
             OPEN CUR-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              PERFORM FETCH-ACTIVE-EMPLOYEE
              IF NOT EOF
                 PERFORM EXTRACT-EMPLOYEE
              END-IF
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           PERFORM LIST-ORPHAN-SALARIES.
           PERFORM CLOSE-FILES.

      * EXCEPTIONS END THE RUN WITH A WARNING RETURN CODE SO NOBODY
      * DROPS OUT OF PAYROLL UNNOTICED.
           IF TOTAL-EXCEPTIONS > 0
              DISPLAY 'WARNING: ' TOTAL-EXCEPTIONS
                      ' EMPLOYEES NOT EXTRACTED - SEE EXCPDD'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RECORD-BATCH-HISTORY.
           STOP RUN.

      **********************************************
      * OPEN THE OUTPUT FILES AND WRITE THE EXCEPTION HEADER
      **********************************************
       OPEN-FILES.
           OPEN OUTPUT EMPLOYEE-SALARY-FILE.
           IF EMPLOYEE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMPLOYEE SALARY FILE: '
                      EMPLOYEE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXCP-STATUS
              STOP RUN
           END-IF.

           MOVE 'EMPID DEPT  ANNUAL_SAL REASON' TO EXCP-REC.
           PERFORM WRITE-EXCP-REC.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   PERIODS=NN  - PAY PERIODS PER YEAR (DEFAULT 12).
      * NO PARMDD MEANS MONTHLY PAY PERIODS.
      **********************************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   MOVE '10' TO PARM-STATUS
                NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:8) = 'PERIODS='
                         IF PARM-REC(9:2) IS NUMERIC
                            AND PARM-REC(9:2) NOT = '00'
                            MOVE PARM-REC(9:2) TO WS-PERIODS
                         ELSE
                            DISPLAY 'WARNING: INVALID PERIODS '
                                    'VALUE: ' PARM-REC(9:2)
                         END-IF
                       WHEN PARM-REC = SPACES
                         CONTINUE
                       WHEN OTHER
                         DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                                 PARM-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           DISPLAY 'PAY PERIODS PER YEAR: ' WS-PERIODS.

      **********************************************
      * LOADS THE DEPARTMENT -> TAX REGION MAP FROM DRGNDD.
      * A MISSING OR EMPTY MAP IS FATAL - EVERY EMPLOYEE WOULD
      * FALL OUT AS AN EXCEPTION.
      **********************************************
       LOAD-DEPT-REGION-TABLE.
           OPEN INPUT DEPT-REGION-FILE.
           IF DEPT-REGION-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEPT REGION FILE: '
                      DEPT-REGION-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL DEPT-REGION-STATUS = '10'
              READ DEPT-REGION-FILE
                AT END
                   MOVE '10' TO DEPT-REGION-STATUS
                NOT AT END
                   IF DEPT-REGION-STATUS = '00'
                      IF DEPT-REGIONS-LOADED >= DEPT-REGION-TABLE-MAX
                         DISPLAY 'ERROR: DRGNDD HAS MORE THAN '
                                  DEPT-REGION-TABLE-MAX ' ROWS - '
                                  'DEPT REGION TABLE CAPACITY EXCEEDED'
                         STOP RUN
                      END-IF
                      ADD 1 TO DEPT-REGIONS-LOADED
                      MOVE DRGN-DEPT-CODE
                         TO WS-DRGN-DEPT(DEPT-REGIONS-LOADED)
                      MOVE DRGN-REGION-CODE
                         TO WS-DRGN-REGION(DEPT-REGIONS-LOADED)
                   ELSE
                      DISPLAY 'ERROR READING DEPT REGION FILE: '
                               DEPT-REGION-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE DEPT-REGION-FILE.
           IF DEPT-REGIONS-LOADED = 0
              DISPLAY 'ERROR: DEPT REGION FILE IS EMPTY'
              STOP RUN
           END-IF.

      **********************************************
      * FETCH NEXT ACTIVE EMPLOYEE
      * SQLCODE 0 -> CONTINUE, 100 -> EOF, OTHER -> STOP.
      **********************************************
       FETCH-ACTIVE-EMPLOYEE.
           EXEC SQL
             FETCH CUR-ACTIVE
               INTO :HV-EMP-ID,
                    :HV-EMP-NAME:HV-NAME-IND,
                    :HV-EMP-DEPT:HV-DEPT-IND,
                    :HV-SAL-EMP-ID:HV-SAL-ROW-IND,
                    :HV-SALARY:HV-SALARY-IND
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-NAME-IND < 0
                    MOVE 0 TO HV-EMP-NAME-LEN
                 END-IF
                 IF HV-DEPT-IND < 0
                    MOVE SPACES TO HV-EMP-DEPT
                 END-IF
                 SET NOT-EOF TO TRUE
               WHEN SQLCODE = 100
                 SET EOF TO TRUE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                 SET EOF TO TRUE
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * WRITES THE EMPLOYEE-REC FOR ONE ACTIVE EMPLOYEE, OR LISTS
      * THE EMPLOYEE ON EXCPDD WHEN THE SALARY ROW OR THE REGION
      * MAPPING IS MISSING OR THE SALARY WILL NOT FIT.
      **********************************************
       EXTRACT-EMPLOYEE.
           ADD 1 TO TOTAL-ACTIVE-READ.
           MOVE HV-EMP-DEPT TO WS-EXCP-DEPT.

           IF HV-SAL-ROW-IND < 0 OR HV-SALARY-IND < 0
              MOVE 0 TO HV-SALARY
              IF HV-SAL-ROW-IND < 0
                 MOVE 'NOT ON TB_EMP_SALARY' TO WS-EXCP-REASON
              ELSE
                 MOVE 'NULL SALARY ON TB_EMP_SALARY' TO WS-EXCP-REASON
              END-IF
              ADD 1 TO TOTAL-NO-SALARY
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DRGN-HIT.
           PERFORM VARYING WS-DRGN-SUB FROM 1 BY 1
                     UNTIL WS-DRGN-SUB > DEPT-REGIONS-LOADED
              IF WS-DRGN-DEPT(WS-DRGN-SUB) = HV-EMP-DEPT
                 MOVE WS-DRGN-SUB TO WS-DRGN-HIT
                 MOVE DEPT-REGIONS-LOADED TO WS-DRGN-SUB
              END-IF
           END-PERFORM.
           IF WS-DRGN-HIT = 0
              MOVE 'DEPT HAS NO TAX REGION MAPPING' TO WS-EXCP-REASON
              ADD 1 TO TOTAL-NO-REGION
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PERIOD-SALARY ROUNDED = HV-SALARY / WS-PERIODS.
           IF WS-PERIOD-SALARY > WS-EMP-SALARY-MAX
              OR WS-PERIOD-SALARY < 0
              MOVE 'PERIOD SALARY OUT OF RANGE' TO WS-EXCP-REASON
              ADD 1 TO TOTAL-TOO-LARGE
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EMPLOYEE-REC.
           MOVE HV-EMP-ID TO EMP-ID.
           IF HV-EMP-NAME-LEN > 0
              MOVE HV-EMP-NAME-TEXT(1:HV-EMP-NAME-LEN) TO EMP-NAME
           END-IF.
           MOVE WS-DRGN-REGION(WS-DRGN-HIT) TO EMP-REGION-CODE.
           MOVE WS-PERIOD-SALARY TO EMP-SALARY.
           WRITE EMPLOYEE-REC.
           IF EMPLOYEE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMPLOYEE SALARY FILE: '
                      EMPLOYEE-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-RECORDS-WRITTEN.

      **********************************************
      * LISTS EVERY TB_EMP_SALARY ROW WITH NO TB_EMPLOYEES ROW:
      * PAYROLL WOULD OTHERWISE NEVER HEAR OF THE EMPLOYEE.
      **********************************************
       LIST-ORPHAN-SALARIES.
           EXEC SQL
             OPEN CUR-ORPHAN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              EXEC SQL
                FETCH CUR-ORPHAN
                  INTO :HV-EMP-ID,
                       :HV-EMP-DEPT:HV-DEPT-IND,
                       :HV-SALARY:HV-SALARY-IND
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    IF HV-DEPT-IND < 0
                       MOVE SPACES TO HV-EMP-DEPT
                    END-IF
                    IF HV-SALARY-IND < 0
                       MOVE 0 TO HV-SALARY
                    END-IF
                    MOVE HV-EMP-DEPT TO WS-EXCP-DEPT
                    MOVE 'NOT ON TB_EMPLOYEES' TO WS-EXCP-REASON
                    ADD 1 TO TOTAL-NO-EMPLOYEE
                    PERFORM WRITE-EXCEPTION-LINE
                  WHEN SQLCODE = 100
                    SET EOF TO TRUE
                  WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                    STOP RUN
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-ORPHAN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

      **********************************************
      * WRITES ONE EXCEPTION LINE: EMPLOYEE, DEPT, ANNUAL SALARY
      * AND REASON.
      **********************************************
       WRITE-EXCEPTION-LINE.
           ADD 1 TO TOTAL-EXCEPTIONS.
           MOVE HV-SALARY TO WS-SALARY-DISP.
           MOVE SPACES TO EXCP-REC.
           STRING HV-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXCP-DEPT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SALARY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

      **********************************************
      * WRITES EXCP-REC, STOPPING ON ANY I/O ERROR
      **********************************************
       WRITE-EXCP-REC.
           WRITE EXCP-REC.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION FILE: ' EXCP-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES THE EXCEPTION TOTALS AND CLOSES THE FILES
      **********************************************
       CLOSE-FILES.
           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-ACTIVE-READ TO WS-COUNT-DISP.
           STRING 'ACTIVE EMPLOYEES READ:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-RECORDS-WRITTEN TO WS-COUNT-DISP.
           STRING 'WRITTEN TO EMPDD:            ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-NO-SALARY TO WS-COUNT-DISP.
           STRING 'NO SALARY ROW / NULL SALARY: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-NO-REGION TO WS-COUNT-DISP.
           STRING 'NO REGION MAPPING:           ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-TOO-LARGE TO WS-COUNT-DISP.
           STRING 'PERIOD SALARY OUT OF RANGE:  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-NO-EMPLOYEE TO WS-COUNT-DISP.
           STRING 'SALARY ROW, NO EMPLOYEE ROW: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           CLOSE EMPLOYEE-SALARY-FILE.
           IF EMPLOYEE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING EMPLOYEE SALARY FILE: '
                      EMPLOYEE-STATUS
           END-IF.

           CLOSE EXCEPTION-REPORT-FILE.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING EXCEPTION FILE: ' EXCP-STATUS
           END-IF.

           MOVE TOTAL-RECORDS-WRITTEN TO WS-COUNT-DISP.
           DISPLAY 'PAYROLL EXTRACT COMPLETED: ' WS-COUNT-DISP
                   ' EMPLOYEES WRITTEN'.

      **********************************************
      * NOTES WHEN THE JOB STARTED FOR ITS TB_BATCH_RUN_HISTORY
      * ROW. IF DB2 CANNOT SUPPLY THE TIME THE ROW IS WRITTEN
      * WITH A NULL START_TS RATHER THAN FAILING THE RUN.
      **********************************************
       CAPTURE-START-TIME.
           EXEC SQL
             SET :HV-HIST-START-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO HV-HIST-START-IND
           ELSE
              MOVE 0 TO HV-HIST-START-IND
           END-IF.

      **********************************************
      * WRITES ONE ROW TO THE SHARED TB_BATCH_RUN_HISTORY
      * AUDIT TABLE: ACTIVE EMPLOYEES READ, RECORDS WRITTEN
      * AND EXCEPTIONS. A FAILURE HERE IS LOGGED ONLY.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TOTAL-ACTIVE-READ TO HV-HIST-RECORDS-PROCESSED.
           MOVE TOTAL-RECORDS-WRITTEN TO HV-HIST-RECORDS-CHANGED.
           MOVE TOTAL-EXCEPTIONS TO HV-HIST-RECORDS-ERRORS.

           EXEC SQL
             INSERT INTO TB_BATCH_RUN_HISTORY
               (JOB_NAME, RUN_DATE, RECORDS_PROCESSED,
                RECORDS_CHANGED, RECORDS_ERRORS,
                START_TS, END_TS)
             VALUES
               (:HV-HIST-JOB-NAME, :HV-HIST-RUN-DATE,
                :HV-HIST-RECORDS-PROCESSED,
                :HV-HIST-RECORDS-CHANGED,
                :HV-HIST-RECORDS-ERRORS,
                :HV-HIST-START-TS :HV-HIST-START-IND,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: BATCH HISTORY INSERT FAILED: '
                       WS-SQLCODE-DISP
           ELSE
              EXEC SQL
                COMMIT WORK
              END-EXEC
           END-IF.
