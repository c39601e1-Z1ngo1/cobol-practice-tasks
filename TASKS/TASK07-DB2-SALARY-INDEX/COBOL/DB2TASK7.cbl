      *   PARMDD DRYRUN=Y -> PREVIEW ONLY: REPORT IS STILL WRITTEN     *
      *   BUT NO UPDATE IS SENT TO DB2 AND THE UNIT OF WORK IS ROLLED  *
      *   BACK INSTEAD OF COMMITTED.                                   *
      *   A RAISE ABOVE THE APPROVAL THRESHOLDS (PARMDD APPRPCT= /     *
      *   APPRAMT=) IS NOT APPLIED: IT IS WRITTEN TO PENDDD FOR HR     *
      *   SIGN-OFF AND APPLIED LATER BY DB2APR7.                       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/21                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  REPLACE THE FLAT IT/SAL/OTHER PERCENTAGES     *
      *                  WITH A MERIT MATRIX (MTRXDD): RAISE PERCENT   *
      *                  BY DEPARTMENT X PERF_RATING, WITH EMPLOYEES   *
      *                  OR WAS CAUSED BY THIS CYCLE, AND THE RUN      *
      *                  ENDS WITH RETURN-CODE 4 SO OPERATIONS SEES    *
      *                  IT. NO BANDDD DATASET MEANS NO AUDIT.         *
      * 2026/10/15  SSH  APPROVAL WORKFLOW FOR LARGE RAISES: A RAISE   *
      *                  ABOVE APPRPCT= PERCENT (FOUR DIGITS, TWO      *
      *                  IMPLIED DECIMALS) OR APPRAMT= AMOUNT          *
      *                  (DEFAULTS 10.00 PCT / 10000) IS NOT UPDATED   *
      *                  BUT WRITTEN TO PENDDD WITH THE OLD SALARY,    *
      *                  PROPOSED SALARY, RATING AND REASON (STATUS    *
      *                  PENDAPR). IT IS NOT CHARGED TO THE BUDGET     *
      *                  POOL; THE POOL REMAINDERS ARE WRITTEN TO      *
      *                  PENDDD TOO SO DB2APR7 CAN HOLD APPROVED       *
      *                  AMOUNTS TO WHAT IS LEFT. ZERO DISABLES A      *
      *                  THRESHOLD. DRY RUNS WRITE NO PENDDD RECORDS.  *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_EMP_SALARY - EMPLOYEE SALARY TABLE (SOURCE/TARGET)          *
      * DCLGEN: TASK7 - HOST VARIABLE DECLARATIONS                     *
      *                                                                *
      * INPUT:  PARMDD (PARM.FILE) - DRYRUN=Y/N CONTROL CARD (OPTIONAL)*
      *                              BUDGMODE=S/P, APPRPCT=NNNN (2     *
      *                              DECIMALS), APPRAMT=NNNNNNN        *
      *         CAPDD  (DEPT.CAP.TABLE) - PER-DEPT SALARY CAPS (PS)    *
      *         MTRXDD (MERIT.MATRIX) - DEPT X RATING RAISE PERCENTS   *
      *         BUDGDD (DEPT.BUDGETS) - PER-DEPT RAISE BUDGET POOLS    *
      * OUTPUT: OUTDD (REPORT.FILE) - SALARY CHANGE REPORT (PS, 80 B)  *
      *         BKPYDD (BACKPAY.EXTRACT) - BACK-PAY OWED PER EMPLOYEE  *
      *                                    (PS, 80 B)                  *
      *         PENDDD (RAISE.PENDING) - RAISES AWAITING APPROVAL AND  *
      *                                  POOL REMAINDERS (PS, 80 B)    *
      ******************************************************************
                                                                        
       IDENTIFICATION DIVISION.                                         
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SALARY-BAND-STATUS.

           SELECT PENDING-RAISE-FILE ASSIGN TO PENDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 BAND-MAX PIC 9(7).
          05 FILLER PIC X(62).

      * RAISES AWAITING HR APPROVAL (TYPE 'E'), FOLLOWED BY ONE
      * BUDGET POOL REMAINDER ROW PER DEPARTMENT (TYPE 'B') AS LEFT
      * AFTER THE RAISES THIS RUN APPLIED. READ BY DB2APR7.
       FD PENDING-RAISE-FILE RECORDING MODE IS F.
       01 PENDING-RAISE-REC.
          05 PEND-REC-TYPE PIC X(1).
          05 PEND-EMP-ID PIC X(5).
          05 PEND-DEPT-CODE PIC X(3).
          05 PEND-RATING PIC X(1).
          05 PEND-OLD-SALARY PIC 9(7)V99.
          05 PEND-NEW-SALARY PIC 9(7)V99.
          05 PEND-RAISE-PCT PIC 9(3)V99.
          05 PEND-REASON PIC X(8).
          05 PEND-EFF-DATE PIC X(8).
          05 PEND-RUN-DATE PIC 9(8).
          05 FILLER PIC X(23).
       01 PENDING-POOL-REC.
          05 PPOOL-REC-TYPE PIC X(1).
          05 PPOOL-DEPT-CODE PIC X(3).
          05 PPOOL-REMAINING PIC 9(11)V99.
          05 PPOOL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(55).

       WORKING-STORAGE SECTION.
                                                                        
      * DB2 SQL COMMUNICATION AREA                                      
       01 DEPT-CAP-STATUS PIC X(2).
       01 MERIT-MATRIX-STATUS PIC X(2).
       01 DEPT-BUDGET-STATUS PIC X(2).
       01 PENDING-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
       01 WS-BUD-EDIT2 PIC Z(10)9.99.
       01 WS-BUD-EDIT3 PIC -Z(10)9.99.

      * APPROVAL THRESHOLDS (PARMDD APPRPCT= / APPRAMT=). A RAISE
      * ABOVE EITHER ONE GOES TO PENDDD INSTEAD OF TB_EMP_SALARY.
      * ZERO TURNS THAT THRESHOLD OFF.
       01 WS-APPR-PCT PIC 9(2)V99 VALUE 10.00.
       01 WS-APPR-PCT-IN PIC 9(4) VALUE 0.
       01 WS-APPR-AMT PIC 9(7) VALUE 10000.
       01 WS-RAISE-AMT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EFFECTIVE-PCT PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-PEND-REASON PIC X(8) VALUE SPACES.
       01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-PENDING-CNT-EDIT PIC ZZ9.

      * SPLIT OF APPLIED RAISES AT A BUDGET-EXHAUSTION STOP:
      * EARLIER INTERMEDIATE COMMITS STAND, ONLY THE CURRENT
      * UNIT OF WORK ROLLS BACK
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      **********************************************
      * OPENS REPORT FILE, OPENS DB2 CURSOR, PROCESSES ALL ROWS,        
       PROCEDURE DIVISION.                                              
       MAIN-LOGIC.

           PERFORM CAPTURE-START-TIME.
           OPEN OUTPUT SALARY-REPORT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FILE' OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PENDING-RAISE-FILE.
           IF PENDING-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PENDING RAISE FILE: '
                      PENDING-STATUS
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-PARM-FILE.
           END-IF.                                                      
                                                                        
           PERFORM WRITE-BUDGET-SUMMARY.
           PERFORM WRITE-POOL-REMAINDERS.

           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-RECORDS-UPDATED TO TOTAL-RECORDS-UPDATED-DISP
              STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-REC.
           MOVE WS-PENDING-COUNT TO WS-PENDING-CNT-EDIT.
           STRING 'PENDING APPROVAL (NOT APPLIED): ' DELIMITED BY SIZE
                  WS-PENDING-CNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
              STOP RUN
           END-IF.

           MOVE WS-BACKPAY-COUNT TO WS-BACKPAY-CNT-EDIT.
           MOVE WS-BACKPAY-TOTAL TO WS-BACKPAY-TOT-EDIT.
           MOVE SPACES TO REPORT-REC.
              DISPLAY 'ERROR CLOSING BACKPAY FILE: ' BACKPAY-STATUS
           END-IF.

           CLOSE PENDING-RAISE-FILE.
           IF PENDING-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PENDING RAISE FILE: '
                      PENDING-STATUS
           END-IF.

      * OUT-OF-BAND ROWS END THE RUN WITH A WARNING RETURN CODE SO
      * OPERATIONS SEES THE BREACH WITHOUT READING THE REPORT.
           IF WS-BAND-BREACH-COUNT > 0
      *   DRYRUN=Y    - PREVIEW ONLY, NOTHING COMMITTED.
      *   BUDGMODE=P  - PRORATE RAISES WHEN A BUDGET POOL RUNS OUT.
      *   BUDGMODE=S  - STOP WHEN A POOL RUNS OUT (THE DEFAULT).
      *   APPRPCT=NNNN    - APPROVAL THRESHOLD PERCENT, 2 DECIMALS
      *                     (1000 = 10.00 PCT, 0000 = OFF).
      *   APPRAMT=NNNNNNN - APPROVAL THRESHOLD RAISE AMOUNT (0 = OFF).
      * NO PARMDD MEANS A NORMAL STOP-MODE RUN.
      **********************************************
       READ-PARM-FILE.
                            DISPLAY 'WARNING: INVALID BUDGMODE '
                                    'VALUE: ' PARM-REC(10:1)
                         END-IF
                       WHEN PARM-REC(1:8) = 'APPRPCT='
                         IF PARM-REC(9:4) IS NUMERIC
                            MOVE PARM-REC(9:4) TO WS-APPR-PCT-IN
                            COMPUTE WS-APPR-PCT = WS-APPR-PCT-IN / 100
                         ELSE
                            DISPLAY 'WARNING: INVALID APPRPCT '
                                    'VALUE: ' PARM-REC(9:4)
                         END-IF
                       WHEN PARM-REC(1:8) = 'APPRAMT='
                         IF PARM-REC(9:7) IS NUMERIC
                            MOVE PARM-REC(9:7) TO WS-APPR-AMT
                         ELSE
                            DISPLAY 'WARNING: INVALID APPRAMT '
                                    'VALUE: ' PARM-REC(9:7)
                         END-IF
                       WHEN PARM-REC = SPACES
                         CONTINUE
                       WHEN OTHER
              MOVE 'MAXCAP' TO STATUS-TEXT
           END-IF.

           PERFORM CHECK-APPROVAL-THRESHOLD.
           IF WS-PEND-REASON NOT = SPACES
              PERFORM WRITE-PENDING-RAISE
              EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-BUDGET-POOL.
           IF BUDGET-BLOCKED
              MOVE OLD-SALARY TO NEW-SALARY
               MOVE 0 TO COMMIT-COUNT                                   
           END-IF.                                                      
                                                                        
      **********************************************
      * DECIDES WHETHER THE PRICED RAISE NEEDS HR SIGN-OFF: ITS
      * EFFECTIVE PERCENT (AFTER THE CAP) ABOVE APPRPCT, OR ITS
      * AMOUNT ABOVE APPRAMT. LEAVES THE REASON IN WS-PEND-REASON,
      * SPACES WHEN THE RAISE CAN BE APPLIED NOW.
      **********************************************
       CHECK-APPROVAL-THRESHOLD.
           MOVE SPACES TO WS-PEND-REASON.
           COMPUTE WS-RAISE-AMT = NEW-SALARY - OLD-SALARY.
           IF WS-RAISE-AMT <= 0 OR OLD-SALARY <= 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EFFECTIVE-PCT ROUNDED =
              WS-RAISE-AMT * 100 / OLD-SALARY.

           IF WS-APPR-PCT > 0 AND WS-EFFECTIVE-PCT > WS-APPR-PCT
              MOVE 'PCTLIMIT' TO WS-PEND-REASON
           ELSE
              IF WS-APPR-AMT > 0 AND WS-RAISE-AMT > WS-APPR-AMT
                 MOVE 'AMTLIMIT' TO WS-PEND-REASON
              END-IF
           END-IF.

      **********************************************
      * PARKS THE RAISE FOR APPROVAL: THE REPORT LINE SHOWS THE
      * PROPOSED SALARY WITH STATUS PENDAPR, AND ON A REAL RUN THE
      * PENDDD RECORD CARRIES OLD AND PROPOSED SALARY, RATING,
      * REASON AND THE MATRIX EFFECTIVE DATE (FOR BACK PAY ONCE
      * APPROVED). TB_EMP_SALARY AND THE BUDGET POOL ARE LEFT
      * ALONE; NEW-SALARY IS RESET SO THE BAND AUDIT SEES THE ROW
      * AS IT STANDS.
      **********************************************
       WRITE-PENDING-RAISE.
           MOVE 'PENDAPR' TO STATUS-TEXT.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM WRITE-REPORT-LINE.

           IF NOT DRY-RUN
              MOVE SPACES TO PENDING-RAISE-REC
              MOVE 'E' TO PEND-REC-TYPE
              MOVE EMP-ID OF DCLTB-EMP-SALARY TO PEND-EMP-ID
              MOVE DEPT-CODE OF DCLTB-EMP-SALARY TO PEND-DEPT-CODE
              MOVE PERF-RATING OF DCLTB-EMP-SALARY TO PEND-RATING
              MOVE OLD-SALARY TO PEND-OLD-SALARY
              MOVE NEW-SALARY TO PEND-NEW-SALARY
              MOVE WS-EFFECTIVE-PCT TO PEND-RAISE-PCT
              MOVE WS-PEND-REASON TO PEND-REASON
              MOVE WS-EFF-DATE TO PEND-EFF-DATE
              MOVE WS-RUN-DATE TO PEND-RUN-DATE
              WRITE PENDING-RAISE-REC
              IF PENDING-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PENDING RAISE FILE: '
                         PENDING-STATUS
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
                 END-IF
                 STOP RUN
              END-IF
           END-IF.

           MOVE OLD-SALARY TO NEW-SALARY.

      **********************************************
      * COMPUTES THE BACK PAY OWED WHEN THE MATCHED MATRIX ROW
      * CARRIES AN EFFECTIVE DATE IN THE PAST: WHOLE MONTHS ELAPSED
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES ONE PENDDD ROW PER BUDGET POOL WITH WHAT REMAINS
      * AFTER THIS RUN'S APPLIED RAISES, SO DB2APR7 HOLDS THE
      * APPROVED RAISES TO THE SAME POOLS. NOT WRITTEN ON A DRY RUN.
      **********************************************
       WRITE-POOL-REMAINDERS.
           IF DRY-RUN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                     UNTIL WS-BUD-SUB > DEPT-BUDGETS-LOADED
              COMPUTE WS-BUD-REMAINING =
                 WS-BUD-LIMIT(WS-BUD-SUB) - WS-BUD-SPENT(WS-BUD-SUB)
              IF WS-BUD-REMAINING < 0
                 MOVE 0 TO WS-BUD-REMAINING
              END-IF
              MOVE SPACES TO PENDING-POOL-REC
              MOVE 'B' TO PPOOL-REC-TYPE
              MOVE WS-BUD-DEPT(WS-BUD-SUB) TO PPOOL-DEPT-CODE
              MOVE WS-BUD-REMAINING TO PPOOL-REMAINING
              MOVE WS-RUN-DATE TO PPOOL-RUN-DATE
              WRITE PENDING-POOL-REC
              IF PENDING-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PENDING RAISE FILE: '
                         PENDING-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.

      **********************************************
      * FORMATS EMP-ID, OLD AND NEW SALARY, STATUS
      * INTO REPORT LINE AND WRITES TO REPORT FILE.
              STOP RUN                                                  
           END-IF.                                                      

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
      * AUDIT TABLE SO OPERATIONS CAN SEE WHEN EACH BATCH
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
