      ******************************************************************
      * LARGE RAISE APPROVAL RUN (DB2)                                 *
      *                                                                *
      * PURPOSE:                                                       *
      * COMPANION TO THE SALARY INDEXING CYCLE (DB2TASK7): THE CYCLE   *
      * PARKS RAISES ABOVE THE APPROVAL THRESHOLDS ON PENDDD INSTEAD   *
      * OF UPDATING TB_EMP_SALARY. ONCE HR LEADERSHIP HAS DECIDED,     *
      * THIS RUN APPLIES THEIR APPROVALS FILE TO TB_EMP_SALARY.        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PENDDD IS LOADED IN FULL: 'E' ROWS ARE THE PENDING RAISES,   *
      *   'B' ROWS THE DEPARTMENT BUDGET POOL REMAINDERS THE CYCLE     *
      *   LEFT. EACH APPRDD DECISION IS MATCHED TO ITS PENDING RAISE:  *
      *     A - APPROVE: APPLY THE PROPOSED SALARY                     *
      *     R - REDUCE: APPLY THE GIVEN SALARY, WHICH MUST BE ABOVE    *
      *         THE OLD SALARY AND NOT ABOVE THE PROPOSED ONE          *
      *     D - DENY: NOTHING APPLIED                                  *
      *   THE CURRENT ROW MUST STILL CARRY THE OLD SALARY THE CYCLE    *
      *   PRICED FROM - OTHERWISE THE DECISION IS REJECTED (CHANGED).  *
      *   AN APPROVED SALARY ABOVE THE PAY BAND MAX (BANDDD) IS HELD   *
      *   TO THE MAX (BANDCAP), OR REJECTED WHEN THE ROW IS ALREADY    *
      *   AT OR ABOVE IT (BANDMAX). THE RAISE COST IS THEN CHARGED TO  *
      *   THE DEPARTMENT POOL REMAINDER: A RAISE LARGER THAN WHAT IS   *
      *   LEFT IS CUT TO THE REMAINDER (BUDGCAP), OR NOT APPLIED WHEN  *
      *   NOTHING IS LEFT (NOBUDG). A DEPARTMENT WITH NO POOL ROW IS   *
      *   NEVER CONSTRAINED.                                           *
      *   BACK PAY FOR A RETROACTIVE MATRIX ROW IS COMPUTED AND        *
      *   WRITTEN TO BKPYDD EXACTLY AS THE CYCLE DOES.                 *
      *   PENDING RAISES WITH NO DECISION ARE LISTED AS UNDECIDED.     *
      *   COMMIT EVERY 100 UPDATES, FINAL COMMIT AFTER THE LOOP.       *
      *   ANY SQLCODE ERROR -> ROLLBACK AND STOP                       *
      *   REJECTED DECISIONS END THE RUN WITH RETURN-CODE 4.           *
      *   PARMDD DRYRUN=Y -> PREVIEW ONLY, ROLLED BACK, NO BKPYDD      *
      *   RECORDS AND NO TB_BATCH_RUN_HISTORY ROW.                     *
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
      * DB2 OBJECTS:                                                   *
      * TB_EMP_SALARY - EMPLOYEE SALARY TABLE (TARGET)                 *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH RUN AUDIT TABLE            *
      * DCLGEN: TASK7 - HOST VARIABLE DECLARATIONS                     *
      *                                                                *
      * INPUT:  PARMDD (PARM.FILE) - DRYRUN=Y/N CONTROL CARD (OPTIONAL)*
      *         PENDDD (RAISE.PENDING) - PENDING RAISES AND POOL       *
      *                                  REMAINDERS FROM DB2TASK7      *
      *         APPRDD (RAISE.APPROVALS) - HR DECISIONS A/R/D          *
      *         BANDDD (SALARY.BANDS) - PAY BAND MIN/MAX PER DEPT X    *
      *                                 GRADE (OPTIONAL - NO BAND CAP) *
      * OUTPUT: OUTDD (REPORT.FILE) - APPROVAL REPORT (PS, 80 B)       *
      *         BKPYDD (BACKPAY.EXTRACT) - BACK-PAY OWED PER EMPLOYEE  *
      *                                    (PS, 80 B)                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2APR7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OUT-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT PENDING-RAISE-FILE ASSIGN TO PENDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PENDING-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS APPROVAL-STATUS.

           SELECT OPTIONAL SALARY-BAND-FILE ASSIGN TO BANDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SALARY-BAND-STATUS.

           SELECT BACKPAY-FILE ASSIGN TO BKPYDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BACKPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVAL-REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * RAISES AWAITING HR APPROVAL (TYPE 'E') AND THE BUDGET POOL
      * REMAINDER PER DEPARTMENT (TYPE 'B'), AS WRITTEN BY DB2TASK7.
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

      * ONE HR DECISION PER PENDING RAISE. ACTION A = APPROVE AS
      * PROPOSED, R = REDUCE TO APPR-AMOUNT (THE NEW ANNUAL SALARY),
      * D = DENY. APPR-AMOUNT IS IGNORED FOR A AND D.
       FD APPROVAL-FILE RECORDING MODE IS F.
       01 APPROVAL-REC.
          05 APPR-EMP-ID PIC X(5).
          05 APPR-ACTION PIC X(1).
          05 APPR-AMOUNT PIC 9(7)V99.
          05 APPR-APPROVER PIC X(8).
          05 FILLER PIC X(57).

      * PAY BAND TABLE: ONE ROW PER DEPT X GRADE. THE GRADE MATCHES
      * THE EMPLOYEES PERF_RATING; '*' MATCHES ANY GRADE AND '***'
      * IN THE DEPT COLUMN MATCHES ANY DEPARTMENT.
       FD SALARY-BAND-FILE RECORDING MODE IS F.
       01 SALARY-BAND-REC.
          05 BAND-DEPT-CODE PIC X(3).
          05 BAND-GRADE PIC X(1).
          05 BAND-MIN PIC 9(7).
          05 BAND-MAX PIC 9(7).
          05 FILLER PIC X(62).

      * BACK-PAY EXTRACT: SAME LAYOUT AS THE CYCLE WRITES, FED TO
      * PAYROLL AS SUPPLEMENTAL EARNINGS.
       FD BACKPAY-FILE RECORDING MODE IS F.
       01 BACKPAY-REC.
          05 BKPY-EMP-ID PIC X(5).
          05 BKPY-AMOUNT PIC 9(7)V99.
          05 BKPY-FROM-DATE PIC 9(8).
          05 BKPY-TO-DATE PIC 9(8).
          05 BKPY-MONTHS PIC 9(3).
          05 FILLER PIC X(47).

       WORKING-STORAGE SECTION.

      * DB2 SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 DCLGEN - GENERATED FROM TB_EMP_SALARY TABLE
           EXEC SQL
             INCLUDE TASK7
           END-EXEC.

      * FILE STATUS CODES
       01 OUT-STATUS PIC X(2).
       01 PARM-STATUS PIC X(2).
       01 PENDING-STATUS PIC X(2).
       01 APPROVAL-STATUS PIC X(2).
       01 SALARY-BAND-STATUS PIC X(2).
       01 BACKPAY-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-DRYRUN-SW PIC X(1) VALUE 'N'.
             88 DRY-RUN VALUE 'Y'.
          05 WS-APPLY-SW PIC X(1) VALUE 'N'.
             88 APPLY-RAISE VALUE 'Y'.

      * PENDING RAISES (LOADED FROM PENDDD 'E' ROWS). WS-PND-DONE
      * IS SET WHEN A DECISION HAS BEEN TAKEN FOR THE ROW.
       01 PENDING-TABLE-MAX PIC 9(3) VALUE 500.
       01 PENDING-ROWS-LOADED PIC 9(3) VALUE 0.
       01 PENDING-TABLE.
          05 PENDING-ENTRY OCCURS 500 TIMES.
             10 WS-PND-EMP-ID PIC X(5).
             10 WS-PND-DEPT PIC X(3).
             10 WS-PND-RATING PIC X(1).
             10 WS-PND-OLD-SAL PIC S9(7)V99 COMP-3.
             10 WS-PND-NEW-SAL PIC S9(7)V99 COMP-3.
             10 WS-PND-EFF-DATE PIC X(8).
             10 WS-PND-DONE PIC X(1).
       01 WS-PND-SUB PIC 9(3) VALUE 0.
       01 WS-PND-HIT PIC 9(3) VALUE 0.

      * DEPARTMENT BUDGET POOL REMAINDERS (LOADED FROM PENDDD 'B'
      * ROWS). A DEPARTMENT WITHOUT A POOL ROW IS UNCONSTRAINED.
       01 DEPT-BUDGET-TABLE-MAX PIC 9(2) VALUE 20.
       01 DEPT-BUDGETS-LOADED PIC 9(2) VALUE 0.
       01 DEPT-BUDGET-TABLE.
          05 DEPT-BUDGET-ENTRY OCCURS 20 TIMES.
             10 WS-BUD-DEPT PIC X(3).
             10 WS-BUD-REMAINING PIC S9(11)V99 COMP-3.
       01 WS-BUD-SUB PIC 9(2) VALUE 0.
       01 WS-BUD-HIT PIC 9(2) VALUE 0.
       01 WS-RAISE-COST PIC S9(9)V99 COMP-3 VALUE 0.

      * PAY BAND TABLE LOADED FROM BANDDD. NO ROWS = NO BAND CAP.
       01 SALARY-BAND-TABLE-MAX PIC 9(2) VALUE 50.
       01 SALARY-BANDS-LOADED PIC 9(2) VALUE 0.
       01 SALARY-BAND-TABLE.
          05 SALARY-BAND-ENTRY OCCURS 50 TIMES.
             10 WS-BAND-DEPT PIC X(3).
             10 WS-BAND-GRADE PIC X(1).
             10 WS-BAND-MIN PIC S9(7)V99 COMP-3.
             10 WS-BAND-MAX PIC S9(7)V99 COMP-3.
       01 WS-BAND-SUB PIC 9(2) VALUE 0.
       01 WS-BAND-HIT PIC 9(2) VALUE 0.

      * RUN DATE AND BACK-PAY WORK FIELDS (SAME RULE AS THE CYCLE:
      * WHOLE MONTHS FROM THE EFFECTIVE DATE TO THE RUN DATE, AT ONE
      * TWELFTH OF THE ANNUAL INCREASE PER MONTH).
       01 WS-RUN-DATE PIC 9(8).
       01 FILLER REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 WS-RUN-DD PIC 9(2).
       01 WS-EFF-DATE PIC X(8) VALUE SPACES.
       01 WS-EFF-DATE-NUM PIC 9(8).
       01 FILLER REDEFINES WS-EFF-DATE-NUM.
          05 WS-EFF-YYYY PIC 9(4).
          05 WS-EFF-MM PIC 9(2).
          05 WS-EFF-DD PIC 9(2).
       01 WS-BACKPAY-MONTHS PIC S9(5) COMP-3 VALUE 0.
       01 WS-BACKPAY-AMT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-BACKPAY-COUNT PIC 9(3) VALUE 0.
       01 WS-BACKPAY-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BACKPAY-EDIT PIC Z(6)9.99.
       01 WS-BACKPAY-TOT-EDIT PIC Z(8)9.99.

      * COUNTERS AND WORKING VARIABLES
       01 COMMIT-COUNT PIC 9(3) VALUE 0.
       01 TOTAL-DECISIONS-READ PIC 9(3) VALUE 0.
       01 TOTAL-RECORDS-UPDATED PIC 9(3) VALUE 0.
       01 TOTAL-DENIED PIC 9(3) VALUE 0.
       01 TOTAL-REJECTED PIC 9(3) VALUE 0.
       01 TOTAL-UNDECIDED PIC 9(3) VALUE 0.
       01 OLD-SALARY PIC S9(7)V99 COMP-3.
       01 NEW-SALARY PIC S9(7)V99 COMP-3.
       01 STATUS-TEXT PIC X(7).
       01 OLD-SAL-DISP PIC Z(7).99.
       01 NEW-SAL-DISP PIC Z(7).99.
       01 WS-COUNT-DISP PIC ZZ9.
       01 WS-SQLCODE-SAVE PIC S9(9) COMP.
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * HOST VARIABLES FOR THE TB_EMP_SALARY READ AND UPDATE
       01 HV-EMP-ID PIC X(5).
       01 HV-CUR-SALARY PIC S9(7)V9(2) COMP-3 VALUE 0.
       01 HV-CUR-SALARY-IND PIC S9(4) COMP VALUE 0.
       01 HV-OLD-SALARY PIC S9(7)V9(2) COMP-3 VALUE 0.
       01 HV-NEW-SALARY PIC S9(7)V9(2) COMP-3 VALUE 0.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2APR7 '.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      **********************************************
      * LOADS PENDING RAISES, POOLS AND BANDS, APPLIES EACH
      * DECISION, COMMITS, REPORTS AND LOGS THE RUN.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM CAPTURE-START-TIME.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FILE' OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT BACKPAY-FILE.
           IF BACKPAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKPAY FILE: ' BACKPAY-STATUS
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-PARM-FILE.
           PERFORM LOAD-PENDING-RAISES.
           PERFORM LOAD-SALARY-BAND-TABLE.

           IF DRY-RUN
              DISPLAY 'DRY RUN MODE - NO CHANGES WILL BE COMMITTED'
           END-IF.

           MOVE 'EMPID   OLD_SAL    NEW_SAL  STATUS  ACT APPROVER'
              TO REPORT-REC.
           WRITE REPORT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVALS FILE: ' APPROVAL-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ APPROVAL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APPROVAL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPROVALS FILE: '
                               APPROVAL-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      STOP RUN
                   END-IF
                   IF APPROVAL-REC NOT = SPACES
                      ADD 1 TO TOTAL-DECISIONS-READ
                      PERFORM PROCESS-DECISION
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE APPROVAL-FILE.

      * FINAL COMMIT AFTER ALL DECISIONS. IN DRY-RUN MODE THE UNIT
      * OF WORK IS ROLLED BACK SO NO CHANGE REACHES TB_EMP_SALARY.
           IF DRY-RUN
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
                 STOP RUN
              END-IF
              DISPLAY 'DRY RUN - NO CHANGES COMMITTED'
           ELSE
              EXEC SQL
                COMMIT WORK
              END-EXEC
              IF SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-SQLCODE-DISP
                  DISPLAY 'FINAL COMMIT ERROR: ' WS-SQLCODE-DISP
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

           PERFORM LIST-UNDECIDED-RAISES.
           PERFORM WRITE-TOTAL-LINES.

           CLOSE APPROVAL-REPORT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FILE: ' OUT-STATUS
           END-IF.

           CLOSE BACKPAY-FILE.
           IF BACKPAY-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING BACKPAY FILE: ' BACKPAY-STATUS
           END-IF.

      * REJECTED DECISIONS END THE RUN WITH A WARNING RETURN CODE SO
      * HR IS TOLD TO LOOK AT THE REPORT.
           IF TOTAL-REJECTED > 0
              DISPLAY 'WARNING: ' TOTAL-REJECTED
                      ' DECISIONS REJECTED - SEE REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF NOT DRY-RUN
              PERFORM RECORD-BATCH-HISTORY
           END-IF.

           MOVE TOTAL-RECORDS-UPDATED TO WS-COUNT-DISP.
           DISPLAY 'RAISE APPROVALS COMPLETED: ' WS-COUNT-DISP.
           STOP RUN.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   DRYRUN=Y    - PREVIEW ONLY, NOTHING COMMITTED.
      * NO PARMDD MEANS A NORMAL RUN.
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
                       WHEN PARM-REC(1:7) = 'DRYRUN='
                         IF PARM-REC(8:1) = 'Y'
                            SET DRY-RUN TO TRUE
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

      **********************************************
      * LOADS PENDDD: 'E' ROWS INTO THE PENDING TABLE, 'B' ROWS INTO
      * THE POOL TABLE. A MISSING OR EMPTY FILE IS FATAL - THERE IS
      * NOTHING A DECISION COULD BE MATCHED TO.
      **********************************************
       LOAD-PENDING-RAISES.
           OPEN INPUT PENDING-RAISE-FILE.
           IF PENDING-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PENDING RAISE FILE: '
                      PENDING-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PENDING-STATUS = '10'
              READ PENDING-RAISE-FILE
                AT END
                   MOVE '10' TO PENDING-STATUS
                NOT AT END
                   IF PENDING-STATUS = '00'
                      EVALUATE PEND-REC-TYPE
                          WHEN 'E'
                            PERFORM LOAD-PENDING-ENTRY
                          WHEN 'B'
                            PERFORM LOAD-POOL-ENTRY
                          WHEN OTHER
                            DISPLAY 'ERROR: UNKNOWN PENDDD RECORD '
                                    'TYPE: ' PENDING-RAISE-REC(1:10)
                            STOP RUN
                      END-EVALUATE
                   ELSE
                      DISPLAY 'ERROR READING PENDING RAISE FILE: '
                               PENDING-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE PENDING-RAISE-FILE.
           IF PENDING-ROWS-LOADED = 0
              DISPLAY 'ERROR: PENDING RAISE FILE HAS NO RAISES'
              STOP RUN
           END-IF.

      **********************************************
      * ADDS ONE PENDING RAISE TO THE TABLE.
      **********************************************
       LOAD-PENDING-ENTRY.
           IF PENDING-ROWS-LOADED >= PENDING-TABLE-MAX
              DISPLAY 'ERROR: PENDDD HAS MORE THAN '
                       PENDING-TABLE-MAX ' RAISES - PENDING '
                       'TABLE CAPACITY EXCEEDED'
              STOP RUN
           END-IF.
           IF PEND-OLD-SALARY IS NOT NUMERIC
              OR PEND-NEW-SALARY IS NOT NUMERIC
              DISPLAY 'ERROR: NON-NUMERIC SALARY IN PENDDD ROW: '
                      PENDING-RAISE-REC(1:10)
              STOP RUN
           END-IF.
           ADD 1 TO PENDING-ROWS-LOADED.
           MOVE PEND-EMP-ID TO WS-PND-EMP-ID(PENDING-ROWS-LOADED).
           MOVE PEND-DEPT-CODE TO WS-PND-DEPT(PENDING-ROWS-LOADED).
           MOVE PEND-RATING TO WS-PND-RATING(PENDING-ROWS-LOADED).
           MOVE PEND-OLD-SALARY
              TO WS-PND-OLD-SAL(PENDING-ROWS-LOADED).
           MOVE PEND-NEW-SALARY
              TO WS-PND-NEW-SAL(PENDING-ROWS-LOADED).
           MOVE PEND-EFF-DATE
              TO WS-PND-EFF-DATE(PENDING-ROWS-LOADED).
           MOVE 'N' TO WS-PND-DONE(PENDING-ROWS-LOADED).

      **********************************************
      * ADDS ONE DEPARTMENT POOL REMAINDER TO THE TABLE.
      **********************************************
       LOAD-POOL-ENTRY.
           IF DEPT-BUDGETS-LOADED >= DEPT-BUDGET-TABLE-MAX
              DISPLAY 'ERROR: PENDDD HAS MORE THAN '
                       DEPT-BUDGET-TABLE-MAX ' POOL ROWS - '
                       'BUDGET TABLE CAPACITY EXCEEDED'
              STOP RUN
           END-IF.
           IF PPOOL-REMAINING IS NOT NUMERIC
              DISPLAY 'ERROR: NON-NUMERIC POOL IN PENDDD ROW: '
                      PENDING-POOL-REC(1:17)
              STOP RUN
           END-IF.
           ADD 1 TO DEPT-BUDGETS-LOADED.
           MOVE PPOOL-DEPT-CODE TO WS-BUD-DEPT(DEPT-BUDGETS-LOADED).
           MOVE PPOOL-REMAINING
              TO WS-BUD-REMAINING(DEPT-BUDGETS-LOADED).

      **********************************************
      * LOADS THE PAY BAND TABLE FROM BANDDD. AN ABSENT FILE MEANS
      * APPROVED RAISES ARE NOT HELD TO A BAND.
      **********************************************
       LOAD-SALARY-BAND-TABLE.
           OPEN INPUT SALARY-BAND-FILE.
           IF SALARY-BAND-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SALARY-BAND-STATUS = '10'
              READ SALARY-BAND-FILE
                AT END
                   MOVE '10' TO SALARY-BAND-STATUS
                NOT AT END
                   IF SALARY-BAND-STATUS = '00'
                      IF SALARY-BANDS-LOADED >= SALARY-BAND-TABLE-MAX
                         DISPLAY 'ERROR: BANDDD HAS MORE THAN '
                                  SALARY-BAND-TABLE-MAX ' ROWS - '
                                  'BAND TABLE CAPACITY EXCEEDED'
                         STOP RUN
                      END-IF
                      IF BAND-MIN IS NOT NUMERIC
                         OR BAND-MAX IS NOT NUMERIC
                         DISPLAY 'ERROR: NON-NUMERIC BAND LIMIT IN '
                                 'BANDDD ROW: ' SALARY-BAND-REC(1:18)
                         STOP RUN
                      END-IF
                      ADD 1 TO SALARY-BANDS-LOADED
                      MOVE BAND-DEPT-CODE
                         TO WS-BAND-DEPT(SALARY-BANDS-LOADED)
                      MOVE BAND-GRADE
                         TO WS-BAND-GRADE(SALARY-BANDS-LOADED)
                      MOVE BAND-MIN
                         TO WS-BAND-MIN(SALARY-BANDS-LOADED)
                      MOVE BAND-MAX
                         TO WS-BAND-MAX(SALARY-BANDS-LOADED)
                   ELSE
                      DISPLAY 'ERROR READING SALARY BAND FILE: '
                               SALARY-BAND-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE SALARY-BAND-FILE.

      **********************************************
      * APPLIES ONE HR DECISION: MATCHES IT TO ITS PENDING RAISE,
      * WORKS OUT THE SALARY TO APPLY, CHECKS THE ROW IS UNCHANGED,
      * HOLDS THE RAISE TO THE BAND AND THE POOL, UPDATES
      * TB_EMP_SALARY AND WRITES THE REPORT LINE.
      **********************************************
       PROCESS-DECISION.
           MOVE 'N' TO WS-APPLY-SW.
           MOVE ZERO TO OLD-SALARY NEW-SALARY.
           PERFORM FIND-PENDING-RAISE.
           IF WS-PND-HIT = 0
              MOVE 'NOPEND' TO STATUS-TEXT
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PND-OLD-SAL(WS-PND-HIT) TO OLD-SALARY.
           MOVE OLD-SALARY TO NEW-SALARY.
           IF WS-PND-DONE(WS-PND-HIT) = 'Y'
              MOVE 'DUPAPR' TO STATUS-TEXT
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE APPR-ACTION
               WHEN 'A'
                 MOVE WS-PND-NEW-SAL(WS-PND-HIT) TO NEW-SALARY
                 MOVE 'APPLIED' TO STATUS-TEXT
               WHEN 'R'
                 IF APPR-AMOUNT IS NOT NUMERIC
                    MOVE 'BADAMT' TO STATUS-TEXT
                 ELSE
                    IF APPR-AMOUNT <= OLD-SALARY
                       OR APPR-AMOUNT > WS-PND-NEW-SAL(WS-PND-HIT)
                       MOVE 'BADAMT' TO STATUS-TEXT
                    ELSE
                       MOVE APPR-AMOUNT TO NEW-SALARY
                       MOVE 'REDUCED' TO STATUS-TEXT
                    END-IF
                 END-IF
               WHEN 'D'
                 MOVE 'DENIED' TO STATUS-TEXT
               WHEN OTHER
                 MOVE 'BADACT' TO STATUS-TEXT
           END-EVALUATE.

           IF STATUS-TEXT = 'BADAMT' OR STATUS-TEXT = 'BADACT'
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-PND-DONE(WS-PND-HIT).
           IF APPR-ACTION = 'D'
              ADD 1 TO TOTAL-DENIED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CURRENT-SALARY.
           IF STATUS-TEXT = 'NOTFND' OR STATUS-TEXT = 'CHANGED'
              MOVE OLD-SALARY TO NEW-SALARY
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-BAND-LIMIT.
           IF STATUS-TEXT = 'BANDMAX'
              MOVE OLD-SALARY TO NEW-SALARY
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-BUDGET-POOL.
           IF STATUS-TEXT = 'NOBUDG'
              MOVE OLD-SALARY TO NEW-SALARY
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM UPDATE-EMPLOYEE-SALARY.
           IF STATUS-TEXT = 'CHANGED'
              PERFORM RESTORE-BUDGET-POOL
              MOVE OLD-SALARY TO NEW-SALARY
              ADD 1 TO TOTAL-REJECTED
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PND-EFF-DATE(WS-PND-HIT) TO WS-EFF-DATE.
           PERFORM PROCESS-BACKPAY.

      **********************************************
      * FINDS THE PENDING RAISE FOR THE DECISION'S EMPLOYEE.
      * NO MATCH LEAVES WS-PND-HIT AT ZERO.
      **********************************************
       FIND-PENDING-RAISE.
           MOVE 0 TO WS-PND-HIT.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                     UNTIL WS-PND-SUB > PENDING-ROWS-LOADED
              IF WS-PND-EMP-ID(WS-PND-SUB) = APPR-EMP-ID
                 MOVE WS-PND-SUB TO WS-PND-HIT
                 MOVE PENDING-ROWS-LOADED TO WS-PND-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * READS THE EMPLOYEE'S SALARY AS IT STANDS NOW. A MISSING
      * ROW (NOTFND) OR A SALARY THAT NO LONGER MATCHES THE ONE THE
      * CYCLE PRICED FROM (CHANGED) MEANS THE DECISION CANNOT BE
      * APPLIED SAFELY.
      **********************************************
       READ-CURRENT-SALARY.
           MOVE APPR-EMP-ID TO HV-EMP-ID.
           EXEC SQL
             SELECT SALARY
               INTO :HV-CUR-SALARY:HV-CUR-SALARY-IND
               FROM TB_EMP_SALARY
              WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-CUR-SALARY-IND < 0
                    OR HV-CUR-SALARY NOT = OLD-SALARY
                    MOVE 'CHANGED' TO STATUS-TEXT
                 END-IF
               WHEN SQLCODE = 100
                 MOVE 'NOTFND' TO STATUS-TEXT
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-SAVE
                 MOVE WS-SQLCODE-SAVE TO WS-SQLCODE-DISP
                 DISPLAY 'SELECT ERROR: ' APPR-EMP-ID
                 DISPLAY 'SQLCODE: ' WS-SQLCODE-DISP
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
                 END-IF
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * HOLDS THE APPROVED SALARY TO THE PAY BAND MAX FOR THE
      * EMPLOYEE'S DEPARTMENT X GRADE, MOST SPECIFIC ROW FIRST (AS
      * THE CYCLE'S BAND AUDIT MATCHES). A ROW ALREADY AT OR ABOVE
      * THE MAX GETS NO RAISE (BANDMAX); OTHERWISE THE RAISE IS CUT
      * TO THE MAX (BANDCAP). NO BAND TABLE OR NO ROW = NO LIMIT.
      **********************************************
       APPLY-BAND-LIMIT.
           IF SALARY-BANDS-LOADED = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BAND-HIT.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                     UNTIL WS-BAND-SUB > SALARY-BANDS-LOADED
              IF (WS-BAND-DEPT(WS-BAND-SUB) = WS-PND-DEPT(WS-PND-HIT)
                  OR WS-BAND-DEPT(WS-BAND-SUB) = '***')
                 AND (WS-BAND-GRADE(WS-BAND-SUB) =
                         WS-PND-RATING(WS-PND-HIT)
                      OR WS-BAND-GRADE(WS-BAND-SUB) = '*')
                 IF WS-BAND-HIT = 0
                    MOVE WS-BAND-SUB TO WS-BAND-HIT
                 ELSE
                    IF WS-BAND-DEPT(WS-BAND-SUB) NOT = '***'
                       AND WS-BAND-DEPT(WS-BAND-HIT) = '***'
                       MOVE WS-BAND-SUB TO WS-BAND-HIT
                    ELSE
                       IF WS-BAND-DEPT(WS-BAND-SUB) =
                             WS-BAND-DEPT(WS-BAND-HIT)
                          AND WS-BAND-GRADE(WS-BAND-SUB) NOT = '*'
                          AND WS-BAND-GRADE(WS-BAND-HIT) = '*'
                          MOVE WS-BAND-SUB TO WS-BAND-HIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BAND-HIT = 0
              EXIT PARAGRAPH
           END-IF.

           IF NEW-SALARY > WS-BAND-MAX(WS-BAND-HIT)
              IF OLD-SALARY >= WS-BAND-MAX(WS-BAND-HIT)
                 MOVE 'BANDMAX' TO STATUS-TEXT
              ELSE
                 MOVE WS-BAND-MAX(WS-BAND-HIT) TO NEW-SALARY
                 MOVE 'BANDCAP' TO STATUS-TEXT
              END-IF
           END-IF.

      **********************************************
      * CHARGES THE RAISE COST TO WHAT THE CYCLE LEFT IN THE
      * EMPLOYEE'S DEPARTMENT POOL. A RAISE LARGER THAN THE
      * REMAINDER IS CUT TO IT (BUDGCAP); AN EMPTY POOL BLOCKS THE
      * RAISE (NOBUDG). A DEPARTMENT WITH NO POOL ROW IS NEVER
      * CONSTRAINED.
      **********************************************
       APPLY-BUDGET-POOL.
           MOVE 0 TO WS-BUD-HIT.
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                     UNTIL WS-BUD-SUB > DEPT-BUDGETS-LOADED
              IF WS-BUD-DEPT(WS-BUD-SUB) = WS-PND-DEPT(WS-PND-HIT)
                 MOVE WS-BUD-SUB TO WS-BUD-HIT
                 MOVE DEPT-BUDGETS-LOADED TO WS-BUD-SUB
              END-IF
           END-PERFORM.
           IF WS-BUD-HIT = 0
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RAISE-COST = NEW-SALARY - OLD-SALARY.
           IF WS-RAISE-COST <= WS-BUD-REMAINING(WS-BUD-HIT)
              SUBTRACT WS-RAISE-COST FROM WS-BUD-REMAINING(WS-BUD-HIT)
              EXIT PARAGRAPH
           END-IF.

           IF WS-BUD-REMAINING(WS-BUD-HIT) > 0
              COMPUTE NEW-SALARY =
                 OLD-SALARY + WS-BUD-REMAINING(WS-BUD-HIT)
              MOVE 0 TO WS-BUD-REMAINING(WS-BUD-HIT)
              MOVE 'BUDGCAP' TO STATUS-TEXT
           ELSE
              MOVE 'NOBUDG' TO STATUS-TEXT
           END-IF.

      **********************************************
      * GIVES BACK TO THE DEPARTMENT POOL WHAT APPLY-BUDGET-POOL
      * CHARGED FOR A RAISE THAT WAS NOT APPLIED BECAUSE THE ROW
      * CHANGED UNDER THE UPDATE.
      **********************************************
       RESTORE-BUDGET-POOL.
           IF WS-BUD-HIT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BUD-REMAINING(WS-BUD-HIT) =
              WS-BUD-REMAINING(WS-BUD-HIT) + NEW-SALARY - OLD-SALARY.

      **********************************************
      * UPDATES TB_EMP_SALARY, GUARDED ON THE OLD SALARY SO A ROW
      * CHANGED SINCE IT WAS READ IS NOT OVERWRITTEN (SQLCODE 100
      * -> CHANGED). COMMITS EVERY 100 UPDATES. A DRY RUN SENDS NO
      * UPDATE.
      **********************************************
       UPDATE-EMPLOYEE-SALARY.
           IF DRY-RUN
              ADD 1 TO TOTAL-RECORDS-UPDATED
              EXIT PARAGRAPH
           END-IF.

           MOVE APPR-EMP-ID TO HV-EMP-ID.
           MOVE OLD-SALARY TO HV-OLD-SALARY.
           MOVE NEW-SALARY TO HV-NEW-SALARY.
           EXEC SQL
             UPDATE TB_EMP_SALARY
                SET SALARY = :HV-NEW-SALARY
              WHERE EMP_ID = :HV-EMP-ID
                AND SALARY = :HV-OLD-SALARY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                 ADD 1 TO TOTAL-RECORDS-UPDATED
                 ADD 1 TO COMMIT-COUNT
               WHEN SQLCODE = 100
                 MOVE 'CHANGED' TO STATUS-TEXT
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-SAVE
                 MOVE WS-SQLCODE-SAVE TO WS-SQLCODE-DISP
                 DISPLAY 'UPDATE ERROR: ' APPR-EMP-ID
                 DISPLAY 'SQLCODE: ' WS-SQLCODE-DISP
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
                 END-IF
                 DISPLAY 'ALL CHANGES ROLLED BACK DUE TO UPDATE ERROR'
                 STOP RUN
           END-EVALUATE.

      * INTERMEDIATE COMMIT TO AVOID LONG-RUNNING UNIT OF WORK.
           IF COMMIT-COUNT >= 100
               EXEC SQL
                 COMMIT WORK
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
                   EXEC SQL
                     ROLLBACK WORK
                   END-EXEC
                   IF SQLCODE NOT = 0
                      MOVE SQLCODE TO WS-SQLCODE-DISP
                      DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
                   END-IF
                   STOP RUN
               END-IF
               DISPLAY 'INTERMEDIATE COMMIT AT: ' TOTAL-RECORDS-UPDATED
               MOVE 0 TO COMMIT-COUNT
           END-IF.

      **********************************************
      * COMPUTES THE BACK PAY OWED FOR AN APPLIED RAISE WHOSE
      * MATRIX ROW CARRIED A PAST EFFECTIVE DATE, EXACTLY AS THE
      * CYCLE DOES. SHOWN ON THE REPORT (DRY RUNS INCLUDED); WRITTEN
      * TO BKPYDD ON A REAL RUN ONLY.
      **********************************************
       PROCESS-BACKPAY.
           IF NEW-SALARY <= OLD-SALARY
              EXIT PARAGRAPH
           END-IF.
           IF WS-EFF-DATE = SPACES OR WS-EFF-DATE = '00000000'
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFF-DATE TO WS-EFF-DATE-NUM.

           COMPUTE WS-BACKPAY-MONTHS =
              (WS-RUN-YYYY * 12 + WS-RUN-MM)
              - (WS-EFF-YYYY * 12 + WS-EFF-MM).
           IF WS-BACKPAY-MONTHS <= 0
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BACKPAY-AMT ROUNDED =
              (NEW-SALARY - OLD-SALARY) / 12 * WS-BACKPAY-MONTHS.
           IF WS-BACKPAY-AMT <= 0
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BACKPAY-COUNT.
           ADD WS-BACKPAY-AMT TO WS-BACKPAY-TOTAL.

           MOVE WS-BACKPAY-AMT TO WS-BACKPAY-EDIT.
           MOVE SPACES TO REPORT-REC.
           STRING '  BACKPAY ' DELIMITED BY SIZE
                  WS-BACKPAY-EDIT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-EFF-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
              STOP RUN
           END-IF.

           IF NOT DRY-RUN
              MOVE SPACES TO BACKPAY-REC
              MOVE APPR-EMP-ID TO BKPY-EMP-ID
              MOVE WS-BACKPAY-AMT TO BKPY-AMOUNT
              MOVE WS-EFF-DATE-NUM TO BKPY-FROM-DATE
              MOVE WS-RUN-DATE TO BKPY-TO-DATE
              MOVE WS-BACKPAY-MONTHS TO BKPY-MONTHS
              WRITE BACKPAY-REC
              IF BACKPAY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING BACKPAY FILE: ' BACKPAY-STATUS
                 STOP RUN
              END-IF
           END-IF.

      **********************************************
      * LISTS EVERY PENDING RAISE NO DECISION WAS RECEIVED FOR.
      * THEY STAY UNAPPLIED UNTIL THE NEXT CYCLE PRICES THEM AGAIN.
      **********************************************
       LIST-UNDECIDED-RAISES.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                     UNTIL WS-PND-SUB > PENDING-ROWS-LOADED
              IF WS-PND-DONE(WS-PND-SUB) NOT = 'Y'
                 ADD 1 TO TOTAL-UNDECIDED
                 MOVE WS-PND-OLD-SAL(WS-PND-SUB) TO OLD-SAL-DISP
                 MOVE WS-PND-NEW-SAL(WS-PND-SUB) TO NEW-SAL-DISP
                 MOVE SPACES TO REPORT-REC
                 STRING WS-PND-EMP-ID(WS-PND-SUB) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        OLD-SAL-DISP DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        NEW-SAL-DISP DELIMITED BY SIZE
                        ' UNDECID' DELIMITED BY SIZE
                        INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
                 IF OUT-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES THE RUN TOTALS: APPLIED, DENIED, REJECTED,
      * UNDECIDED AND BACK PAY OWED.
      **********************************************
       WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-RECORDS-UPDATED TO WS-COUNT-DISP.
           STRING 'TOTAL: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ' RECORDS UPDATED' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-TOTAL-REC.

           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-DENIED TO WS-COUNT-DISP.
           STRING 'DENIED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-TOTAL-REC.

           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-REJECTED TO WS-COUNT-DISP.
           STRING 'REJECTED (NOT APPLIED): ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-TOTAL-REC.

           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-UNDECIDED TO WS-COUNT-DISP.
           STRING 'UNDECIDED (STILL PENDING): ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-TOTAL-REC.

           MOVE WS-BACKPAY-COUNT TO WS-COUNT-DISP.
           MOVE WS-BACKPAY-TOTAL TO WS-BACKPAY-TOT-EDIT.
           MOVE SPACES TO REPORT-REC.
           STRING 'BACK PAY OWED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ' EMPLOYEES, TOTAL ' DELIMITED BY SIZE
                  WS-BACKPAY-TOT-EDIT DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-TOTAL-REC.

      **********************************************
      * WRITES ONE TOTALS LINE.
      **********************************************
       WRITE-TOTAL-REC.
           WRITE REPORT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * FORMATS EMP-ID, OLD AND NEW SALARY, STATUS, ACTION AND
      * APPROVER INTO A REPORT LINE AND WRITES IT.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE OLD-SALARY TO OLD-SAL-DISP.
           MOVE NEW-SALARY TO NEW-SAL-DISP.

           MOVE SPACES TO REPORT-REC.
           STRING APPR-EMP-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OLD-SAL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NEW-SAL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STATUS-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APPR-ACTION DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  APPR-APPROVER DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.

           WRITE REPORT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT: ' OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
              END-IF
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
      * AUDIT TABLE: DECISIONS READ, SALARIES CHANGED AND
      * DECISIONS REJECTED. A FAILURE HERE IS LOGGED ONLY.
      * CALLED ONLY FOR A REAL RUN.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TOTAL-DECISIONS-READ TO HV-HIST-RECORDS-PROCESSED.
           MOVE TOTAL-RECORDS-UPDATED TO HV-HIST-RECORDS-CHANGED.
           MOVE TOTAL-REJECTED TO HV-HIST-RECORDS-ERRORS.

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
