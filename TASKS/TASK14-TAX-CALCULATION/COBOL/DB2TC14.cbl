      ******************************************************************
      * TOTAL COMPENSATION STATEMENT (DB2)                             *
      *                                                                *
      * PURPOSE:                                                       *
      * ONE DOCUMENT PER EMPLOYEE SHOWING EVERYTHING THEY WERE PAID.   *
      * THE PIECES LIVE IN FOUR PLACES - BASE SALARY IN TB_EMP_SALARY, *
      * BONUS IN TB_BONUS_HISTORY / TB_BONUS_SCHEDULE, COMMISSION IN   *
      * THE COMMISSION RUN'S OUTPUT FILE, TAX AND DEDUCTIONS IN THE    *
      * PAYROLL NET-PAY REGISTER - AND EACH SYSTEM KEYS THE EMPLOYEE   *
      * DIFFERENTLY (X(5) PAYROLL ID, X(6) BONUS ID, 9(5) COMMISSION   *
      * ID). AN EMPLOYEE ID CROSS-REFERENCE FILE TIES THEM TOGETHER.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   STATEMENT PERIOD: PARMDD FROMDATE= / TODATE= (YYYYMMDD),     *
      *   DEFAULT 1 JANUARY OF THE RUN YEAR THROUGH THE RUN DATE.      *
      *   LOAD XREFDD: ONE ROW PER EMPLOYEE (PAYROLL ID, BONUS ID,     *
      *   COMMISSION ID; A BLANK ID = NOT IN THAT SYSTEM). DUPLICATE   *
      *   OR MALFORMED ROWS ARE REPORTED AND LEFT OUT.                 *
      *   COMMDD (COMMISSION OUTPUT, THE PERIOD'S RUNS CONCATENATED):  *
      *   PAYABLE SUMMED PER EMPLOYEE = COMMISSION PAID (MINUS         *
      *   ADJUSTMENT RECORDS SUBTRACTED); THE LAST RECORD'S DRAW       *
      *   BALANCE = CURRENT DRAW BALANCE.                              *
      *   NETDD (NET-PAY REGISTERS FOR THE PERIOD, CONCATENATED):      *
      *   GROSS AND TAX FROM EACH EMPLOYEE LINE, DEDUCTIONS BY TYPE    *
      *   FROM THE LINES BENEATH IT. THE CLOSING EMPLOYEE LINE THE     *
      *   REGISTER REPEATS AFTER THE DEDUCTIONS IS NOT COUNTED TWICE.  *
      *   NET PAY = GROSS - TAX - DEDUCTIONS.                          *
      *   YTDDD (YTD WITHHOLDING FROM THE LATEST TAX RUN, OPTIONAL):   *
      *   TAX WITHHELD YEAR TO DATE.                                   *
      *   PER CROSS-REFERENCE ROW:                                     *
      *     BASE SALARY  - TB_EMP_SALARY.SALARY (ANNUAL RATE)          *
      *     BONUS PAID   - TB_BONUS_HISTORY ROWS IN THE PERIOD: BONUS  *
      *                    CYCLES PAID IN ONE FIGURE, RELEASED         *
      *                    INSTALLMENTS, PLUS CLAWBACK / TOP-UP        *
      *                    ADJUSTMENTS (NEW - OLD). SCHEDULED AND      *
      *                    EXCLUDED CYCLE ROWS ADD NOTHING.            *
      *     BONUS DEFERRED - TB_BONUS_SCHEDULE INSTALLMENTS STILL      *
      *                    SCHEDULED (PAY_STATUS 'S')                  *
      *     TOTAL COMPENSATION = BASE + BONUS PAID + COMMISSION PAID   *
      *   UNMATCHED IDS GO TO EXCPDD: CROSS-REFERENCE ROWS WITH NO     *
      *   SALARY ROW, AND COMMISSION, REGISTER, YTD, SALARY AND BONUS  *
      *   IDS NOT ON THE CROSS-REFERENCE. ANY UNMATCHED ID OR          *
      *   REJECTED CROSS-REFERENCE ROW ENDS THE RUN WITH RETURN-CODE 4.*
      *   READ ONLY - NOTHING IS UPDATED. ANY SQLCODE ERROR -> STOP.   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      * 2026/10/15  SSH  COMMISSION ADJUSTMENT RECORDS MARKED MINUS    *
      *                  (OUT-ADJ-SIGN) REDUCE COMMISSION PAID.        *
      *                                                                *
      * DB2:    TB_EMP_SALARY - CURRENT ANNUAL SALARY                  *
      *         TB_BONUS_HISTORY - AUDIT TABLE OF BONUS CHANGES        *
      *         TB_BONUS_SCHEDULE - INSTALLMENT SCHEDULE               *
      *         TB_BATCH_RUN_HISTORY - SHARED BATCH RUN AUDIT TABLE    *
      * INPUT:  PARMDD (PARM.FILE) - FROMDATE= / TODATE= CARDS (OPT.)  *
      *         XREFDD (EMP.ID.XREF) - EMPLOYEE ID CROSS-REFERENCE     *
      *         COMMDD (COMM.OUTPUT) - COMMISSION RESULTS (PS, 80 B)   *
      *         NETDD (NETPAY.REGISTER) - NET-PAY REGISTER (PS, 80 B)  *
      *         YTDDD (YTD.CURRENT) - YTD WITHHOLDING (PS, OPTIONAL)   *
      * OUTPUT: STMTDD (COMP.STATEMENT) - STATEMENTS (PS, 80 B)        *
      *         EXCPDD (COMP.UNMATCHED) - UNMATCHED IDS (PS, 80 B)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TC14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS XREF-STATUS.

           SELECT COMMISSION-FILE ASSIGN TO COMMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS COMMISSION-STATUS.

           SELECT NETPAY-REGISTER-FILE ASSIGN TO NETDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS NET-STATUS.

           SELECT OPTIONAL YTD-FILE ASSIGN TO YTDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS YTD-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STMTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STMT-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * ONE ROW PER EMPLOYEE: PAYROLL / HR ID (TB_EMP_SALARY AND THE
      * TAX RUN), BONUS ID (TB_SALES_BONUS) AND COMMISSION ID (THE
      * COMMISSION RUN). A BLANK ID = NOT IN THAT SYSTEM.
       FD XREF-FILE RECORDING MODE IS F.
       01 XREF-REC.
          05 XRF-EMP-ID PIC X(5).
          05 XRF-BONUS-ID PIC X(6).
          05 XRF-COMM-ID PIC X(5).
          05 FILLER PIC X(64).

      * COMMISSION RESULT RECORD, AS THE COMMISSION RUN WRITES IT
       FD COMMISSION-FILE RECORDING MODE IS F.
       01 COMMISSION-REC.
          05 OUT-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 OUT-PLAN PIC X(2).
          05 FILLER PIC X(1).
          05 OUT-SAL-AMT PIC 9(6)V99.
          05 FILLER PIC X(1).
          05 OUT-PCT PIC V999.
          05 FILLER PIC X(1).
          05 OUT-RES PIC 9(6)V99.
          05 FILLER PIC X(1).
          05 OUT-PAYABLE PIC 9(6)V99.
          05 FILLER PIC X(1).
          05 OUT-DRAW-BAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 OUT-DEAL-REF PIC X(8).
          05 FILLER PIC X(1).
          05 OUT-ADJ-SIGN PIC X(1).
             88 OUT-ADJ-MINUS VALUE '-'.
          05 OUT-ADJ-REASON PIC X(4).
          05 FILLER PIC X(16).

      * NET-PAY REGISTER LINES, AS THE TAX RUN PRINTS THEM: THE
      * EMPLOYEE LINE (ID, GROSS, TAX, NET) AND THE DEDUCTION LINES
      * BENEATH IT (TYPE, AMOUNT). COMPANY TOTAL LINES ARE SKIPPED.
       FD NETPAY-REGISTER-FILE RECORDING MODE IS F.
       01 NETPAY-REC.
          05 NPR-EMP-ID PIC X(5).
          05 NPR-GROSS-TAG PIC X(8).
          05 NPR-GROSS PIC Z(6)9.99.
          05 FILLER PIC X(6).
          05 NPR-TAX PIC Z(6)9.99.
          05 FILLER PIC X(6).
          05 NPR-NET PIC -(6)9.99.
          05 FILLER PIC X(14).
       01 NETPAY-DED-REC.
          05 NPD-LEAD PIC X(7).
          05 NPD-TYPE PIC X(4).
          05 FILLER PIC X(1).
          05 NPD-AMOUNT PIC Z(6)9.99.
          05 FILLER PIC X(58).

      * YEAR-TO-DATE WITHHOLDING, AS THE TAX RUN WRITES IT
       FD YTD-FILE RECORDING MODE IS F.
       01 YTD-REC.
          05 YTD-EMP-ID PIC X(5).
          05 YTD-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(66).

       FD STATEMENT-FILE RECORDING MODE IS F.
       01 STMT-REC PIC X(80).

       FD EXCEPTION-REPORT-FILE RECORDING MODE IS F.
       01 EXCP-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS CODES
       01 PARM-STATUS PIC X(2).
       01 XREF-STATUS PIC X(2).
       01 COMMISSION-STATUS PIC X(2).
       01 NET-STATUS PIC X(2).
       01 YTD-STATUS PIC X(2).
       01 STMT-STATUS PIC X(2).
       01 EXCP-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.

      * STATEMENT PERIOD (PARMDD FROMDATE= / TODATE=)
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 FILLER PIC 9(4).

      * EMPLOYEE CROSS-REFERENCE WITH THE FILE-SIDE ACCUMULATORS.
      * SEEN FLAGS SAY WHETHER THE SOURCE HAD THE EMPLOYEE AT ALL.
       01 XREF-TABLE-MAX PIC 9(4) VALUE 1000.
       01 XREF-LOADED PIC 9(4) VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 1000 TIMES.
             10 TAB-XRF-EMP-ID PIC X(5).
             10 TAB-XRF-BONUS-ID PIC X(6).
             10 TAB-XRF-COMM-ID PIC X(5).
             10 TAB-COMM-PAID PIC S9(9)V99 COMP-3.
             10 TAB-COMM-DRAW PIC S9(9)V99 COMP-3.
             10 TAB-COMM-SEEN PIC X(1).
             10 TAB-PAY-GROSS PIC S9(9)V99 COMP-3.
             10 TAB-PAY-TAX PIC S9(9)V99 COMP-3.
             10 TAB-PAY-DEDUCT PIC S9(9)V99 COMP-3.
             10 TAB-PAY-SEEN PIC X(1).
             10 TAB-YTD-TAX PIC S9(9)V99 COMP-3.
             10 TAB-YTD-SEEN PIC X(1).
       01 WS-XRF-SUB PIC 9(4) VALUE 0.
       01 WS-XRF-HIT PIC 9(4) VALUE 0.
       01 WS-XRF-SCAN PIC 9(4) VALUE 0.
       01 WS-LOOKUP-ID PIC X(6).

      * DEDUCTION TOTALS BY EMPLOYEE AND TYPE FROM THE REGISTER
       01 DED-TOTAL-MAX PIC 9(4) VALUE 3000.
       01 DED-TOTALS-USED PIC 9(4) VALUE 0.
       01 DED-TOTAL-TABLE.
          05 DED-TOTAL-ENTRY OCCURS 3000 TIMES.
             10 TAB-DED-XRF-SUB PIC 9(4).
             10 TAB-DED-TYPE PIC X(4).
             10 TAB-DED-AMOUNT PIC S9(9)V99 COMP-3.
       01 WS-DED-SUB PIC 9(4) VALUE 0.
       01 WS-DED-HIT PIC 9(4) VALUE 0.

      * REGISTER PARSE STATE: THE EMPLOYEE LINE BEING READ AND
      * WHETHER DEDUCTION LINES HAVE FOLLOWED IT (THEN A REPEAT OF
      * THE SAME ID IS THE CLOSING LINE, NOT A NEW PERIOD).
       01 WS-NP-CUR-ID PIC X(5) VALUE SPACES.
       01 WS-NP-CUR-SUB PIC 9(4) VALUE 0.
       01 WS-NP-DEDS-SW PIC X(1) VALUE 'N'.
          88 NP-DEDS-SEEN VALUE 'Y'.
       01 WS-NP-AMOUNT PIC 9(7)V99 VALUE 0.

      * STATEMENT FIGURES FOR THE CURRENT EMPLOYEE
       01 WS-NET-PAY PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-COMP PIC S9(11)V99 COMP-3 VALUE 0.

      * STATEMENT LINES
       01 STMT-RULE-LINE PIC X(80) VALUE ALL '='.
       01 STMT-AMOUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SAL-LABEL PIC X(34).
          05 SAL-AMOUNT PIC -(10)9.99.
          05 FILLER PIC X(30) VALUE SPACES.
       01 STMT-DED-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 SDL-TYPE PIC X(4).
          05 FILLER PIC X(26) VALUE SPACES.
          05 SDL-AMOUNT PIC -(10)9.99.
          05 FILLER PIC X(30) VALUE SPACES.

      * UNMATCHED-ID REPORT FIELDS
       01 WS-EXCP-SOURCE PIC X(8).
       01 WS-EXCP-ID PIC X(6).
       01 WS-EXCP-REASON PIC X(40).

      * COUNTERS AND WORKING VARIABLES
       01 TOTAL-STATEMENTS PIC 9(5) VALUE 0.
       01 TOTAL-XREF-REJECTED PIC 9(5) VALUE 0.
       01 TOTAL-UNMATCHED PIC 9(5) VALUE 0.
       01 TOTAL-COMM-READ PIC 9(5) VALUE 0.
       01 TOTAL-NET-READ PIC 9(5) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZ9.
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * HOST VARIABLES FOR THE SALARY AND BONUS LOOKUPS
       01 HV-FROM-DATE PIC 9(8) VALUE 0.
       01 HV-TO-DATE PIC 9(8) VALUE 0.
       01 HV-EMP-ID PIC X(5).
       01 HV-EMP-NAME.
          49 HV-EMP-NAME-LEN PIC S9(4) COMP-5.
          49 HV-EMP-NAME-TEXT PIC X(30).
       01 HV-SALARY PIC S9(7)V9(2) COMP-3 VALUE 0.
       01 HV-BONUS-ID PIC X(6).
       01 HV-BONUS-PAID PIC S9(9)V9(2) COMP-3 VALUE 0.
       01 HV-BONUS-DEFERRED PIC S9(9)V9(2) COMP-3 VALUE 0.

      * NULL INDICATORS: NAME, SALARY
       01 HV-NAME-IND PIC S9(4) COMP VALUE 0.
       01 HV-SALARY-IND PIC S9(4) COMP VALUE 0.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2TC14 '.
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

      * EVERY SALARY ROW - CHECKED AGAINST THE CROSS-REFERENCE
           EXEC SQL
             DECLARE CUR-SALARY-IDS CURSOR FOR
             SELECT EMP_ID
               FROM TB_EMP_SALARY
              ORDER BY EMP_ID
           END-EXEC.

      * EVERY BONUS ID WITH ACTIVITY IN THE PERIOD OR AN OPEN
      * INSTALLMENT - CHECKED AGAINST THE CROSS-REFERENCE
           EXEC SQL
             DECLARE CUR-BONUS-IDS CURSOR FOR
             SELECT EMP_ID
               FROM TB_BONUS_HISTORY
              WHERE CYCLE_DATE BETWEEN :HV-FROM-DATE
                                   AND :HV-TO-DATE
             UNION
             SELECT EMP_ID
               FROM TB_BONUS_SCHEDULE
              WHERE PAY_STATUS = 'S'
              ORDER BY 1
           END-EXEC.

      **********************************************
      * MAIN FLOW: CROSS-REFERENCE -> FILE SOURCES -> ONE
      * STATEMENT PER EMPLOYEE -> UNMATCHED DB2 IDS -> TOTALS
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM CAPTURE-START-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO HV-TO-DATE.
           COMPUTE HV-FROM-DATE = WS-RUN-YYYY * 10000 + 101.
           PERFORM OPEN-FILES.
           PERFORM READ-PARM-FILE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-COMMISSIONS.
           PERFORM LOAD-NETPAY-REGISTER.
           PERFORM LOAD-YTD-WITHHOLDING.

           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                     UNTIL WS-XRF-SUB > XREF-LOADED
              PERFORM WRITE-EMPLOYEE-STATEMENT
           END-PERFORM.

           PERFORM LIST-UNMATCHED-SALARY-IDS.
           PERFORM LIST-UNMATCHED-BONUS-IDS.
           PERFORM CLOSE-FILES.

      * UNMATCHED IDS OR REJECTED XREF ROWS END THE RUN WITH A
      * WARNING RETURN CODE - PAY THAT CANNOT BE TIED TO AN EMPLOYEE
      * IS MISSING FROM SOMEONE'S STATEMENT.
           IF TOTAL-UNMATCHED > 0 OR TOTAL-XREF-REJECTED > 0
              DISPLAY 'WARNING: ' TOTAL-UNMATCHED
                      ' UNMATCHED IDS, ' TOTAL-XREF-REJECTED
                      ' XREF ROWS REJECTED - SEE EXCPDD'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RECORD-BATCH-HISTORY.
           STOP RUN.

      **********************************************
      * OPEN THE OUTPUT FILES AND WRITE THE EXCEPTION HEADER
      **********************************************
       OPEN-FILES.
           OPEN OUTPUT STATEMENT-FILE.
           IF STMT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT FILE: ' STMT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXCP-STATUS
              STOP RUN
           END-IF.

           MOVE 'SOURCE   ID     REASON' TO EXCP-REC.
           PERFORM WRITE-EXCP-REC.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   FROMDATE=YYYYMMDD - FIRST DAY OF THE STATEMENT PERIOD.
      *   TODATE=YYYYMMDD   - LAST DAY OF THE STATEMENT PERIOD.
      * NO PARMDD MEANS 1 JANUARY OF THIS YEAR THROUGH TODAY.
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
                       WHEN PARM-REC(1:9) = 'FROMDATE='
                         IF PARM-REC(10:8) IS NUMERIC
                            MOVE PARM-REC(10:8) TO HV-FROM-DATE
                         ELSE
                            DISPLAY 'WARNING: INVALID FROMDATE '
                                    'VALUE: ' PARM-REC(10:8)
                         END-IF
                       WHEN PARM-REC(1:7) = 'TODATE='
                         IF PARM-REC(8:8) IS NUMERIC
                            MOVE PARM-REC(8:8) TO HV-TO-DATE
                         ELSE
                            DISPLAY 'WARNING: INVALID TODATE '
                                    'VALUE: ' PARM-REC(8:8)
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

           IF HV-FROM-DATE > HV-TO-DATE
              DISPLAY 'ERROR: FROMDATE ' HV-FROM-DATE
                      ' IS AFTER TODATE ' HV-TO-DATE
              STOP RUN
           END-IF.
           DISPLAY 'STATEMENT PERIOD: ' HV-FROM-DATE ' - ' HV-TO-DATE.

      **********************************************
      * LOADS THE EMPLOYEE ID CROSS-REFERENCE FROM XREFDD. A ROW
      * WITH NO PAYROLL ID, A NON-NUMERIC COMMISSION ID, OR AN ID
      * ALREADY CLAIMED BY ANOTHER ROW IS REPORTED AND LEFT OUT -
      * ONE SOURCE ID MUST NEVER LAND ON TWO STATEMENTS. AN EMPTY
      * CROSS-REFERENCE IS FATAL.
      **********************************************
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF FILE: ' XREF-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL XREF-STATUS = '10'
              READ XREF-FILE
                AT END
                   MOVE '10' TO XREF-STATUS
                NOT AT END
                   IF XREF-STATUS = '00'
                      PERFORM ADD-XREF-ENTRY
                   ELSE
                      DISPLAY 'ERROR READING XREF FILE: '
                               XREF-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE XREF-FILE.
           IF XREF-LOADED = 0
              DISPLAY 'ERROR: XREF FILE IS EMPTY'
              STOP RUN
           END-IF.

      **********************************************
      * VALIDATES ONE CROSS-REFERENCE ROW AND ADDS IT TO THE TABLE.
      **********************************************
       ADD-XREF-ENTRY.
           MOVE 'XREFDD' TO WS-EXCP-SOURCE.
           MOVE XRF-EMP-ID TO WS-EXCP-ID.

           IF XRF-EMP-ID = SPACES
              MOVE XRF-BONUS-ID TO WS-EXCP-ID
              MOVE 'XREF ROW HAS NO PAYROLL ID' TO WS-EXCP-REASON
              ADD 1 TO TOTAL-XREF-REJECTED
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.
           IF XRF-COMM-ID NOT = SPACES
              AND XRF-COMM-ID IS NOT NUMERIC
              MOVE 'XREF COMMISSION ID NOT NUMERIC' TO WS-EXCP-REASON
              ADD 1 TO TOTAL-XREF-REJECTED
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE XRF-EMP-ID TO WS-LOOKUP-ID.
           PERFORM FIND-XREF-BY-EMP-ID.
           IF WS-XRF-HIT > 0
              MOVE 'DUPLICATE PAYROLL ID ON XREF' TO WS-EXCP-REASON
              ADD 1 TO TOTAL-XREF-REJECTED
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.
           IF XRF-BONUS-ID NOT = SPACES
              MOVE XRF-BONUS-ID TO WS-LOOKUP-ID
              PERFORM FIND-XREF-BY-BONUS-ID
              IF WS-XRF-HIT > 0
                 MOVE 'BONUS ID ALREADY ON ANOTHER XREF ROW'
                    TO WS-EXCP-REASON
                 ADD 1 TO TOTAL-XREF-REJECTED
                 PERFORM WRITE-EXCEPTION-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF XRF-COMM-ID NOT = SPACES
              MOVE XRF-COMM-ID TO WS-LOOKUP-ID
              PERFORM FIND-XREF-BY-COMM-ID
              IF WS-XRF-HIT > 0
                 MOVE 'COMMISSION ID ALREADY ON ANOTHER XREF ROW'
                    TO WS-EXCP-REASON
                 ADD 1 TO TOTAL-XREF-REJECTED
                 PERFORM WRITE-EXCEPTION-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF XREF-LOADED >= XREF-TABLE-MAX
              DISPLAY 'ERROR: XREFDD HAS MORE THAN '
                       XREF-TABLE-MAX ' ROWS - '
                       'XREF TABLE CAPACITY EXCEEDED'
              STOP RUN
           END-IF.
           ADD 1 TO XREF-LOADED.
           MOVE XRF-EMP-ID TO TAB-XRF-EMP-ID(XREF-LOADED).
           MOVE XRF-BONUS-ID TO TAB-XRF-BONUS-ID(XREF-LOADED).
           MOVE XRF-COMM-ID TO TAB-XRF-COMM-ID(XREF-LOADED).
           MOVE 0 TO TAB-COMM-PAID(XREF-LOADED).
           MOVE 0 TO TAB-COMM-DRAW(XREF-LOADED).
           MOVE 'N' TO TAB-COMM-SEEN(XREF-LOADED).
           MOVE 0 TO TAB-PAY-GROSS(XREF-LOADED).
           MOVE 0 TO TAB-PAY-TAX(XREF-LOADED).
           MOVE 0 TO TAB-PAY-DEDUCT(XREF-LOADED).
           MOVE 'N' TO TAB-PAY-SEEN(XREF-LOADED).
           MOVE 0 TO TAB-YTD-TAX(XREF-LOADED).
           MOVE 'N' TO TAB-YTD-SEEN(XREF-LOADED).

      **********************************************
      * CROSS-REFERENCE LOOKUPS BY EACH SYSTEM'S ID. THE ID IS IN
      * WS-LOOKUP-ID; WS-XRF-HIT = 0 MEANS NOT FOUND.
      **********************************************
       FIND-XREF-BY-EMP-ID.
           MOVE 0 TO WS-XRF-HIT.
           PERFORM VARYING WS-XRF-SCAN FROM 1 BY 1
                     UNTIL WS-XRF-SCAN > XREF-LOADED
              IF TAB-XRF-EMP-ID(WS-XRF-SCAN) = WS-LOOKUP-ID
                 MOVE WS-XRF-SCAN TO WS-XRF-HIT
                 MOVE XREF-LOADED TO WS-XRF-SCAN
              END-IF
           END-PERFORM.

       FIND-XREF-BY-BONUS-ID.
           MOVE 0 TO WS-XRF-HIT.
           PERFORM VARYING WS-XRF-SCAN FROM 1 BY 1
                     UNTIL WS-XRF-SCAN > XREF-LOADED
              IF TAB-XRF-BONUS-ID(WS-XRF-SCAN) = WS-LOOKUP-ID
                 MOVE WS-XRF-SCAN TO WS-XRF-HIT
                 MOVE XREF-LOADED TO WS-XRF-SCAN
              END-IF
           END-PERFORM.

       FIND-XREF-BY-COMM-ID.
           MOVE 0 TO WS-XRF-HIT.
           PERFORM VARYING WS-XRF-SCAN FROM 1 BY 1
                     UNTIL WS-XRF-SCAN > XREF-LOADED
              IF TAB-XRF-COMM-ID(WS-XRF-SCAN) = WS-LOOKUP-ID
                 MOVE WS-XRF-SCAN TO WS-XRF-HIT
                 MOVE XREF-LOADED TO WS-XRF-SCAN
              END-IF
           END-PERFORM.

      **********************************************
      * READS THE COMMISSION OUTPUT: PAYABLE IS SUMMED INTO
      * COMMISSION PAID (MINUS ADJUSTMENTS TAKE IT OUT), AND EACH
      * RECORD'S DRAW BALANCE REPLACES THE LAST, SO THE LATEST
      * RUN'S BALANCE IS WHAT PRINTS.
      **********************************************
       LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-FILE.
           IF COMMISSION-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COMMISSION FILE: '
                       COMMISSION-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL COMMISSION-STATUS = '10'
              READ COMMISSION-FILE
                AT END
                   MOVE '10' TO COMMISSION-STATUS
                NOT AT END
                   IF COMMISSION-STATUS NOT = '00'
                      DISPLAY 'ERROR READING COMMISSION FILE: '
                              COMMISSION-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-COMM-READ
                   MOVE SPACES TO WS-LOOKUP-ID
                   MOVE OUT-ID TO WS-LOOKUP-ID(1:5)
                   PERFORM FIND-XREF-BY-COMM-ID
                   IF WS-XRF-HIT = 0
                      MOVE 'COMMDD' TO WS-EXCP-SOURCE
                      MOVE WS-LOOKUP-ID TO WS-EXCP-ID
                      MOVE 'COMMISSION ID NOT ON XREF'
                         TO WS-EXCP-REASON
                      PERFORM WRITE-UNMATCHED-LINE
                   ELSE
                      IF OUT-ADJ-MINUS
                         SUBTRACT OUT-PAYABLE
                             FROM TAB-COMM-PAID(WS-XRF-HIT)
                      ELSE
                         ADD OUT-PAYABLE TO TAB-COMM-PAID(WS-XRF-HIT)
                      END-IF
                      MOVE OUT-DRAW-BAL TO TAB-COMM-DRAW(WS-XRF-HIT)
                      MOVE 'Y' TO TAB-COMM-SEEN(WS-XRF-HIT)
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE COMMISSION-FILE.

      **********************************************
      * READS THE NET-PAY REGISTER(S) FOR THE PERIOD.
      **********************************************
       LOAD-NETPAY-REGISTER.
           OPEN INPUT NETPAY-REGISTER-FILE.
           IF NET-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NET-PAY REGISTER: ' NET-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL NET-STATUS = '10'
              READ NETPAY-REGISTER-FILE
                AT END
                   MOVE '10' TO NET-STATUS
                NOT AT END
                   IF NET-STATUS NOT = '00'
                      DISPLAY 'ERROR READING NET-PAY REGISTER: '
                              NET-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-NET-READ
                   PERFORM PROCESS-REGISTER-LINE
              END-READ
           END-PERFORM.

           CLOSE NETPAY-REGISTER-FILE.

      **********************************************
      * CLASSIFIES ONE REGISTER LINE. AN EMPLOYEE LINE OPENS A NEW
      * EMPLOYEE (GROSS AND TAX ADDED) UNLESS IT REPEATS THE OPEN
      * EMPLOYEE AFTER DEDUCTION LINES - THAT IS THE CLOSING LINE
      * WITH THE FINAL NET, ALREADY ACCOUNTED FOR. A DEDUCTION LINE
      * BELONGS TO THE OPEN EMPLOYEE. TOTAL LINES ARE IGNORED.
      **********************************************
       PROCESS-REGISTER-LINE.
           EVALUATE TRUE
               WHEN NPR-GROSS-TAG = '  GROSS '
                 IF NPR-EMP-ID = WS-NP-CUR-ID
                    AND NP-DEDS-SEEN
                    MOVE 'N' TO WS-NP-DEDS-SW
                 ELSE
                    PERFORM OPEN-REGISTER-EMPLOYEE
                 END-IF
               WHEN NPD-LEAD = SPACES
                    AND NPD-TYPE NOT = SPACES
                 MOVE 'Y' TO WS-NP-DEDS-SW
                 IF WS-NP-CUR-SUB > 0
                    PERFORM ADD-REGISTER-DEDUCTION
                 END-IF
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * STARTS A NEW REGISTER EMPLOYEE AND ADDS GROSS AND TAX.
      **********************************************
       OPEN-REGISTER-EMPLOYEE.
           MOVE NPR-EMP-ID TO WS-NP-CUR-ID.
           MOVE 'N' TO WS-NP-DEDS-SW.
           MOVE NPR-EMP-ID TO WS-LOOKUP-ID.
           PERFORM FIND-XREF-BY-EMP-ID.
           MOVE WS-XRF-HIT TO WS-NP-CUR-SUB.
           IF WS-XRF-HIT = 0
              MOVE 'NETDD' TO WS-EXCP-SOURCE
              MOVE NPR-EMP-ID TO WS-EXCP-ID
              MOVE 'PAYROLL ID NOT ON XREF' TO WS-EXCP-REASON
              PERFORM WRITE-UNMATCHED-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE NPR-GROSS TO WS-NP-AMOUNT.
           ADD WS-NP-AMOUNT TO TAB-PAY-GROSS(WS-XRF-HIT).
           MOVE NPR-TAX TO WS-NP-AMOUNT.
           ADD WS-NP-AMOUNT TO TAB-PAY-TAX(WS-XRF-HIT).
           MOVE 'Y' TO TAB-PAY-SEEN(WS-XRF-HIT).

      **********************************************
      * ADDS ONE DEDUCTION LINE TO THE OPEN EMPLOYEE'S TOTAL AND
      * TO ITS PER-TYPE BUCKET.
      **********************************************
       ADD-REGISTER-DEDUCTION.
           MOVE NPD-AMOUNT TO WS-NP-AMOUNT.
           ADD WS-NP-AMOUNT TO TAB-PAY-DEDUCT(WS-NP-CUR-SUB).

           MOVE 0 TO WS-DED-HIT.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                     UNTIL WS-DED-SUB > DED-TOTALS-USED
              IF TAB-DED-XRF-SUB(WS-DED-SUB) = WS-NP-CUR-SUB
                 AND TAB-DED-TYPE(WS-DED-SUB) = NPD-TYPE
                 MOVE WS-DED-SUB TO WS-DED-HIT
                 MOVE DED-TOTALS-USED TO WS-DED-SUB
              END-IF
           END-PERFORM.
           IF WS-DED-HIT = 0
              IF DED-TOTALS-USED >= DED-TOTAL-MAX
                 DISPLAY 'ERROR: MORE THAN ' DED-TOTAL-MAX
                          ' EMPLOYEE DEDUCTION TYPES - DEDUCTION '
                          'TABLE CAPACITY EXCEEDED'
                 STOP RUN
              END-IF
              ADD 1 TO DED-TOTALS-USED
              MOVE DED-TOTALS-USED TO WS-DED-HIT
              MOVE WS-NP-CUR-SUB TO TAB-DED-XRF-SUB(WS-DED-HIT)
              MOVE NPD-TYPE TO TAB-DED-TYPE(WS-DED-HIT)
              MOVE 0 TO TAB-DED-AMOUNT(WS-DED-HIT)
           END-IF.
           ADD WS-NP-AMOUNT TO TAB-DED-AMOUNT(WS-DED-HIT).

      **********************************************
      * LOADS YEAR-TO-DATE WITHHOLDING FROM YTDDD. NO YTDDD MEANS
      * THE STATEMENT SHOWS THE PERIOD'S WITHHOLDING ONLY.
      **********************************************
       LOAD-YTD-WITHHOLDING.
           OPEN INPUT YTD-FILE.
           IF YTD-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL YTD-STATUS = '10'
              READ YTD-FILE
                AT END
                   MOVE '10' TO YTD-STATUS
                NOT AT END
                   IF YTD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING YTD FILE: ' YTD-STATUS
                      STOP RUN
                   END-IF
                   MOVE YTD-EMP-ID TO WS-LOOKUP-ID
                   PERFORM FIND-XREF-BY-EMP-ID
                   IF WS-XRF-HIT = 0
                      MOVE 'YTDDD' TO WS-EXCP-SOURCE
                      MOVE YTD-EMP-ID TO WS-EXCP-ID
                      MOVE 'PAYROLL ID NOT ON XREF' TO WS-EXCP-REASON
                      PERFORM WRITE-UNMATCHED-LINE
                   ELSE
                      MOVE YTD-AMOUNT TO TAB-YTD-TAX(WS-XRF-HIT)
                      MOVE 'Y' TO TAB-YTD-SEEN(WS-XRF-HIT)
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE YTD-FILE.

      **********************************************
      * LOOKS UP BASE SALARY AND BONUS FOR ONE CROSS-REFERENCE ROW
      * AND PRINTS ITS STATEMENT. A ROW WITH NO TB_EMP_SALARY ROW
      * STILL GETS A STATEMENT (BASE ZERO) AND IS REPORTED.
      **********************************************
       WRITE-EMPLOYEE-STATEMENT.
           MOVE TAB-XRF-EMP-ID(WS-XRF-SUB) TO HV-EMP-ID.
           PERFORM SELECT-BASE-SALARY.
           PERFORM SELECT-BONUS-TOTALS.

           COMPUTE WS-NET-PAY = TAB-PAY-GROSS(WS-XRF-SUB)
                              - TAB-PAY-TAX(WS-XRF-SUB)
                              - TAB-PAY-DEDUCT(WS-XRF-SUB).
           COMPUTE WS-TOTAL-COMP = HV-SALARY + HV-BONUS-PAID
                                 + TAB-COMM-PAID(WS-XRF-SUB).

           WRITE STMT-REC FROM STMT-RULE-LINE.
           PERFORM CHECK-STMT-STATUS.
           MOVE SPACES TO STMT-REC.
           STRING 'TOTAL COMPENSATION STATEMENT  PERIOD '
                  DELIMITED BY SIZE
                  HV-FROM-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  HV-TO-DATE DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING.
           PERFORM WRITE-STMT-REC.
           MOVE SPACES TO STMT-REC.
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
                  HV-EMP-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HV-EMP-NAME-TEXT DELIMITED BY SIZE
                  ' BONUS ID ' DELIMITED BY SIZE
                  TAB-XRF-BONUS-ID(WS-XRF-SUB) DELIMITED BY SIZE
                  ' COMM ID ' DELIMITED BY SIZE
                  TAB-XRF-COMM-ID(WS-XRF-SUB) DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING.
           PERFORM WRITE-STMT-REC.

           MOVE 'BASE SALARY (ANNUAL RATE)' TO SAL-LABEL.
           MOVE HV-SALARY TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'BONUS PAID' TO SAL-LABEL.
           MOVE HV-BONUS-PAID TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'BONUS DEFERRED (SCHEDULED)' TO SAL-LABEL.
           MOVE HV-BONUS-DEFERRED TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'COMMISSION PAID' TO SAL-LABEL.
           MOVE TAB-COMM-PAID(WS-XRF-SUB) TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'COMMISSION DRAW BALANCE' TO SAL-LABEL.
           MOVE TAB-COMM-DRAW(WS-XRF-SUB) TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'PAYROLL GROSS EARNINGS' TO SAL-LABEL.
           MOVE TAB-PAY-GROSS(WS-XRF-SUB) TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'TAX WITHHELD IN PERIOD' TO SAL-LABEL.
           MOVE TAB-PAY-TAX(WS-XRF-SUB) TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           IF TAB-YTD-SEEN(WS-XRF-SUB) = 'Y'
              MOVE 'TAX WITHHELD YEAR TO DATE' TO SAL-LABEL
              MOVE TAB-YTD-TAX(WS-XRF-SUB) TO SAL-AMOUNT
              PERFORM WRITE-STMT-AMOUNT
           END-IF.
           MOVE 'DEDUCTIONS' TO SAL-LABEL.
           MOVE TAB-PAY-DEDUCT(WS-XRF-SUB) TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                     UNTIL WS-DED-SUB > DED-TOTALS-USED
              IF TAB-DED-XRF-SUB(WS-DED-SUB) = WS-XRF-SUB
                 MOVE TAB-DED-TYPE(WS-DED-SUB) TO SDL-TYPE
                 MOVE TAB-DED-AMOUNT(WS-DED-SUB) TO SDL-AMOUNT
                 WRITE STMT-REC FROM STMT-DED-LINE
                 PERFORM CHECK-STMT-STATUS
              END-IF
           END-PERFORM.
           MOVE 'NET PAY' TO SAL-LABEL.
           MOVE WS-NET-PAY TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           MOVE 'TOTAL COMPENSATION' TO SAL-LABEL.
           MOVE WS-TOTAL-COMP TO SAL-AMOUNT.
           PERFORM WRITE-STMT-AMOUNT.
           ADD 1 TO TOTAL-STATEMENTS.

      **********************************************
      * BASE SALARY AND NAME FROM TB_EMP_SALARY. NOT FOUND ->
      * REPORTED, BASE ZERO. OTHER SQLCODE -> STOP.
      **********************************************
       SELECT-BASE-SALARY.
           MOVE 0 TO HV-SALARY.
           MOVE SPACES TO HV-EMP-NAME-TEXT.
           EXEC SQL
             SELECT EMP_NAME, SALARY
               INTO :HV-EMP-NAME:HV-NAME-IND,
                    :HV-SALARY:HV-SALARY-IND
               FROM TB_EMP_SALARY
              WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-NAME-IND < 0
                    MOVE SPACES TO HV-EMP-NAME-TEXT
                 END-IF
                 IF HV-SALARY-IND < 0
                    MOVE 0 TO HV-SALARY
                 END-IF
               WHEN SQLCODE = 100
                 MOVE 0 TO HV-SALARY
                 MOVE SPACES TO HV-EMP-NAME-TEXT
                 MOVE 'XREFDD' TO WS-EXCP-SOURCE
                 MOVE HV-EMP-ID TO WS-EXCP-ID
                 MOVE 'PAYROLL ID NOT ON TB_EMP_SALARY'
                    TO WS-EXCP-REASON
                 PERFORM WRITE-UNMATCHED-LINE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'SALARY LOOKUP ERROR FOR EMPLOYEE: '
                          HV-EMP-ID
                 DISPLAY 'SQLCODE: ' WS-SQLCODE-DISP
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * BONUS PAID IN THE PERIOD AND BONUS STILL DEFERRED FOR THE
      * EMPLOYEE'S BONUS ID. NO BONUS ID -> BOTH ZERO.
      **********************************************
       SELECT-BONUS-TOTALS.
           MOVE 0 TO HV-BONUS-PAID.
           MOVE 0 TO HV-BONUS-DEFERRED.
           IF TAB-XRF-BONUS-ID(WS-XRF-SUB) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-XRF-BONUS-ID(WS-XRF-SUB) TO HV-BONUS-ID.

           EXEC SQL
             SELECT COALESCE(SUM(
                      CASE WHEN STATUS_CODE IN ('CLAWBK', 'TOPUP')
                           THEN NEW_BONUS - OLD_BONUS
                           WHEN STATUS_CODE IN ('SCHED', 'INACTV',
                                                'NOEMP')
                           THEN 0
                           ELSE NEW_BONUS
                      END), 0)
               INTO :HV-BONUS-PAID
               FROM TB_BONUS_HISTORY
              WHERE EMP_ID = :HV-BONUS-ID
                AND CYCLE_DATE BETWEEN :HV-FROM-DATE
                                   AND :HV-TO-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'BONUS HISTORY QUERY ERROR FOR EMPLOYEE: '
                       HV-BONUS-ID
              DISPLAY 'SQLCODE: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           EXEC SQL
             SELECT COALESCE(SUM(INSTALL_AMT), 0)
               INTO :HV-BONUS-DEFERRED
               FROM TB_BONUS_SCHEDULE
              WHERE EMP_ID = :HV-BONUS-ID
                AND PAY_STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'BONUS SCHEDULE QUERY ERROR FOR EMPLOYEE: '
                       HV-BONUS-ID
              DISPLAY 'SQLCODE: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

      **********************************************
      * LISTS TB_EMP_SALARY ROWS WHOSE EMP_ID IS NOT ON THE
      * CROSS-REFERENCE - THAT EMPLOYEE GETS NO STATEMENT.
      **********************************************
       LIST-UNMATCHED-SALARY-IDS.
           EXEC SQL
             OPEN CUR-SALARY-IDS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              EXEC SQL
                FETCH CUR-SALARY-IDS
                  INTO :HV-EMP-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    MOVE HV-EMP-ID TO WS-LOOKUP-ID
                    PERFORM FIND-XREF-BY-EMP-ID
                    IF WS-XRF-HIT = 0
                       MOVE 'DB2 SAL' TO WS-EXCP-SOURCE
                       MOVE HV-EMP-ID TO WS-EXCP-ID
                       MOVE 'SALARY ROW NOT ON XREF' TO WS-EXCP-REASON
                       PERFORM WRITE-UNMATCHED-LINE
                    END-IF
                  WHEN SQLCODE = 100
                    SET EOF TO TRUE
                  WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                    STOP RUN
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-SALARY-IDS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

      **********************************************
      * LISTS BONUS IDS WITH PERIOD HISTORY OR OPEN INSTALLMENTS
      * THAT ARE NOT ON THE CROSS-REFERENCE - BONUS PAY NO
      * STATEMENT SHOWS.
      **********************************************
       LIST-UNMATCHED-BONUS-IDS.
           EXEC SQL
             OPEN CUR-BONUS-IDS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              EXEC SQL
                FETCH CUR-BONUS-IDS
                  INTO :HV-BONUS-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    MOVE HV-BONUS-ID TO WS-LOOKUP-ID
                    PERFORM FIND-XREF-BY-BONUS-ID
                    IF WS-XRF-HIT = 0
                       MOVE 'DB2 BON' TO WS-EXCP-SOURCE
                       MOVE HV-BONUS-ID TO WS-EXCP-ID
                       MOVE 'BONUS ID NOT ON XREF' TO WS-EXCP-REASON
                       PERFORM WRITE-UNMATCHED-LINE
                    END-IF
                  WHEN SQLCODE = 100
                    SET EOF TO TRUE
                  WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                    STOP RUN
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-BONUS-IDS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

      **********************************************
      * COUNTS AN UNMATCHED ID AND WRITES ITS EXCEPTION LINE.
      **********************************************
       WRITE-UNMATCHED-LINE.
           ADD 1 TO TOTAL-UNMATCHED.
           PERFORM WRITE-EXCEPTION-LINE.

      **********************************************
      * WRITES ONE EXCEPTION LINE: SOURCE, ID AND REASON.
      **********************************************
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCP-REC.
           STRING WS-EXCP-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXCP-ID DELIMITED BY SIZE
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
      * WRITES ONE LABELLED AMOUNT LINE ON THE STATEMENT
      **********************************************
       WRITE-STMT-AMOUNT.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           PERFORM CHECK-STMT-STATUS.

      **********************************************
      * WRITES STMT-REC AS BUILT
      **********************************************
       WRITE-STMT-REC.
           WRITE STMT-REC.
           PERFORM CHECK-STMT-STATUS.

      **********************************************
      * CHECK THE STATEMENT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-STMT-STATUS.
           IF STMT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT FILE: ' STMT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES THE RUN TOTALS AND CLOSES THE FILES
      **********************************************
       CLOSE-FILES.
           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-STATEMENTS TO WS-COUNT-DISP.
           STRING 'STATEMENTS PRINTED:          ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-XREF-REJECTED TO WS-COUNT-DISP.
           STRING 'XREF ROWS REJECTED:          ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           MOVE SPACES TO EXCP-REC.
           MOVE TOTAL-UNMATCHED TO WS-COUNT-DISP.
           STRING 'UNMATCHED IDS:               ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCP-REC
           END-STRING.
           PERFORM WRITE-EXCP-REC.

           CLOSE STATEMENT-FILE.
           IF STMT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING STATEMENT FILE: ' STMT-STATUS
           END-IF.

           CLOSE EXCEPTION-REPORT-FILE.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING EXCEPTION FILE: ' EXCP-STATUS
           END-IF.

           MOVE TOTAL-STATEMENTS TO WS-COUNT-DISP.
           DISPLAY 'COMPENSATION STATEMENTS COMPLETED: ' WS-COUNT-DISP
                   ' STATEMENTS PRINTED'.

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
      * AUDIT TABLE: CROSS-REFERENCE ROWS, STATEMENTS PRINTED
      * AND UNMATCHED IDS. A FAILURE HERE IS LOGGED ONLY.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE XREF-LOADED TO HV-HIST-RECORDS-PROCESSED.
           MOVE TOTAL-STATEMENTS TO HV-HIST-RECORDS-CHANGED.
           COMPUTE HV-HIST-RECORDS-ERRORS =
              TOTAL-UNMATCHED + TOTAL-XREF-REJECTED.

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
