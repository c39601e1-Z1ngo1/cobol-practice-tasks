      *     CAP     - BONUS CAPPED AT 20000                            *
      *     LOW     - FINAL BONUS < 2000                               *
      *     OK      - STANDARD INCREASE                                *
      *     PRORATE - PART-YEAR HIRE, BONUS PRORATED BY SERVICE MONTHS *
      *     INACTV  - INACTIVE ON TB_EMPLOYEES, NO BONUS               *
      *     NOEMP   - NOT ON TB_EMPLOYEES, NO BONUS                    *
      *   TENURE: EACH EMP_ID IS TRANSLATED TO THE HR ID THROUGH       *
      *   XREFDD AND LOOKED UP IN TB_EMPLOYEES. A STATUS               *
      *   OTHER THAN 'A' OR A MISSING ROW SETS BONUS_AMT TO ZERO. A    *
      *   HIRE_DATE INSIDE THE BONUS YEAR (PARMDD BONUSYR=, DEFAULT    *
      *   THE CYCLE YEAR) PRORATES THE CAPPED BONUS BY MONTHS OF       *
      *   SERVICE / 12 - THE HIRE MONTH COUNTS AS A FULL MONTH.        *
      *   COMMIT EVERY 50 RECORDS FOR OPTIMAL PERFORMANCE              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  INSERT EVERY APPLIED BONUS CHANGE INTO        *
      *                  TB_BONUS_HISTORY (OLD/NEW BONUS, STATUS,      *
      *                  CYCLE DATE) IN THE SAME UNIT OF WORK AS THE   *
      *                  COMPANION RELEASE RUN (DB2REL8) PAYS DUE      *
      *                  INSTALLMENTS EACH PERIOD. NO INSTDD MEANS     *
      *                  EVERY BONUS PAYS IN FULL AS BEFORE.           *
      * 2026/10/15  SSH  TENURE PRORATION: EACH EMP_ID IS CHECKED      *
      *                  AGAINST TB_EMPLOYEES. INACTIVE OR MISSING     *
      *                  EMPLOYEES GET NO BONUS, HIRES INSIDE THE      *
      *                  BONUS YEAR ARE PRORATED BY MONTHS OF SERVICE. *
      *                  THE REPORT SHOWS THE PRORATION FACTOR AND     *
      *                  LISTS THE EXCLUDED EMPLOYEES; THE SCHEDULE    *
      *                  AND GL EXTRACT USE THE PRORATED AMOUNT.       *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      * 2026/10/15  SSH  REGION_CODE IS CHECKED AGAINST THE REGION     *
      *                  MASTER (SUBRG12, RGNDD). A ROW WITH AN        *
      *                  UNKNOWN OR INACTIVE REGION IS LEFT UNCHANGED  *
      *                  (NO UPDATE, HISTORY OR SCHEDULE) AND LISTED   *
      *                  WITH THE EXCLUDED EMPLOYEES AS BADRGN OR      *
      *                  INACRGN; RC 4 WHEN THERE ARE ANY.             *
      * 2026/10/15  SSH  INSTALLMENT DUE DATES ARE ROLLED FORWARD OFF  *
      *                  WEEKENDS AND PUBLIC HOLIDAYS THROUGH THE      *
      *                  SHARED BUSINESS-DAY DATE SERVICE (SUBDT23,    *
      *                  HOLDD).                                       *
      * 2026/10/15  SSH  THE TENURE LOOKUP TRANSLATES THE BONUS EMP_ID *
      *                  TO THE HR ID THROUGH THE EMPLOYEE ID CROSS-   *
      *                  REFERENCE (XREFDD) BEFORE READING             *
      *                  TB_EMPLOYEES; A BONUS ID WITH NO CROSS-       *
      *                  REFERENCE ROW IS NOEMP.                       *
      * 2026/10/15  SSH  A SCHEDULE DUE DATE THE BUSINESS-DAY CALENDAR *
      *                  CANNOT ROLL NOW ROLLS THE UNIT OF WORK BACK   *
      *                  AND STOPS WITH RC 12 INSTEAD OF SCHEDULING    *
      *                  THE UNROLLED DATE.                            *
      *                                                                *
      * DB2:    TB_SALES_BONUS - SALES BONUS TABLE (SOURCE/TARGET)     *
      *         TB_BONUS_HISTORY - AUDIT TABLE OF BONUS CHANGES        *
      * DB2:    TB_BONUS_SCHEDULE - INSTALLMENT SCHEDULE (EMP_ID,      *
      *           REGION_CODE, INSTALL_NO, DUE_DATE, INSTALL_AMT,      *
      *           PAY_STATUS S/R, CYCLE_DATE)                          *
      * DB2:    TB_EMPLOYEES - EMPLOYEE MASTER (STATUS, HIRE_DATE)     *
      *           READ ONLY, FOR TENURE PRORATION                      *
      * INPUT:  RATEDD (REGION.RATE.TABLE) - REGION BASE RATES (PS)    *
      *         GLMAPDD (GL.ACCT.MAP) - REGION -> EXPENSE/ACCRUAL      *
      *                                 ACCOUNT CODES ('**' = DEFAULT) *
      *         INSTDD (INSTALL.PLAN) - INSTALLMENT PLAN: 'T' ROW =    *
      *                                 THRESHOLD, 'I' ROWS = PCT AND  *
      *                                 MONTHS OFFSET (OPTIONAL)       *
      *         PARMDD (PARM.FILE) - BONUSYR=YYYY CARD (OPTIONAL)      *
      *         RGNDD (REGION.MASTER) - REGION MASTER, READ BY SUBRG12 *
      *         HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23             *
      *         XREFDD (EMP.ID.XREF) - BONUS ID -> HR ID (PS)          *
      * OUTPUT: OUTDD (REPORT.FILE) - BONUS CHANGE REPORT (PS,80 BYTES)*
      *         GLDD  (GL.POSTING)  - BALANCED GL POSTING EXTRACT      *
      ******************************************************************
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INSTALL-PLAN-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BONUS-REPORT-FILE RECORDING MODE IS F.
          05 INST-THRESHOLD PIC 9(7)V99.
          05 FILLER PIC X(70).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * EMPLOYEE ID CROSS-REFERENCE: PAYROLL/HR ID, BONUS ID AND
      * COMMISSION ID OF THE SAME PERSON.
       FD XREF-FILE RECORDING MODE IS F.
       01 XREF-REC.
          05 XRF-EMP-ID PIC X(5).
          05 XRF-BONUS-ID PIC X(6).
          05 XRF-COMM-ID PIC X(5).
          05 FILLER PIC X(64).

       WORKING-STORAGE SECTION.

      * FILE STATUS CODES
       01 RATE-STATUS PIC X(2).
       01 GL-MAP-STATUS PIC X(2).
       01 GL-POSTING-STATUS PIC X(2).
       01 PARM-STATUS PIC X(2).
       01 XREF-STATUS PIC X(2).

      * IN-MEMORY REGION BASE-RATE TABLE
       01 REGION-RATE-TABLE-MAX PIC 9(2) VALUE 10.
          05 WS-DUE-DD PIC 9(2).
       01 WS-DUE-MONTHS PIC S9(7) COMP-3 VALUE 0.

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * HOST VARIABLES FOR THE TB_BONUS_SCHEDULE INSERT
       01 HV-SCH-INSTALL-NO PIC S9(4) COMP VALUE 0.
       01 HV-SCH-DUE-DATE PIC 9(8) VALUE 0.
       01 HV-SCH-AMOUNT PIC S9(7)V9(2) COMP-3 VALUE 0.

      * TENURE LOOKUP AGAINST TB_EMPLOYEES. HIRE_DATE COMES BACK AS
      * YYYY-MM-DD; A NULL HIRE_DATE IS TREATED AS A FULL YEAR.
       01 HV-EMP-STATUS PIC X(1).
       01 HV-HIRE-DATE PIC X(10).
       01 FILLER REDEFINES HV-HIRE-DATE.
          05 WS-HIRE-YYYY PIC 9(4).
          05 FILLER PIC X(1).
          05 WS-HIRE-MM PIC 9(2).
          05 FILLER PIC X(3).
       01 HV-HIRE-DATE-IND PIC S9(4) COMP VALUE 0.
       01 HV-HR-EMP-ID PIC X(5).

      * BONUS ID -> HR ID CROSS-REFERENCE (LOADED FROM XREFDD).
      * TB_EMPLOYEES IS KEYED ON THE HR ID, NOT THE BONUS ID.
       01 XREF-TABLE-MAX PIC 9(4) VALUE 1000.
       01 XREF-LOADED PIC 9(4) VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 1000 TIMES.
             10 TAB-XRF-EMP-ID PIC X(5).
             10 TAB-XRF-BONUS-ID PIC X(6).
       01 WS-XRF-HIT PIC 9(4) VALUE 0.
       01 WS-XRF-SCAN PIC 9(4) VALUE 0.
       01 WS-TENURE-SW PIC X(1) VALUE 'A'.
          88 TENURE-ACTIVE VALUE 'A'.
          88 TENURE-INACTIVE VALUE 'I'.
          88 TENURE-NOT-FOUND VALUE 'N'.
       01 WS-BONUS-YEAR PIC 9(4) VALUE 0.
       01 WS-SERVICE-MONTHS PIC 9(2) VALUE 12.
       01 WS-PRORATE-FACTOR PIC 9V999 VALUE 1.
       01 WS-PRORATE-FACTOR-DISP PIC 9.999.

      * EMPLOYEES EXCLUDED FROM THE CYCLE, LISTED AFTER THE TOTALS.
      * ROWS PAST THE TABLE SIZE ARE COUNTED BUT NOT LISTED.
       01 EXCLUDED-TABLE-MAX PIC 9(3) VALUE 500.
       01 EXCLUDED-LOADED PIC 9(3) VALUE 0.
       01 EXCLUDED-TABLE.
          05 EXCLUDED-ENTRY OCCURS 500 TIMES.
             10 WS-EXCL-EMP-ID PIC X(6).
             10 WS-EXCL-REGION PIC X(2).
             10 WS-EXCL-OLD-BONUS PIC S9(7)V99 COMP-3.
             10 WS-EXCL-REASON PIC X(7).
       01 WS-EXCL-SUB PIC 9(3) VALUE 0.
       01 WS-EXCL-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-NOEMP-COUNT PIC 9(5) VALUE 0.
       01 WS-PRORATED-COUNT PIC 9(5) VALUE 0.
       01 WS-BADRGN-COUNT PIC 9(5) VALUE 0.
       01 WS-INACRGN-COUNT PIC 9(5) VALUE 0.

      * REGION MASTER CHECK (SUBRG12) PARAMETER AREA
       01 REGION-CHECK-AREA.
           COPY RGNCHK.
       01 WS-TENURE-CNT-DISP PIC ZZZZ9.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2TASK8'.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.
                                                                        
      * DB2 SQL COMMUNICATION AREA                                      
           EXEC SQL                                                     
       PROCEDURE DIVISION.                                              
       MAIN-LOGIC.                                                      
                                                                        
           PERFORM CAPTURE-START-TIME.
           ACCEPT HV-CYCLE-DATE FROM DATE YYYYMMDD.
           MOVE HV-CYCLE-DATE(1:4) TO WS-BONUS-YEAR.
           PERFORM READ-PARM-FILE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-REGION-RATE-TABLE.
           PERFORM LOAD-GL-MAP-TABLE.
           PERFORM LOAD-INSTALL-PLAN.
           PERFORM LOAD-XREF-TABLE.
           PERFORM UNTIL EOF
              PERFORM FETCH-EMPLOYEE
              IF NOT EOF
           PERFORM CLOSE-FILES.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM RECORD-BATCH-HISTORY.
           IF WS-BADRGN-COUNT > 0 OR WS-INACRGN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.                                                    
                                                                        
      **********************************************                    
              STOP RUN                                                  
           END-IF.                                                      
                                                                        
           MOVE 'EMPID  REGION OLD_BONUS NEW_BONUS STATUS   FACTOR'
                 TO REPORT-REC.
           WRITE REPORT-REC.                                            
           IF OUT-STATUS NOT = '00'                                     
              DISPLAY 'ERROR WRITING REPORT HEADER: ' OUT-STATUS        
               STOP RUN                                                 
           END-IF.                                                      
                                                                        
      **********************************************
      * READS THE OPTIONAL PARMDD CONTROL CARDS:
      *   BONUSYR=YYYY - BONUS YEAR FOR TENURE PRORATION.
      * NO PARMDD MEANS THE BONUS YEAR IS THE CYCLE YEAR.
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
                       WHEN PARM-REC(1:8) = 'BONUSYR='
                         IF PARM-REC(9:4) IS NUMERIC
                            MOVE PARM-REC(9:4) TO WS-BONUS-YEAR
                         ELSE
                            DISPLAY 'WARNING: INVALID BONUSYR '
                                    'VALUE: ' PARM-REC(9:4)
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
           DISPLAY 'BONUS YEAR FOR TENURE PRORATION: ' WS-BONUS-YEAR.

      **********************************************
      * LOAD REGION BASE-RATE TABLE INTO MEMORY FROM RATEDD.
      * STOPS WITH A CLEAR MESSAGE IF RATEDD HAS MORE THAN
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE BONUS ID -> HR ID CROSS-REFERENCE FROM XREFDD.
      * ROWS WITHOUT AN HR ID OR A BONUS ID ARE SKIPPED. AN EMPTY
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
      * ADDS ONE CROSS-REFERENCE ROW TO THE TABLE.
      **********************************************
       ADD-XREF-ENTRY.
           IF XRF-EMP-ID = SPACES OR XRF-BONUS-ID = SPACES
              EXIT PARAGRAPH
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

      **********************************************
      * FINDS THE CROSS-REFERENCE ROW FOR THE CURRENT BONUS ROW'S
      * EMP_ID; WS-XRF-HIT = 0 MEANS NOT FOUND.
      **********************************************
       FIND-XREF-BY-BONUS-ID.
           MOVE 0 TO WS-XRF-HIT.
           PERFORM VARYING WS-XRF-SCAN FROM 1 BY 1
                     UNTIL WS-XRF-SCAN > XREF-LOADED
              IF TAB-XRF-BONUS-ID(WS-XRF-SCAN) =
                    EMP-ID OF DCLTB-SALES-BONUS
                 MOVE WS-XRF-SCAN TO WS-XRF-HIT
                 MOVE XREF-LOADED TO WS-XRF-SCAN
              END-IF
           END-PERFORM.

      **********************************************
      * LOOK UP THE BASE INCREASE RATE FOR A REGION CODE.
      * REGIONS NOT FOUND IN THE TABLE GET NO BASE INCREASE.
              STOP RUN
           END-IF.

           PERFORM WRITE-TENURE-SECTION.
           PERFORM WRITE-CYCLE-COMPARISON.

           CLOSE BONUS-REPORT-FILE.
       PROCESS-BONUS.                                                   
           MOVE BONUS-AMT OF DCLTB-SALES-BONUS TO OLD-BONUS.

      * A REGION THE REGION MASTER DOES NOT KNOW, OR HOLDS AS
      * INACTIVE, IS NOT PAID ON A DEFAULT RATE - THE ROW IS LEFT
      * AS IT IS AND LISTED FOR CORRECTION.
           PERFORM CHECK-BONUS-REGION.
           IF NOT RGNCHK-VALID
              EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-REGION-RATE.
           COMPUTE CALC-BONUS = OLD-BONUS * (1 + WS-REGION-PCT).
                                                                        
                 MOVE 'OK' TO WS-STATUS-TEXT
               END-EVALUATE.

      * TENURE: INACTIVE OR UNKNOWN EMPLOYEES GET NO BONUS; A
      * PART-YEAR HIRE GETS THE CAPPED BONUS PRORATED BY MONTHS OF
      * SERVICE, SO THE SCHEDULE AND GL DELTA FOLLOW THE PRORATED
      * FIGURE.
           PERFORM LOOKUP-EMPLOYEE-TENURE.
           EVALUATE TRUE
               WHEN TENURE-NOT-FOUND
                 MOVE ZERO TO CALC-BONUS
                 MOVE ZERO TO WS-PRORATE-FACTOR
                 MOVE 'NOEMP' TO WS-STATUS-TEXT
                 ADD 1 TO WS-NOEMP-COUNT
                 PERFORM SAVE-EXCLUDED-EMPLOYEE
               WHEN TENURE-INACTIVE
                 MOVE ZERO TO CALC-BONUS
                 MOVE ZERO TO WS-PRORATE-FACTOR
                 MOVE 'INACTV' TO WS-STATUS-TEXT
                 ADD 1 TO WS-INACTIVE-COUNT
                 PERFORM SAVE-EXCLUDED-EMPLOYEE
               WHEN WS-SERVICE-MONTHS < 12
                 COMPUTE CALC-BONUS ROUNDED =
                    CALC-BONUS * WS-SERVICE-MONTHS / 12
                 MOVE 'PRORATE' TO WS-STATUS-TEXT
                 ADD 1 TO WS-PRORATED-COUNT
           END-EVALUATE.

      * A BONUS AT OR ABOVE THE PLAN THRESHOLD IS SCHEDULED IN
      * INSTALLMENTS INSTEAD OF PAID AS ONE FIGURE; ITS HISTORY ROW
      * CARRIES STATUS SCHED SO SCHEDULED AND RELEASED AMOUNTS CAN
      * BE TOLD APART.
           MOVE 'N' TO WS-SCHED-SW.
           IF INSTALLMENTS-LOADED > 0
              AND TENURE-ACTIVE
              AND CALC-BONUS >= WS-INST-THRESHOLD
              SET BONUS-SCHEDULED TO TRUE
              MOVE 'SCHED' TO WS-STATUS-TEXT
              PERFORM INTERMEDIATE-COMMIT                               
           END-IF.                                                      
                                                                        
      **********************************************
      * LOOKS THE EMPLOYEE UP IN TB_EMPLOYEES AND SETS THE TENURE
      * SWITCH, MONTHS OF SERVICE IN THE BONUS YEAR AND PRORATION
      * FACTOR. THE BONUS EMP_ID IS FIRST TRANSLATED TO THE HR ID
      * THROUGH XREFDD - NO CROSS-REFERENCE ROW COUNTS AS NOT ON
      * TB_EMPLOYEES. HIRED BEFORE THE BONUS YEAR (OR NO HIRE_DATE) =
      * 12 MONTHS; HIRED INSIDE IT = 13 - HIRE MONTH; HIRED AFTER
      * IT = 0. ANY SQL ERROR OTHER THAN NOT FOUND ROLLS BACK AND
      * STOPS.
      **********************************************
       LOOKUP-EMPLOYEE-TENURE.
           SET TENURE-ACTIVE TO TRUE.
           MOVE 12 TO WS-SERVICE-MONTHS.
           MOVE 1 TO WS-PRORATE-FACTOR.
           MOVE 0 TO HV-HIRE-DATE-IND.

           PERFORM FIND-XREF-BY-BONUS-ID.
           IF WS-XRF-HIT = 0
              SET TENURE-NOT-FOUND TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-XRF-EMP-ID(WS-XRF-HIT) TO HV-HR-EMP-ID.

           EXEC SQL
             SELECT STATUS, HIRE_DATE
               INTO :HV-EMP-STATUS,
                    :HV-HIRE-DATE :HV-HIRE-DATE-IND
               FROM TB_EMPLOYEES
              WHERE EMP_ID = :HV-HR-EMP-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                 CONTINUE
               WHEN SQLCODE = 100
                 SET TENURE-NOT-FOUND TO TRUE
                 EXIT PARAGRAPH
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'EMPLOYEE LOOKUP ERROR FOR EMPLOYEE: '
                          EMP-ID OF DCLTB-SALES-BONUS
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

           IF HV-EMP-STATUS NOT = 'A'
              SET TENURE-INACTIVE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF HV-HIRE-DATE-IND < 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-HIRE-YYYY IS NOT NUMERIC
              OR WS-HIRE-MM IS NOT NUMERIC
              OR WS-HIRE-MM < 1 OR WS-HIRE-MM > 12
              DISPLAY 'WARNING: BAD HIRE_DATE ' HV-HIRE-DATE
                      ' FOR EMPLOYEE ' EMP-ID OF DCLTB-SALES-BONUS
                      ' - TREATED AS FULL YEAR'
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-HIRE-YYYY < WS-BONUS-YEAR
                 MOVE 12 TO WS-SERVICE-MONTHS
               WHEN WS-HIRE-YYYY > WS-BONUS-YEAR
                 MOVE 0 TO WS-SERVICE-MONTHS
               WHEN OTHER
                 COMPUTE WS-SERVICE-MONTHS = 13 - WS-HIRE-MM
           END-EVALUATE.
           COMPUTE WS-PRORATE-FACTOR ROUNDED = WS-SERVICE-MONTHS / 12.

      **********************************************
      * CHECKS THE ROW'S REGION_CODE ON THE REGION MASTER AND
      * LISTS THE EMPLOYEE AS EXCLUDED WHEN IT IS REJECTED.
      **********************************************
       CHECK-BONUS-REGION.
           MOVE REGION-CODE OF DCLTB-SALES-BONUS TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF RGNCHK-VALID
              EXIT PARAGRAPH
           END-IF.
           IF RGNCHK-INACTIVE
              MOVE 'INACRGN' TO WS-STATUS-TEXT
              ADD 1 TO WS-INACRGN-COUNT
           ELSE
              MOVE 'BADRGN' TO WS-STATUS-TEXT
              ADD 1 TO WS-BADRGN-COUNT
           END-IF.
           DISPLAY 'REGION REJECTED FOR EMPLOYEE: '
                   EMP-ID OF DCLTB-SALES-BONUS ' '
                   REGION-CODE OF DCLTB-SALES-BONUS ' '
                   WS-STATUS-TEXT.
           PERFORM SAVE-EXCLUDED-EMPLOYEE.

      **********************************************
      * KEEPS AN EXCLUDED EMPLOYEE FOR THE LIST AFTER THE TOTALS.
      **********************************************
       SAVE-EXCLUDED-EMPLOYEE.
           IF EXCLUDED-LOADED >= EXCLUDED-TABLE-MAX
              ADD 1 TO WS-EXCL-OVERFLOW
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EXCLUDED-LOADED.
           MOVE EMP-ID OF DCLTB-SALES-BONUS
              TO WS-EXCL-EMP-ID(EXCLUDED-LOADED).
           MOVE REGION-CODE OF DCLTB-SALES-BONUS
              TO WS-EXCL-REGION(EXCLUDED-LOADED).
           MOVE OLD-BONUS TO WS-EXCL-OLD-BONUS(EXCLUDED-LOADED).
           MOVE WS-STATUS-TEXT TO WS-EXCL-REASON(EXCLUDED-LOADED).

      **********************************************
      * WRITES THE TENURE TOTALS AND THE LIST OF EMPLOYEES
      * EXCLUDED FROM THE CYCLE AS INACTIVE, NOT ON
      * TB_EMPLOYEES, OR IN A REGION THE REGION MASTER REJECTS.
      **********************************************
       WRITE-TENURE-SECTION.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-PRORATED-COUNT TO WS-TENURE-CNT-DISP.
           STRING 'PRORATED (PART-YEAR HIRES): ' DELIMITED BY SIZE
                  WS-TENURE-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-INACTIVE-COUNT TO WS-TENURE-CNT-DISP.
           STRING 'EXCLUDED - INACTIVE:        ' DELIMITED BY SIZE
                  WS-TENURE-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-NOEMP-COUNT TO WS-TENURE-CNT-DISP.
           STRING 'EXCLUDED - NOT ON EMPLOYEES:' DELIMITED BY SIZE
                  WS-TENURE-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-BADRGN-COUNT TO WS-TENURE-CNT-DISP.
           STRING 'EXCLUDED - UNKNOWN REGION:  ' DELIMITED BY SIZE
                  WS-TENURE-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-INACRGN-COUNT TO WS-TENURE-CNT-DISP.
           STRING 'EXCLUDED - INACTIVE REGION: ' DELIMITED BY SIZE
                  WS-TENURE-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-COMPARISON-LINE.

           IF EXCLUDED-LOADED = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'EXCLUDED EMPLOYEES: EMPID  REGION OLD_BONUS REASON'
              TO REPORT-REC.
           PERFORM WRITE-COMPARISON-LINE.
           PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                     UNTIL WS-EXCL-SUB > EXCLUDED-LOADED
              MOVE WS-EXCL-OLD-BONUS(WS-EXCL-SUB) TO OLD-BONUS-DISP
              MOVE SPACES TO REPORT-REC
              STRING '                    ' DELIMITED BY SIZE
                     WS-EXCL-EMP-ID(WS-EXCL-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EXCL-REGION(WS-EXCL-SUB) DELIMITED BY SIZE
                     '     ' DELIMITED BY SIZE
                     OLD-BONUS-DISP DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-EXCL-REASON(WS-EXCL-SUB) DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
              PERFORM WRITE-COMPARISON-LINE
           END-PERFORM.
           IF WS-EXCL-OVERFLOW > 0
              MOVE SPACES TO REPORT-REC
              MOVE WS-EXCL-OVERFLOW TO WS-TENURE-CNT-DISP
              STRING '... AND ' DELIMITED BY SIZE
                     WS-TENURE-CNT-DISP DELIMITED BY SIZE
                     ' MORE NOT LISTED' DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
              PERFORM WRITE-COMPARISON-LINE
           END-IF.

      **********************************************
      * INSERTS THE APPLIED CHANGE INTO TB_BONUS_HISTORY IN THE
      * SAME UNIT OF WORK AS THE BONUS UPDATE, SO THE AUDIT ROW
      * THE LAST TAKES WHATEVER REMAINS SO THE SCHEDULE SUMS TO THE
      * BONUS TO THE PENNY. DUE DATES ROLL THE CYCLE DATE FORWARD
      * BY THE PLAN OFFSET IN MONTHS, WITH THE DAY CLAMPED TO 28 SO
      * EVERY TARGET MONTH CAN HOLD IT, AND ON TO A BUSINESS DAY.
      **********************************************
       INSERT-BONUS-SCHEDULE.
           MOVE CALC-BONUS TO WS-SCHED-REMAINDER.

      **********************************************
      * ROLLS THE CYCLE DATE FORWARD BY THE CURRENT INSTALLMENTS
      * OFFSET IN MONTHS INTO HV-SCH-DUE-DATE, ROLLED FORWARD TO
      * THE NEXT BUSINESS DAY WHEN IT LANDS ON A WEEKEND OR
      * HOLIDAY. THE DATE COMES FROM THE CYCLE DATE, NOT FROM THE
      * EMPLOYEE ROW, SO A DATE THE CALENDAR CANNOT ROLL ROLLS THE
      * UNIT OF WORK BACK AND STOPS WITH RC 12.
      **********************************************
       COMPUTE-DUE-DATE.
           MOVE HV-CYCLE-DATE TO WS-DUE-DATE.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
           SET BDC-ROLL-FORWARD TO TRUE.
           MOVE WS-DUE-DATE TO BDC-DATE-IN.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'ERROR: DUE DATE NOT ROLLED: ' WS-DUE-DATE
                      ' FOR EMPLOYEE: ' EMP-ID OF DCLTB-SALES-BONUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
              END-IF
              DISPLAY 'ALL CHANGES ROLLED BACK - SCHEDULE DUE DATE '
                      'INVALID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE BDC-DATE-OUT TO HV-SCH-DUE-DATE.

      **********************************************
      * INSERTS ONE SCHEDULED INSTALLMENT. A FAILURE ROLLS THE
       WRITE-REPORT-LINE.                                               
           MOVE OLD-BONUS TO OLD-BONUS-DISP.                            
           MOVE CALC-BONUS TO CALC-BONUS-DISP.                          
           MOVE WS-PRORATE-FACTOR TO WS-PRORATE-FACTOR-DISP.
                                                                        
           MOVE SPACES TO REPORT-REC                                    
           STRING EMP-ID OF DCLTB-SALES-BONUS DELIMITED BY SPACE        
                  CALC-BONUS-DISP DELIMITED BY SIZE                     
                  '  ' DELIMITED BY SIZE                                
                  WS-STATUS-TEXT DELIMITED BY SIZE                      
                  '  ' DELIMITED BY SIZE
                  WS-PRORATE-FACTOR-DISP DELIMITED BY SIZE
                  INTO REPORT-REC                                       
           END-STRING.                                                  
                                                                        
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
