      *       CORRECT = OLD_BONUS * (1 + REGION RATE)                  *
      *       CORRECTED SALES >= 150000 -> CORRECT = CORRECT * 1.05    *
      *       CAP AT 20000                                             *
      *       PART-YEAR HIRE -> CORRECT * MONTHS OF SERVICE / 12       *
      *     THE CYCLE'S EXCLUSIONS STILL APPLY: A REGION THE REGION    *
      *     MASTER REJECTS (BADRGN/INACRGN) OR AN EMPLOYEE INACTIVE    *
      *     OR NOT ON TB_EMPLOYEES VIA XREFDD (INACTV/NOEMP) IS        *
      *     REPORTED AND NOT RESTATED.                                 *
      *     DELTA = CORRECT - PAID:                                    *
      *       DELTA < 0 -> RECOVERY RECORD (TYPE R), REVERSING GL      *
      *       DELTA > 0 -> TOP-UP RECORD (TYPE T), NORMAL GL PAIR      *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      * 2026/10/15  SSH  THE RECOMPUTED BONUS FOLLOWS THE CYCLE'S      *
      *                  RULES: PART-YEAR HIRES ARE PRORATED BY MONTHS *
      *                  OF SERVICE, AND ROWS WITH A REJECTED REGION   *
      *                  (SUBRG12) OR AN INACTIVE OR UNKNOWN EMPLOYEE  *
      *                  (XREFDD, TB_EMPLOYEES) ARE REPORTED AND NOT   *
      *                  RESTATED.                                     *
      *                                                                *
      * DB2:    TB_SALES_BONUS - SALES BONUS TABLE (TARGET)            *
      *         TB_BONUS_HISTORY - AUDIT TABLE OF BONUS CHANGES        *
      *         TB_EMPLOYEES - EMPLOYEE MASTER (READ ONLY, TENURE)     *
      * INPUT:  RSTDD (RESTATEMENT.FILE) - EMP_ID + CORRECTED SALES    *
      *         RATEDD (REGION.RATE.TABLE) - CYCLE REGION RATES (PS)   *
      *         GLMAPDD (GL.ACCT.MAP) - REGION -> EXPENSE/ACCRUAL      *
      *                                 ACCOUNT CODES ('**' = DEFAULT) *
      *         XREFDD (EMP.ID.XREF) - BONUS ID -> HR ID (PS)          *
      *         RGNDD (REGION.MASTER) - REGION MASTER, READ BY SUBRG12 *
      * OUTPUT: OUTDD (REPORT.FILE) - CLAWBACK REPORT (PS, 80 BYTES)   *
      *         RECVDD (RECOVERY.FILE) - RECOVERY/TOP-UP TRANSACTIONS  *
      *         GLDD  (GL.POSTING)  - BALANCED GL POSTING EXTRACT      *
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS GL-POSTING-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAWBACK-REPORT-FILE RECORDING MODE IS F.
       FD GL-POSTING-FILE RECORDING MODE IS F.
       01 GL-POSTING-REC PIC X(80).

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
       01 GL-MAP-STATUS PIC X(2).
       01 RECOVERY-STATUS PIC X(2).
       01 GL-POSTING-STATUS PIC X(2).
       01 XREF-STATUS PIC X(2).

      * IN-MEMORY REGION BASE-RATE TABLE
       01 REGION-RATE-TABLE-MAX PIC 9(2) VALUE 10.
       01 TOTAL-TOPUPS PIC 9(5) VALUE 0.
       01 TOTAL-CLEAN PIC 9(5) VALUE 0.
       01 TOTAL-ERRORS PIC 9(5) VALUE 0.
       01 TOTAL-EXCLUDED PIC 9(5) VALUE 0.
       01 TOTAL-PRORATED PIC 9(5) VALUE 0.
       01 WS-CNT-DISP PIC ZZZZ9.
       01 CORRECT-BONUS PIC S9(7)V9(2) COMP-3.
       01 WS-BONUS-DELTA PIC S9(9)V99 COMP-3 VALUE 0.
       01 HV-REGION PIC X(2).
       01 HV-CYCLE-DATE PIC 9(8) VALUE 0.

      * TENURE LOOKUP AGAINST TB_EMPLOYEES, SAME RULES AS THE BONUS
      * CYCLE (DB2TASK8). HIRE_DATE COMES BACK AS YYYY-MM-DD; A
      * NULL HIRE_DATE IS TREATED AS A FULL YEAR.
       01 HV-HR-EMP-ID PIC X(5).
       01 HV-EMP-STATUS PIC X(1).
       01 HV-HIRE-DATE PIC X(10).
       01 FILLER REDEFINES HV-HIRE-DATE.
          05 WS-HIRE-YYYY PIC 9(4).
          05 FILLER PIC X(1).
          05 WS-HIRE-MM PIC 9(2).
          05 FILLER PIC X(3).
       01 HV-HIRE-DATE-IND PIC S9(4) COMP VALUE 0.
       01 WS-TENURE-SW PIC X(1) VALUE 'A'.
          88 TENURE-ACTIVE VALUE 'A'.
          88 TENURE-INACTIVE VALUE 'I'.
          88 TENURE-NOT-FOUND VALUE 'N'.
       01 WS-BONUS-YEAR PIC 9(4) VALUE 0.
       01 WS-SERVICE-MONTHS PIC 9(2) VALUE 12.

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

      * REGION MASTER CHECK (SUBRG12) PARAMETER AREA
       01 REGION-CHECK-AREA.
           COPY RGNCHK.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2CB8  '.
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
           ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-REGION-RATE-TABLE.
           PERFORM LOAD-GL-MAP-TABLE.
           PERFORM LOAD-XREF-TABLE.

           PERFORM UNTIL EOF
              READ RESTATEMENT-FILE
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
      * LOOK UP THE BASE INCREASE RATE FOR A REGION CODE.
      * REGIONS NOT FOUND IN THE TABLE GET NO BASE INCREASE.
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      * THE CYCLE LEFT ROWS WITH A REJECTED REGION OR AN INACTIVE OR
      * UNKNOWN EMPLOYEE OUT OF THE BONUS, SO THEY ARE NOT RESTATED
      * HERE EITHER.
           PERFORM CHECK-RESTATED-REGION.
           IF NOT RGNCHK-VALID
              EXIT PARAGRAPH
           END-IF.
           MOVE HV-CYCLE-DATE(1:4) TO WS-BONUS-YEAR.
           PERFORM LOOKUP-EMPLOYEE-TENURE.
           IF NOT TENURE-ACTIVE
              PERFORM REPORT-EXCLUDED-TENURE
              EXIT PARAGRAPH
           END-IF.

      * RECOMPUTE THE BONUS THE CYCLE SHOULD HAVE PAID WITH THE
      * CORRECTED SALES FIGURE AND THE CYCLE RATES; A PART-YEAR
      * HIRE IS PRORATED BY MONTHS OF SERVICE AS THE CYCLE DID.
           PERFORM LOOKUP-REGION-RATE.
           COMPUTE CORRECT-BONUS = HV-OLD-BONUS * (1 + WS-REGION-PCT).
           IF HV-NEW-SALES >= 150000.00
           IF CORRECT-BONUS > 20000
              MOVE 20000 TO CORRECT-BONUS
           END-IF.
           IF WS-SERVICE-MONTHS < 12
              COMPUTE CORRECT-BONUS ROUNDED =
                 CORRECT-BONUS * WS-SERVICE-MONTHS / 12
              ADD 1 TO TOTAL-PRORATED
           END-IF.

           COMPUTE WS-BONUS-DELTA = CORRECT-BONUS - HV-PAID-BONUS.

              PERFORM INTERMEDIATE-COMMIT
           END-IF.

      **********************************************
      * CHECKS THE CYCLE'S REGION_CODE ON THE REGION MASTER. A
      * REJECTED REGION IS REPORTED AND THE ROW IS NOT RESTATED.
      **********************************************
       CHECK-RESTATED-REGION.
           MOVE HV-REGION TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF RGNCHK-VALID
              EXIT PARAGRAPH
           END-IF.
           IF RGNCHK-INACTIVE
              MOVE 'INACRGN' TO WS-STATUS-TEXT
           ELSE
              MOVE 'BADRGN' TO WS-STATUS-TEXT
           END-IF.
           ADD 1 TO TOTAL-EXCLUDED.
           MOVE SPACES TO REPORT-REC.
           STRING HV-EMP-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  HV-REGION DELIMITED BY SIZE
                  ' REGION REJECTED (' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SPACE
                  ') - NOT RESTATED' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * REPORTS A RESTATEMENT FOR AN INACTIVE OR UNKNOWN EMPLOYEE,
      * WHO GOT NO BONUS FROM THE CYCLE - NOT RESTATED.
      **********************************************
       REPORT-EXCLUDED-TENURE.
           IF TENURE-INACTIVE
              MOVE 'INACTV' TO WS-STATUS-TEXT
           ELSE
              MOVE 'NOEMP' TO WS-STATUS-TEXT
           END-IF.
           ADD 1 TO TOTAL-EXCLUDED.
           MOVE SPACES TO REPORT-REC.
           STRING HV-EMP-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  HV-REGION DELIMITED BY SIZE
                  ' EMPLOYEE EXCLUDED (' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SPACE
                  ') - NOT RESTATED' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * LOOKS THE EMPLOYEE UP IN TB_EMPLOYEES WITH THE BONUS
      * CYCLE'S RULES: THE BONUS ID IS TRANSLATED TO THE HR ID
      * THROUGH XREFDD (NO ROW = NOT FOUND), A STATUS OTHER THAN
      * 'A' IS INACTIVE, AND MONTHS OF SERVICE IN THE CYCLE YEAR
      * ARE 12 FOR AN EARLIER (OR NO) HIRE_DATE, 13 - HIRE MONTH
      * FOR A HIRE INSIDE IT AND 0 FOR A LATER ONE.
      **********************************************
       LOOKUP-EMPLOYEE-TENURE.
           SET TENURE-ACTIVE TO TRUE.
           MOVE 12 TO WS-SERVICE-MONTHS.
           MOVE 0 TO HV-HIRE-DATE-IND.

           MOVE 0 TO WS-XRF-HIT.
           PERFORM VARYING WS-XRF-SCAN FROM 1 BY 1
                     UNTIL WS-XRF-SCAN > XREF-LOADED
              IF TAB-XRF-BONUS-ID(WS-XRF-SCAN) = HV-EMP-ID
                 MOVE WS-XRF-SCAN TO WS-XRF-HIT
                 MOVE XREF-LOADED TO WS-XRF-SCAN
              END-IF
           END-PERFORM.
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
                 DISPLAY 'EMPLOYEE LOOKUP ERROR: ' WS-SQLCODE-DISP
                 DISPLAY 'EMPLOYEE: ' HV-EMP-ID
                 PERFORM ROLLBACK-AND-STOP
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
                      ' FOR EMPLOYEE ' HV-EMP-ID
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

      **********************************************
      * CORRECTS TB_SALES_BONUS (THE RESTATED SALES FIGURE AND THE
      * BONUS IT SHOULD HAVE PRODUCED), INSERTS THE CLAWBK/TOPUP
           END-STRING.
           PERFORM WRITE-REPORT-REC.

           MOVE TOTAL-PRORATED TO WS-CNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING 'PRORATED:          ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-REC.

           MOVE TOTAL-EXCLUDED TO WS-CNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING 'EXCLUDED:          ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-REC.

           MOVE TOTAL-ERRORS TO WS-CNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING 'SKIPPED/ERRORS:    ' DELIMITED BY SIZE
              ADD WS-GL-AMOUNT TO WS-GL-TOT-CR
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
      * AUDIT TABLE. A FAILURE HERE IS LOGGED ONLY.
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
