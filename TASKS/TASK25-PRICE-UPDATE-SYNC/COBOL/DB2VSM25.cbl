      *                    COMPARE). THE RUN SUMMARY SHOWS THE MARGIN  *
      *                    DISTRIBUTION OF THE DAY'S APPLIED CHANGES.  *
      *                    NO COSTDD = NO MARGIN CHECKS.               *
      *   2026/10/15  SSH  ADD START_TS AND END_TS TO THE              *
      *                    TB_BATCH_RUN_HISTORY ROW FOR THE            *
      *                    ELAPSED-TIME REPORT (DB2EL44).              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD   (PRICE.UPDATE)   - PS DAILY PRICE UPDATES       *
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      **********************************************
      * OPEN -> PROCESS UPDATES -> CLOSE
      **********************************************                    
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SWING-CONFIG.
           PERFORM LOAD-COST-TABLE.
           DISPLAY '  NO USABLE COST:   ' FUNCTION TRIM(WS-MGN-DISP).
           DISPLAY '========================================'.

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
              DISPLAY 'WARNING: BATCH HISTORY INSERT FAILED: '
