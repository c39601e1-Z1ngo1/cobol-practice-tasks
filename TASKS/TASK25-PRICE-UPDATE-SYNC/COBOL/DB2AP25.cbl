      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/08/22                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE               *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE             *
      *                  ELAPSED-TIME REPORT (DB2EL44).               *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  SWGDD  (SWING.REVIEW)   - FLAGGED SWINGS FROM DB2VSM25*
      *         DSPDD  (SWING.DISP)     - APPROVER DISPOSITIONS       *
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      **********************************************
      * LOAD DISPOSITIONS -> OPEN -> PROCESS SWINGS
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM LOAD-DISPOSITIONS.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-SWINGS.
                      SWING-OUT-STATUS
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
      * AUDIT TABLE. A FAILURE HERE IS LOGGED ONLY - IT
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
