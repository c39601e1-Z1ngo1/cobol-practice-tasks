      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/16                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026/08/22  SSH  ADDED FEEDDD MACHINE-READABLE CHANGE FEED   *
      *                    (ONE RECORD PER APPLIED CHANGE WITH OLD/NEW *
      *                    SALARY, DEPT AND STATUS) FOR DOWNSTREAM     *
      *                    SNAPSHOT (SNAPIDD), AND THE RUN'S JOINERS,  *
      *                    LEAVERS AND DEPARTMENT MOVES FROM THE       *
      *                    CHANGE FEED COUNTERS.                       *
      *   2026/10/15  SSH  ADD START_TS AND END_TS TO THE              *
      *                    TB_BATCH_RUN_HISTORY ROW FOR THE            *
      *                    ELAPSED-TIME REPORT (DB2EL44).              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (EMP.UPDATE) - EMPLOYEE DATA (PS, 44 B)           *
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * RETRY CONTROL FOR TRANSIENT DEADLOCK/TIMEOUT SQLCODES
       01 WS-SQL-RETRY-MAX PIC 9(1) VALUE 3.
      **********************************************                    
       PROCEDURE DIVISION.                                              
       MAIN-LOGIC.                                                      
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-ALL-RECORDS.
           PERFORM CLOSE-ALL-FILES.
              STOP RUN
           END-IF.

      * NOTES WHEN THE JOB STARTED FOR ITS TB_BATCH_RUN_HISTORY
      * ROW. IF DB2 CANNOT SUPPLY THE TIME THE ROW IS WRITTEN
      * WITH A NULL START_TS RATHER THAN FAILING THE RUN.

       CAPTURE-START-TIME.
           EXEC SQL
             SET :HV-HIST-START-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO HV-HIST-START-IND
           ELSE
              MOVE 0 TO HV-HIST-START-IND
           END-IF.


       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RECORDS-PROCESSED TO HV-HIST-RECORDS-PROCESSED.
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
