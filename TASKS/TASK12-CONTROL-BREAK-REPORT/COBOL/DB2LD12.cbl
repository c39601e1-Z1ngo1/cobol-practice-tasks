      *     OPTIONAL CMTDD RECORD OVERRIDES THE COMMIT FREQUENCY       *
      *     (DEFAULT 100).                                             *
      *   PHASE 1 - READ: THE EXTRACT CARRIES THREE DELIMITED RECORD   *
      *     TYPES - S;REGION;SHOP;COUNT;AMOUNT;TARGET PER SHOP, R;..   *
      *     PER REGION AND G;.. FOR THE GRAND TOTAL. ONLY THE S        *
      *     RECORDS ARE LOADED; R AND G ARE DERIVABLE BY SQL AND ARE   *
      *     SKIPPED. THE TARGET IS THE SHOP'S MONTHLY SALES TARGET,    *
      *     EMPTY WHEN IT HAS NONE (LOADED AS NULL); AN EXTRACT FROM   *
      *     BEFORE TARGETS WERE ADDED HAS NO TARGET FIELD AT ALL AND   *
      *     LOADS THE SAME WAY.                                        *
      *   PHASE 2 - INSERT: ONE TB_SALES_HISTORY ROW PER SHOP RECORD.  *
      *     THE TABLE'S UNIQUE KEY (BUSINESS_DATE, REGION, SHOP)       *
      *     MAKES THE LOAD SAFE TO RERUN: A ROW ALREADY LOADED FOR     *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  LOAD THE SHOP'S MONTHLY TARGET FROM THE       *
      *                  EXTRACT INTO TARGET_AMOUNT (NULL WHEN NONE).  *
      * 2026/10/15  SSH  ADD START_TS AND END_TS TO THE                *
      *                  TB_BATCH_RUN_HISTORY ROW FOR THE              *
      *                  ELAPSED-TIME REPORT (DB2EL44).                *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  XTRDD (SALES.EXTRACT) - DELIMITED EXTRACT (PS, 80 B)   *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_SALES_HISTORY - SALES HISTORY (BUSINESS_DATE, REGION,       *
      *   SHOP, SALES_COUNT, SALES_AMOUNT, TARGET_AMOUNT (NULLABLE);   *
      *   UNIQUE KEY ON DATE, REGION, SHOP)                            *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH AUDIT TABLE                *
      ******************************************************************

       01 HV-SHOP PIC X(5).
       01 HV-SALES-COUNT PIC S9(9) COMP.
       01 HV-SALES-AMOUNT PIC S9(9)V99 COMP-3.
       01 HV-TARGET-AMOUNT PIC S9(9)V99 COMP-3.
       01 HV-TARGET-IND PIC S9(4) COMP VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.
          05 WS-XTR-SHOP PIC X(10).
          05 WS-XTR-CNT-TXT PIC X(12).
          05 WS-XTR-AMT-TXT PIC X(15).
          05 WS-XTR-TGT-TXT PIC X(15).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CAPTURE-START-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-COMMIT-CONFIG.
           PERFORM READ-CHECKPOINT.
           MOVE SPACES TO WS-SPLIT-FIELDS.
           UNSTRING EXTRACT-RECORD DELIMITED BY ';'
              INTO WS-XTR-TAG WS-XTR-REGION WS-XTR-SHOP
                   WS-XTR-CNT-TXT WS-XTR-AMT-TXT WS-XTR-TGT-TXT
           END-UNSTRING.

           IF WS-XTR-TAG NOT = 'S'
              FUNCTION NUMVAL(WS-XTR-CNT-TXT).
           COMPUTE HV-SALES-AMOUNT =
              FUNCTION NUMVAL(WS-XTR-AMT-TXT).
           IF WS-XTR-TGT-TXT = SPACES
              MOVE 0 TO HV-TARGET-AMOUNT
              MOVE -1 TO HV-TARGET-IND
           ELSE
              COMPUTE HV-TARGET-AMOUNT =
                 FUNCTION NUMVAL(WS-XTR-TGT-TXT)
              MOVE 0 TO HV-TARGET-IND
           END-IF.

           EXEC SQL
             INSERT INTO TB_SALES_HISTORY
               (BUSINESS_DATE, REGION, SHOP,
                SALES_COUNT, SALES_AMOUNT, TARGET_AMOUNT)
             VALUES
               (:HV-BUS-DATE, :HV-REGION, :HV-SHOP,
                :HV-SALES-COUNT, :HV-SALES-AMOUNT,
                :HV-TARGET-AMOUNT :HV-TARGET-IND)
           END-EXEC.

           EVALUATE TRUE
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
      * AUDIT TABLE SO OPERATIONS CAN SEE THE RUN.
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
