      ******************************************************************
      * CYCLE COUNT RECONCILIATION AND COUNT PLANNING                  *
      *                                                                *
      * PURPOSE:                                                       *
      * THE WAREHOUSE STOCK FILE ONLY EVER MOVES BY ORDER, RELEASE     *
      * AND CATALOG DELTA ACTIVITY, SO SHRINKAGE AND MISCOUNTS NEVER   *
      * SURFACE. THIS RUN COMPARES A PHYSICAL COUNT FILE AGAINST THE   *
      * PER-WAREHOUSE BOOK QUANTITIES, REPORTS EVERY VARIANCE IN       *
      * QUANTITY AND VALUE, TURNS SMALL VARIANCES INTO CATALOG         *
      * MAINTENANCE ADJUSTMENT DELTAS, SENDS LARGE ONES FOR A RECOUNT  *
      * AND PLANS WHAT IS DUE TO BE COUNTED NEXT SO EVERY PART IS      *
      * COUNTED AT LEAST ONCE A CYCLE (A QUARTER BY DEFAULT).          *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARAMETERS (PARMDD, OPTIONAL - BLANK FIELDS KEEP DEFAULTS):  *
      *     RUN DATE (TODAY), TOLERANCE QTY (5), TOLERANCE VALUE       *
      *     (50.00), CYCLE DAYS (90), PLANNING HORIZON DAYS (14).      *
      *   EACH COUNT (PART, WAREHOUSE, COUNTED QTY, COUNT DATE) IS     *
      *   CHECKED: PART MUST BE IN THE CATALOG, QTY NUMERIC, DATE      *
      *   VALID AND NOT AFTER THE RUN DATE, ONE COUNT PER PART AND     *
      *   WAREHOUSE. A BLANK WAREHOUSE DEFAULTS TO 'W1'. A PART AND    *
      *   WAREHOUSE WITH NO STOCK ROW HAS A BOOK QUANTITY OF ZERO.     *
      *   VARIANCE = COUNTED - BOOK, VALUED AT PART-PRICE:             *
      *     ZERO               -> MATCH                                *
      *     WITHIN TOLERANCE   -> 'J' DELTA (+/-) FOR PSCM16, ADJUST   *
      *     (BOTH QTY AND VALUE MUST BE WITHIN THEIR TOLERANCE)        *
      *     OUTSIDE TOLERANCE  -> RECOUNT LIST, NO ADJUSTMENT          *
      *   MATCHED AND ADJUSTED COUNTS UPDATE THE COUNT HISTORY; A      *
      *   RECOUNT DOES NOT, SO THE ROW STAYS DUE.                      *
      *   COUNT PLAN: EVERY WAREHOUSE STOCK ROW (AND EVERY CATALOG     *
      *   PART WITH NO STOCK ROW, AT 'W1') NEVER COUNTED OR WHOSE      *
      *   LAST COUNT WILL BE A FULL CYCLE OLD WITHIN THE HORIZON. A    *
      *   HISTORY ROW WHOSE DATE IS NOT A VALID DATE IS REPORTED AND   *
      *   COUNTS AS NEVER COUNTED.                                     *
      *   RETURN CODE 4 IF ANY COUNT WAS REJECTED OR SENT TO RECOUNT.  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTDD (PARTS.CATALOG) - PARTS CATALOG (PS, SORTED)    *
      * INPUT:  WHSDD (WAREHOUSE.STOCK) - PER-WAREHOUSE ON-HAND (PS)   *
      * INPUT:  CNTDD (CYCLE.COUNTS) - PHYSICAL COUNTS (PS, 80 B)      *
      * INPUT:  PARMDD (CYCLE.PARM) - RUN PARAMETERS (PS, OPT)         *
      * INPUT:  CHSTDD (COUNT.HISTORY) - LAST COUNT DATES (PS, OPT)    *
      * OUTPUT: DLTDD (CATALOG.DELTAS) - PSCM16 ADJUSTMENTS (PS, 80 B) *
      * OUTPUT: VARDD (COUNT.VARIANCE) - VARIANCE REPORT (PS, 80 B)    *
      * OUTPUT: RCNTDD (COUNT.RECOUNT) - RECOUNT LIST (PS, 80 B)       *
      * OUTPUT: PLANDD (COUNT.PLAN) - PARTS DUE FOR COUNT (PS, 80 B)   *
      * OUTPUT: CHNEWDD (COUNT.HISTORY.NEW) - LAST COUNT DATES (PS)    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSCC16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CATALOG-STATUS.

           SELECT WAREHOUSE-STOCK-FILE ASSIGN TO WHSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WAREHOUSE-STATUS.

           SELECT COUNT-FILE ASSIGN TO CNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS COUNT-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO CHSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HISTORY-STATUS.

           SELECT DELTA-FILE ASSIGN TO DLTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DELTA-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO VARDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS VARIANCE-STATUS.

           SELECT RECOUNT-FILE ASSIGN TO RCNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RECOUNT-STATUS.

           SELECT PLAN-FILE ASSIGN TO PLANDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PLAN-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO CHNEWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTS-CATALOG-FILE RECORDING MODE IS F.
       01 CATALOG-REC.
          05 PART-ID PIC 9(5).
          05 PART-PRICE PIC 9(3)V99.
          05 PART-QTY-ON-HAND PIC 9(5).

      * PER-WAREHOUSE ON-HAND STOCK - THE BOOK FIGURE COUNTED AGAINST
       FD WAREHOUSE-STOCK-FILE RECORDING MODE IS F.
       01 WAREHOUSE-STOCK-REC.
          05 WHS-PART-ID PIC 9(5).
          05 WHS-WAREHOUSE PIC X(2).
          05 WHS-QTY PIC 9(5).
          05 FILLER PIC X(68).

      * ONE PHYSICAL COUNT PER PART AND WAREHOUSE
       FD COUNT-FILE RECORDING MODE IS F.
       01 COUNT-REC.
          05 CNT-PART-ID PIC 9(5).
          05 CNT-WAREHOUSE PIC X(2).
          05 CNT-QTY PIC 9(5).
          05 CNT-DATE PIC 9(8).
          05 CNT-COUNTER PIC X(8).
          05 FILLER PIC X(52).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 PARAM-TOL-QTY PIC X(5).
          05 PARAM-TOL-QTY-N REDEFINES PARAM-TOL-QTY PIC 9(5).
          05 PARAM-TOL-VALUE PIC X(7).
          05 PARAM-TOL-VALUE-N REDEFINES PARAM-TOL-VALUE
                                PIC 9(5)V99.
          05 PARAM-CYCLE-DAYS PIC X(3).
          05 PARAM-CYCLE-DAYS-N REDEFINES PARAM-CYCLE-DAYS PIC 9(3).
          05 PARAM-PLAN-DAYS PIC X(3).
          05 PARAM-PLAN-DAYS-N REDEFINES PARAM-PLAN-DAYS PIC 9(3).
          05 FILLER PIC X(54).

      * LAST ACCEPTED COUNT DATE PER PART AND WAREHOUSE
       FD HISTORY-FILE RECORDING MODE IS F.
       01 HISTORY-REC.
          05 HST-PART-ID PIC 9(5).
          05 HST-WAREHOUSE PIC X(2).
          05 HST-LAST-COUNT PIC 9(8).
          05 FILLER PIC X(65).

      * SAME LAYOUT PSCM16 READS FROM DLTDD
       FD DELTA-FILE RECORDING MODE IS F.
       01 DELTA-REC.
          05 DLT-ACTION PIC X(1).
          05 DLT-PART-ID PIC 9(5).
          05 DLT-PRICE PIC 9(3)V99.
          05 DLT-QTY PIC 9(5).
          05 DLT-SIGN PIC X(1).
          05 DLT-WAREHOUSE PIC X(2).
          05 FILLER PIC X(61).

       FD VARIANCE-FILE RECORDING MODE IS F.
       01 VARIANCE-PRINT-REC PIC X(80).

       FD RECOUNT-FILE RECORDING MODE IS F.
       01 RECOUNT-PRINT-REC PIC X(80).

       FD PLAN-FILE RECORDING MODE IS F.
       01 PLAN-PRINT-REC PIC X(80).

       FD NEW-HISTORY-FILE RECORDING MODE IS F.
       01 NEW-HISTORY-REC.
          05 NHST-PART-ID PIC 9(5).
          05 NHST-WAREHOUSE PIC X(2).
          05 NHST-LAST-COUNT PIC 9(8).
          05 FILLER PIC X(65).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 WAREHOUSE-STATUS PIC X(2).
          05 COUNT-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 HISTORY-STATUS PIC X(2).
          05 DELTA-STATUS PIC X(2).
          05 VARIANCE-STATUS PIC X(2).
          05 RECOUNT-STATUS PIC X(2).
          05 PLAN-STATUS PIC X(2).
          05 NEW-HISTORY-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-PART-EOF PIC X(1) VALUE 'N'.
             88 PART-EOF VALUE 'Y'.
          05 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
             88 WHS-EOF VALUE 'Y'.
          05 WS-COUNT-EOF PIC X(1) VALUE 'N'.
             88 COUNT-EOF VALUE 'Y'.
          05 WS-HST-EOF PIC X(1) VALUE 'N'.
             88 HST-EOF VALUE 'Y'.
          05 WS-FOUND PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
             88 NOT-FOUND VALUE 'N'.

      * RUN PARAMETERS AND THEIR DEFAULTS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT PIC 9(7) VALUE 0.
       01 WS-TOL-QTY PIC 9(5) VALUE 5.
       01 WS-TOL-VALUE PIC 9(5)V99 VALUE 50.00.
       01 WS-CYCLE-DAYS PIC 9(3) VALUE 90.
       01 WS-PLAN-DAYS PIC 9(3) VALUE 14.

      * PARTS LOADED COUNTER AND PRIOR PART-ID FOR THE SORT CHECK
       01 PARTS-LOADED PIC 9(3) VALUE 0.
       01 CAT-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PREV-PART-ID PIC 9(5) VALUE ZERO.

      * IN-MEMORY PARTS CATALOG TABLE (PRICE LOOKUP BY SEARCH ALL).
      * UNUSED ROWS CARRY 99999 SO THE TABLE STAYS IN KEY ORDER.
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 500 TIMES
                           ASCENDING KEY IS WS-PART-ID
                           INDEXED BY IDX.
             10 WS-PART-ID PIC 9(5).
             10 WS-PRICE PIC 9(3)V99.

      * PER-WAREHOUSE STOCK TABLE. WS-WHS-COUNTED FLAGS A ROW
      * ALREADY COUNTED IN THIS RUN SO A SECOND COUNT IS REFUSED.
       01 WHS-TABLE-MAX PIC 9(3) VALUE 300.
       01 WHS-COUNT PIC 9(3) VALUE 0.
       01 WHS-TABLE.
          05 WHS-ENTRY OCCURS 300 TIMES.
             10 WS-WHS-PART-ID PIC 9(5).
             10 WS-WHS-WAREHOUSE PIC X(2).
             10 WS-WHS-QTY PIC 9(5).
             10 WS-WHS-COUNTED PIC X(1).
       01 WS-WHS-SUB PIC 9(3) VALUE 0.
       01 WS-WHS-HIT PIC 9(3) VALUE 0.

      * COUNT HISTORY TABLE - LAST ACCEPTED COUNT PER PART AND
      * WAREHOUSE, CARRIED FORWARD TO CHNEWDD
       01 HST-TABLE-MAX PIC 9(3) VALUE 500.
       01 HST-COUNT PIC 9(3) VALUE 0.
       01 HST-TABLE.
          05 HST-ENTRY OCCURS 500 TIMES.
             10 TAB-HST-PART PIC 9(5).
             10 TAB-HST-WAREHOUSE PIC X(2).
             10 TAB-HST-DATE PIC 9(8).
       01 WS-HST-SUB PIC 9(3) VALUE 0.
       01 WS-HST-HIT PIC 9(3) VALUE 0.

      * CURRENT COUNT WORK FIELDS
       01 WS-CNT-WAREHOUSE PIC X(2) VALUE SPACES.
       01 WS-CNT-PRICE PIC 9(3)V99 VALUE 0.
       01 WS-BOOK-QTY PIC 9(5) VALUE 0.
       01 WS-VAR-QTY PIC S9(6) VALUE 0.
       01 WS-VAR-VALUE PIC S9(8)V99 VALUE 0.
       01 WS-ABS-QTY PIC 9(6) VALUE 0.
       01 WS-ABS-VALUE PIC 9(8)V99 VALUE 0.
       01 WS-ACTION PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      * COUNT PLAN WORK FIELDS
       01 WS-PLAN-PART PIC 9(5) VALUE 0.
       01 WS-PLAN-WAREHOUSE PIC X(2) VALUE SPACES.
       01 WS-PLAN-LAST PIC 9(8) VALUE 0.
       01 WS-DAYS-SINCE PIC S9(5) VALUE 0.
       01 WS-DUE-AGE PIC S9(5) VALUE 0.
       01 WS-PLAN-STATUS PIC X(14) VALUE SPACES.

      * VARIANCE REPORT LINES
       01 VAR-TITLE-LINE.
          05 FILLER PIC X(37)
             VALUE 'CYCLE COUNT VARIANCE REPORT  RUN DATE'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(34) VALUE SPACES.
       01 VAR-COL-LINE PIC X(80) VALUE
          'PART  WH   BOOK  COUNTED  VARIANCE        VALUE  ACTION'.
       01 VAR-DETAIL-LINE.
          05 VDL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 VDL-WAREHOUSE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 VDL-BOOK PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VDL-COUNTED PIC Z(7)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VDL-VAR-QTY PIC -(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VDL-VAR-VALUE PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 VDL-ACTION PIC X(8).
          05 FILLER PIC X(23) VALUE SPACES.
       01 VAR-TOTAL-LINE.
          05 VTT-LABEL PIC X(30).
          05 VTT-COUNT PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 VTT-VALUE PIC -(8)9.99.
          05 FILLER PIC X(31) VALUE SPACES.

      * RECOUNT LIST LINES
       01 RCT-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE 'CYCLE COUNT RECOUNT LIST  RUN DATE'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(37) VALUE SPACES.
       01 RCT-COL-LINE.
          05 FILLER PIC X(49) VALUE
             'PART  WH   BOOK  COUNTED  VARIANCE        VALUE  '.
          05 FILLER PIC X(31) VALUE 'COUNTED ON  COUNTER'.
       01 RCT-DETAIL-LINE.
          05 RDL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-WAREHOUSE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-BOOK PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-COUNTED PIC Z(7)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-VAR-QTY PIC -(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-VAR-VALUE PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RDL-COUNT-DATE PIC 9(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RDL-COUNTER PIC X(8).
          05 FILLER PIC X(11) VALUE SPACES.

      * COUNT PLAN LINES
       01 PLN-TITLE-LINE.
          05 FILLER PIC X(25) VALUE 'CYCLE COUNT PLAN  CYCLE '.
          05 PTL-CYCLE PIC ZZ9.
          05 FILLER PIC X(18) VALUE ' DAYS  DUE WITHIN '.
          05 PTL-HORIZON PIC ZZ9.
          05 FILLER PIC X(9) VALUE ' DAYS OF '.
          05 PTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(14) VALUE SPACES.
       01 PLN-COL-LINE PIC X(80) VALUE
          'PART  WH  LAST COUNT   DAYS  STATUS'.
       01 PLN-DETAIL-LINE.
          05 PDL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-WAREHOUSE PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PDL-LAST-COUNT PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PDL-DAYS PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PDL-STATUS PIC X(14).
          05 FILLER PIC X(37) VALUE SPACES.
       01 WS-DAYS-DISP PIC ZZZZ9.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

      * STATISTICS COUNTERS AND VALUE TOTALS
       01 COUNTERS.
          05 COUNTS-READ PIC 9(5) VALUE 0.
          05 COUNTS-MATCHED PIC 9(5) VALUE 0.
          05 COUNTS-ADJUSTED PIC 9(5) VALUE 0.
          05 COUNTS-RECOUNT PIC 9(5) VALUE 0.
          05 COUNTS-REJECTED PIC 9(5) VALUE 0.
          05 DELTAS-WRITTEN PIC 9(5) VALUE 0.
          05 PLAN-LINES PIC 9(5) VALUE 0.
          05 PLAN-OVERDUE PIC 9(5) VALUE 0.
       01 VALUE-TOTALS.
          05 TOTAL-ADJUST-VALUE PIC S9(9)V99 VALUE 0.
          05 TOTAL-RECOUNT-VALUE PIC S9(9)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 DISP-COUNTERS.
          05 COUNTS-READ-DISP PIC Z(4)9.
          05 COUNTS-MATCHED-DISP PIC Z(4)9.
          05 COUNTS-ADJUSTED-DISP PIC Z(4)9.
          05 COUNTS-RECOUNT-DISP PIC Z(4)9.
          05 COUNTS-REJECTED-DISP PIC Z(4)9.
          05 DELTAS-WRITTEN-DISP PIC Z(4)9.
          05 PLAN-LINES-DISP PIC Z(4)9.
          05 PLAN-OVERDUE-DISP PIC Z(4)9.
          05 TOTAL-VALUE-DISP PIC -(8)9.99.

      **********************************************
      * MAIN FLOW: OPEN -> PARMS -> LOAD CATALOG, STOCK, HISTORY ->
      * RECONCILE COUNTS -> HISTORY OUT -> PLAN -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-WAREHOUSE-TABLE.
           PERFORM LOAD-COUNT-HISTORY.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM PROCESS-COUNTS.
           PERFORM WRITE-VARIANCE-TOTALS.
           PERFORM WRITE-NEW-HISTORY.
           PERFORM PLAN-NEXT-COUNTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF COUNTS-REJECTED > 0 OR COUNTS-RECOUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG FILE: '
                       CATALOG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WAREHOUSE STOCK FILE: '
                       WAREHOUSE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT COUNT-FILE.
           IF COUNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COUNT FILE: ' COUNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT DELTA-FILE.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELTA FILE: ' DELTA-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT VARIANCE-FILE.
           IF VARIANCE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VARIANCE REPORT: '
                       VARIANCE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RECOUNT-FILE.
           IF RECOUNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECOUNT LIST: ' RECOUNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-FILE.
           IF PLAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COUNT PLAN: ' PLAN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-HISTORY-FILE.
           IF NEW-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW COUNT HISTORY: '
                       NEW-HISTORY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE RUN DATE, TOLERANCES, CYCLE AND HORIZON. NO
      * PARAMETER FILE OR BLANK FIELDS KEEP THE DEFAULTS.
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'NO PARAM FILE - DEFAULTS USED'
           ELSE
              READ PARAM-FILE
                AT END
                   DISPLAY 'NO PARAM RECORD - DEFAULTS USED'
                NOT AT END
                   IF PARAM-RUN-DATE IS NUMERIC
                      MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARAM-TOL-QTY IS NUMERIC
                      MOVE PARAM-TOL-QTY-N TO WS-TOL-QTY
                   END-IF
                   IF PARAM-TOL-VALUE IS NUMERIC
                      MOVE PARAM-TOL-VALUE-N TO WS-TOL-VALUE
                   END-IF
                   IF PARAM-CYCLE-DAYS IS NUMERIC
                      AND PARAM-CYCLE-DAYS-N > 0
                      MOVE PARAM-CYCLE-DAYS-N TO WS-CYCLE-DAYS
                   END-IF
                   IF PARAM-PLAN-DAYS IS NUMERIC
                      MOVE PARAM-PLAN-DAYS-N TO WS-PLAN-DAYS
                   END-IF
              END-READ
              CLOSE PARAM-FILE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PLAN-DAYS >= WS-CYCLE-DAYS
              DISPLAY 'ERROR: PLANNING HORIZON ' WS-PLAN-DAYS
                      ' NOT LESS THAN CYCLE ' WS-CYCLE-DAYS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY 'RUN DATE IS:        ' WS-RUN-DATE.
           DISPLAY 'TOLERANCE QTY:      ' WS-TOL-QTY.
           DISPLAY 'TOLERANCE VALUE:    ' WS-TOL-VALUE.
           DISPLAY 'CYCLE DAYS:         ' WS-CYCLE-DAYS.
           DISPLAY 'PLANNING HORIZON:   ' WS-PLAN-DAYS.

      **********************************************
      * LOAD PARTS CATALOG INTO IN-MEMORY TABLE. EVERY ROW'S
      * PART-ID MUST BE STRICTLY GREATER THAN THE ROW BEFORE IT -
      * SEARCH ALL GIVES WRONG ANSWERS SILENTLY IF THE CATALOG IS
      * NOT ACTUALLY SORTED.
      **********************************************
       LOAD-CATALOG-TABLE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 500
               MOVE 99999 TO WS-PART-ID(IDX)
               MOVE ZERO TO WS-PRICE(IDX)
           END-PERFORM.

           PERFORM UNTIL PART-EOF
              READ PARTS-CATALOG-FILE
                AT END
                   SET PART-EOF TO TRUE
                NOT AT END
                   IF CATALOG-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTS CATALOG FILE: '
                               CATALOG-STATUS
                      STOP RUN
                   END-IF
                   IF PARTS-LOADED > 0 AND PART-ID <= WS-PREV-PART-ID
                      DISPLAY 'ERROR: PARTS.CATALOG IS NOT SORTED '
                               'ASCENDING BY PART-ID AT ROW '
                               PARTS-LOADED
                      STOP RUN
                   END-IF
                   IF PARTS-LOADED >= CAT-TABLE-MAX
                      DISPLAY 'ERROR: CATALOG TABLE CAPACITY '
                               'EXCEEDED, MAX=' CAT-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO PARTS-LOADED
                   SET IDX TO PARTS-LOADED
                   MOVE PART-ID TO WS-PART-ID(IDX)
                   MOVE PART-PRICE TO WS-PRICE(IDX)
                   MOVE PART-ID TO WS-PREV-PART-ID
              END-READ
           END-PERFORM.
           DISPLAY 'CATALOG PARTS LOADED: ' PARTS-LOADED.

      **********************************************
      * LOAD THE PER-WAREHOUSE STOCK FILE INTO MEMORY.
      **********************************************
       LOAD-WAREHOUSE-TABLE.
           PERFORM UNTIL WHS-EOF
              READ WAREHOUSE-STOCK-FILE
                AT END
                   SET WHS-EOF TO TRUE
                NOT AT END
                   IF WAREHOUSE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING WAREHOUSE STOCK: '
                               WAREHOUSE-STATUS
                      STOP RUN
                   END-IF
                   IF WHS-COUNT >= WHS-TABLE-MAX
                      DISPLAY 'ERROR: WAREHOUSE TABLE CAPACITY '
                               'EXCEEDED, MAX=' WHS-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO WHS-COUNT
                   MOVE WHS-PART-ID TO WS-WHS-PART-ID(WHS-COUNT)
                   MOVE WHS-WAREHOUSE
                     TO WS-WHS-WAREHOUSE(WHS-COUNT)
                   MOVE WHS-QTY TO WS-WHS-QTY(WHS-COUNT)
                   MOVE 'N' TO WS-WHS-COUNTED(WHS-COUNT)
              END-READ
           END-PERFORM.
           DISPLAY 'WAREHOUSE STOCK ROWS LOADED: ' WHS-COUNT.

      **********************************************
      * LOAD THE OPTIONAL COUNT HISTORY. NO CHSTDD = FIRST CYCLE,
      * NOTHING HAS BEEN COUNTED YET.
      **********************************************
       LOAD-COUNT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = '00'
              DISPLAY 'NO COUNT HISTORY - EVERY PART IS DUE'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HST-EOF
              READ HISTORY-FILE
                AT END
                   SET HST-EOF TO TRUE
                NOT AT END
                   IF HST-COUNT >= HST-TABLE-MAX
                      DISPLAY 'ERROR: COUNT HISTORY TABLE CAPACITY '
                               'EXCEEDED, MAX=' HST-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO HST-COUNT
                   MOVE HST-PART-ID TO TAB-HST-PART(HST-COUNT)
                   MOVE HST-WAREHOUSE
                     TO TAB-HST-WAREHOUSE(HST-COUNT)
                   IF HST-LAST-COUNT IS NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD(HST-LAST-COUNT)
                          = 0
                      MOVE HST-LAST-COUNT TO TAB-HST-DATE(HST-COUNT)
                   ELSE
                      DISPLAY 'WARNING: INVALID LAST COUNT DATE FOR '
                              'PART ' HST-PART-ID ' WAREHOUSE '
                              HST-WAREHOUSE ' - TREATED AS NEVER '
                              'COUNTED'
                      MOVE 0 TO TAB-HST-DATE(HST-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           DISPLAY 'COUNT HISTORY ROWS LOADED: ' HST-COUNT.

      **********************************************
      * TITLE AND COLUMN HEADINGS FOR THE THREE PRINT FILES
      **********************************************
       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO VTL-RUN-DATE.
           WRITE VARIANCE-PRINT-REC FROM VAR-TITLE-LINE.
           PERFORM CHECK-VARIANCE-STATUS.
           WRITE VARIANCE-PRINT-REC FROM VAR-COL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.

           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           WRITE RECOUNT-PRINT-REC FROM RCT-TITLE-LINE.
           PERFORM CHECK-RECOUNT-STATUS.
           WRITE RECOUNT-PRINT-REC FROM RCT-COL-LINE.
           PERFORM CHECK-RECOUNT-STATUS.

           MOVE WS-CYCLE-DAYS TO PTL-CYCLE.
           MOVE WS-PLAN-DAYS TO PTL-HORIZON.
           MOVE WS-RUN-DATE TO PTL-RUN-DATE.
           WRITE PLAN-PRINT-REC FROM PLN-TITLE-LINE.
           PERFORM CHECK-PLAN-STATUS.
           WRITE PLAN-PRINT-REC FROM PLN-COL-LINE.
           PERFORM CHECK-PLAN-STATUS.

      **********************************************
      * RECONCILE EVERY PHYSICAL COUNT AGAINST THE BOOK
      **********************************************
       PROCESS-COUNTS.
           PERFORM UNTIL COUNT-EOF
              READ COUNT-FILE
                AT END
                   SET COUNT-EOF TO TRUE
                NOT AT END
                   IF COUNT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING COUNT FILE: '
                               COUNT-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO COUNTS-READ
                   PERFORM RECONCILE-ONE-COUNT
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE COUNT, WORKS OUT THE VARIANCE AND ROUTES IT
      * TO MATCH, ADJUST OR RECOUNT.
      **********************************************
       RECONCILE-ONE-COUNT.
           IF CNT-WAREHOUSE = SPACES
              MOVE 'W1' TO WS-CNT-WAREHOUSE
           ELSE
              MOVE CNT-WAREHOUSE TO WS-CNT-WAREHOUSE
           END-IF.

           IF CNT-PART-ID NOT NUMERIC
              MOVE 'PART-ID NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           SET NOT-FOUND TO TRUE.
           SEARCH ALL CATALOG-ENTRY
               AT END
                  CONTINUE
               WHEN WS-PART-ID(IDX) = CNT-PART-ID
                  SET FOUND TO TRUE
                  MOVE WS-PRICE(IDX) TO WS-CNT-PRICE
           END-SEARCH.
           IF NOT-FOUND
              MOVE 'PART NOT IN CATALOG' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF CNT-QTY NOT NUMERIC
              MOVE 'COUNTED QTY NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF CNT-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(CNT-DATE) NOT = 0
              MOVE 'INVALID COUNT DATE' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF CNT-DATE > WS-RUN-DATE
              MOVE 'COUNT DATE AFTER RUN DATE' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-WAREHOUSE-ENTRY.
           IF WS-WHS-HIT = 0
      * STOCK FOUND WHERE THE BOOK HAS NONE - A ZERO BOOK ROW IS
      * TAKEN ON SO A SECOND COUNT OF IT IS STILL CAUGHT
              IF WHS-COUNT >= WHS-TABLE-MAX
                 DISPLAY 'ERROR: WAREHOUSE TABLE CAPACITY '
                          'EXCEEDED, MAX=' WHS-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO WHS-COUNT
              MOVE WHS-COUNT TO WS-WHS-HIT
              MOVE CNT-PART-ID TO WS-WHS-PART-ID(WS-WHS-HIT)
              MOVE WS-CNT-WAREHOUSE TO WS-WHS-WAREHOUSE(WS-WHS-HIT)
              MOVE 0 TO WS-WHS-QTY(WS-WHS-HIT)
              MOVE 'N' TO WS-WHS-COUNTED(WS-WHS-HIT)
           END-IF.
           IF WS-WHS-COUNTED(WS-WHS-HIT) = 'Y'
              MOVE 'DUPLICATE COUNT IN FILE' TO WS-REJECT-REASON
              PERFORM REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-WHS-COUNTED(WS-WHS-HIT).

           MOVE WS-WHS-QTY(WS-WHS-HIT) TO WS-BOOK-QTY.
           COMPUTE WS-VAR-QTY = CNT-QTY - WS-BOOK-QTY.
           COMPUTE WS-VAR-VALUE = WS-VAR-QTY * WS-CNT-PRICE.
           IF WS-VAR-QTY < 0
              COMPUTE WS-ABS-QTY = 0 - WS-VAR-QTY
              COMPUTE WS-ABS-VALUE = 0 - WS-VAR-VALUE
           ELSE
              MOVE WS-VAR-QTY TO WS-ABS-QTY
              MOVE WS-VAR-VALUE TO WS-ABS-VALUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-VAR-QTY = 0
                   MOVE 'MATCH' TO WS-ACTION
                   ADD 1 TO COUNTS-MATCHED
                   PERFORM RECORD-COUNT-HISTORY
               WHEN WS-ABS-QTY <= WS-TOL-QTY
                    AND WS-ABS-VALUE <= WS-TOL-VALUE
                   MOVE 'ADJUST' TO WS-ACTION
                   ADD 1 TO COUNTS-ADJUSTED
                   ADD WS-VAR-VALUE TO TOTAL-ADJUST-VALUE
                   PERFORM WRITE-ADJUSTMENT-DELTA
                   PERFORM RECORD-COUNT-HISTORY
               WHEN OTHER
                   MOVE 'RECOUNT' TO WS-ACTION
                   ADD 1 TO COUNTS-RECOUNT
                   ADD WS-VAR-VALUE TO TOTAL-RECOUNT-VALUE
                   PERFORM WRITE-RECOUNT-LINE
           END-EVALUATE.
           PERFORM WRITE-VARIANCE-LINE.

      **********************************************
      * FINDS THE STOCK ROW FOR THE COUNTED PART AND WAREHOUSE
      **********************************************
       FIND-WAREHOUSE-ENTRY.
           MOVE 0 TO WS-WHS-HIT.
           PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                   UNTIL WS-WHS-SUB > WHS-COUNT
              IF WS-WHS-PART-ID(WS-WHS-SUB) = CNT-PART-ID
                 AND WS-WHS-WAREHOUSE(WS-WHS-SUB)
                     = WS-CNT-WAREHOUSE
                 MOVE WS-WHS-SUB TO WS-WHS-HIT
                 MOVE WHS-COUNT TO WS-WHS-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES THE SIGNED 'J' DELTA THAT BRINGS THE BOOK TO THE
      * COUNTED QUANTITY WHEN PSCM16 NEXT RUNS
      **********************************************
       WRITE-ADJUSTMENT-DELTA.
           MOVE SPACES TO DELTA-REC.
           MOVE 'J' TO DLT-ACTION.
           MOVE CNT-PART-ID TO DLT-PART-ID.
           MOVE 0 TO DLT-PRICE.
           MOVE WS-ABS-QTY TO DLT-QTY.
           IF WS-VAR-QTY < 0
              MOVE '-' TO DLT-SIGN
           ELSE
              MOVE '+' TO DLT-SIGN
           END-IF.
           MOVE WS-CNT-WAREHOUSE TO DLT-WAREHOUSE.
           WRITE DELTA-REC.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELTA FILE: ' DELTA-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO DELTAS-WRITTEN.

      **********************************************
      * KEEPS THE LATEST ACCEPTED COUNT DATE FOR THE PART AND
      * WAREHOUSE, ADDING THE HISTORY ROW ON FIRST COUNT
      **********************************************
       RECORD-COUNT-HISTORY.
           MOVE CNT-PART-ID TO WS-PLAN-PART.
           MOVE WS-CNT-WAREHOUSE TO WS-PLAN-WAREHOUSE.
           PERFORM FIND-HISTORY-ENTRY.
           IF WS-HST-HIT = 0
              IF HST-COUNT >= HST-TABLE-MAX
                 DISPLAY 'ERROR: COUNT HISTORY TABLE CAPACITY '
                          'EXCEEDED, MAX=' HST-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO HST-COUNT
              MOVE HST-COUNT TO WS-HST-HIT
              MOVE CNT-PART-ID TO TAB-HST-PART(WS-HST-HIT)
              MOVE WS-CNT-WAREHOUSE TO TAB-HST-WAREHOUSE(WS-HST-HIT)
              MOVE 0 TO TAB-HST-DATE(WS-HST-HIT)
           END-IF.
           IF CNT-DATE > TAB-HST-DATE(WS-HST-HIT)
              MOVE CNT-DATE TO TAB-HST-DATE(WS-HST-HIT)
           END-IF.

      **********************************************
      * FINDS THE HISTORY ROW FOR WS-PLAN-PART / WS-PLAN-WAREHOUSE
      **********************************************
       FIND-HISTORY-ENTRY.
           MOVE 0 TO WS-HST-HIT.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > HST-COUNT
              IF TAB-HST-PART(WS-HST-SUB) = WS-PLAN-PART
                 AND TAB-HST-WAREHOUSE(WS-HST-SUB)
                     = WS-PLAN-WAREHOUSE
                 MOVE WS-HST-SUB TO WS-HST-HIT
                 MOVE HST-COUNT TO WS-HST-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * ONE VARIANCE REPORT LINE FOR A RECONCILED COUNT
      **********************************************
       WRITE-VARIANCE-LINE.
           MOVE CNT-PART-ID TO VDL-PART.
           MOVE WS-CNT-WAREHOUSE TO VDL-WAREHOUSE.
           MOVE WS-BOOK-QTY TO VDL-BOOK.
           MOVE CNT-QTY TO VDL-COUNTED.
           MOVE WS-VAR-QTY TO VDL-VAR-QTY.
           MOVE WS-VAR-VALUE TO VDL-VAR-VALUE.
           MOVE WS-ACTION TO VDL-ACTION.
           WRITE VARIANCE-PRINT-REC FROM VAR-DETAIL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.

      **********************************************
      * ONE RECOUNT LIST LINE FOR A VARIANCE OUTSIDE TOLERANCE
      **********************************************
       WRITE-RECOUNT-LINE.
           MOVE CNT-PART-ID TO RDL-PART.
           MOVE WS-CNT-WAREHOUSE TO RDL-WAREHOUSE.
           MOVE WS-BOOK-QTY TO RDL-BOOK.
           MOVE CNT-QTY TO RDL-COUNTED.
           MOVE WS-VAR-QTY TO RDL-VAR-QTY.
           MOVE WS-VAR-VALUE TO RDL-VAR-VALUE.
           MOVE CNT-DATE TO RDL-COUNT-DATE.
           MOVE CNT-COUNTER TO RDL-COUNTER.
           WRITE RECOUNT-PRINT-REC FROM RCT-DETAIL-LINE.
           PERFORM CHECK-RECOUNT-STATUS.

      **********************************************
      * A COUNT THAT CANNOT BE RECONCILED IS LISTED ON THE
      * VARIANCE REPORT WITH ITS REASON
      **********************************************
       REJECT-COUNT.
           ADD 1 TO COUNTS-REJECTED.
           MOVE SPACES TO VARIANCE-PRINT-REC.
           STRING COUNT-REC(1:5) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CNT-WAREHOUSE DELIMITED BY SIZE
                  '  REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO VARIANCE-PRINT-REC
           END-STRING.
           WRITE VARIANCE-PRINT-REC.
           PERFORM CHECK-VARIANCE-STATUS.

      **********************************************
      * CLOSING COUNTS AND VALUES ON THE VARIANCE REPORT
      **********************************************
       WRITE-VARIANCE-TOTALS.
           WRITE VARIANCE-PRINT-REC FROM WS-BLANK-LINE.
           PERFORM CHECK-VARIANCE-STATUS.
           MOVE 'COUNTS MATCHED' TO VTT-LABEL.
           MOVE COUNTS-MATCHED TO VTT-COUNT.
           MOVE 0 TO VTT-VALUE.
           WRITE VARIANCE-PRINT-REC FROM VAR-TOTAL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.
           MOVE 'COUNTS ADJUSTED (NET VALUE)' TO VTT-LABEL.
           MOVE COUNTS-ADJUSTED TO VTT-COUNT.
           MOVE TOTAL-ADJUST-VALUE TO VTT-VALUE.
           WRITE VARIANCE-PRINT-REC FROM VAR-TOTAL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.
           MOVE 'SENT TO RECOUNT (NET VALUE)' TO VTT-LABEL.
           MOVE COUNTS-RECOUNT TO VTT-COUNT.
           MOVE TOTAL-RECOUNT-VALUE TO VTT-VALUE.
           WRITE VARIANCE-PRINT-REC FROM VAR-TOTAL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.
           MOVE 'COUNTS REJECTED' TO VTT-LABEL.
           MOVE COUNTS-REJECTED TO VTT-COUNT.
           MOVE 0 TO VTT-VALUE.
           WRITE VARIANCE-PRINT-REC FROM VAR-TOTAL-LINE.
           PERFORM CHECK-VARIANCE-STATUS.

      **********************************************
      * WRITE THE UPDATED COUNT HISTORY FOR THE NEXT RUN
      **********************************************
       WRITE-NEW-HISTORY.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > HST-COUNT
              MOVE SPACES TO NEW-HISTORY-REC
              MOVE TAB-HST-PART(WS-HST-SUB) TO NHST-PART-ID
              MOVE TAB-HST-WAREHOUSE(WS-HST-SUB) TO NHST-WAREHOUSE
              MOVE TAB-HST-DATE(WS-HST-SUB) TO NHST-LAST-COUNT
              WRITE NEW-HISTORY-REC
              IF NEW-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW COUNT HISTORY: '
                          NEW-HISTORY-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.

      **********************************************
      * PLANS THE NEXT COUNTS: EVERY STOCK ROW, THEN EVERY
      * CATALOG PART WITH NO STOCK ROW AT ALL (PLANNED AT 'W1'
      * SO STOCK THE BOOK HAS LOST TRACK OF STILL GETS LOOKED AT)
      **********************************************
       PLAN-NEXT-COUNTS.
           PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                   UNTIL WS-WHS-SUB > WHS-COUNT
              MOVE WS-WHS-PART-ID(WS-WHS-SUB) TO WS-PLAN-PART
              MOVE WS-WHS-WAREHOUSE(WS-WHS-SUB) TO WS-PLAN-WAREHOUSE
              PERFORM PLAN-ONE-ROW
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > PARTS-LOADED
              MOVE WS-PART-ID(IDX) TO WS-PLAN-PART
              MOVE 0 TO WS-WHS-HIT
              PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                      UNTIL WS-WHS-SUB > WHS-COUNT
                 IF WS-WHS-PART-ID(WS-WHS-SUB) = WS-PLAN-PART
                    MOVE WS-WHS-SUB TO WS-WHS-HIT
                    MOVE WHS-COUNT TO WS-WHS-SUB
                 END-IF
              END-PERFORM
              IF WS-WHS-HIT = 0
                 MOVE 'W1' TO WS-PLAN-WAREHOUSE
                 PERFORM PLAN-ONE-ROW
              END-IF
           END-PERFORM.
           MOVE PLAN-LINES TO PLAN-LINES-DISP.
           MOVE SPACES TO PLAN-PRINT-REC.
           STRING 'ROWS DUE FOR COUNT: ' DELIMITED BY SIZE
                  PLAN-LINES-DISP DELIMITED BY SIZE
                  INTO PLAN-PRINT-REC
           END-STRING.
           WRITE PLAN-PRINT-REC.
           PERFORM CHECK-PLAN-STATUS.

      **********************************************
      * LISTS ONE PART AND WAREHOUSE IF IT HAS NEVER BEEN COUNTED
      * (NO HISTORY ROW, OR A ROW WHOSE DATE WAS UNUSABLE) OR ITS
      * LAST COUNT TURNS A FULL CYCLE OLD WITHIN THE HORIZON.
      * ALREADY A FULL CYCLE OLD = OVERDUE.
      **********************************************
       PLAN-ONE-ROW.
           PERFORM FIND-HISTORY-ENTRY.
           MOVE SPACES TO PDL-LAST-COUNT.
           MOVE SPACES TO PDL-DAYS.
           IF WS-HST-HIT > 0
              IF TAB-HST-DATE(WS-HST-HIT) = 0
                 MOVE 0 TO WS-HST-HIT
              END-IF
           END-IF.
           IF WS-HST-HIT = 0
              MOVE 'NEVER COUNTED' TO WS-PLAN-STATUS
              ADD 1 TO PLAN-OVERDUE
           ELSE
              MOVE TAB-HST-DATE(WS-HST-HIT) TO WS-PLAN-LAST
              COMPUTE WS-DAYS-SINCE = WS-RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(WS-PLAN-LAST)
              COMPUTE WS-DUE-AGE = WS-CYCLE-DAYS - WS-PLAN-DAYS
              IF WS-DAYS-SINCE < WS-DUE-AGE
                 EXIT PARAGRAPH
              END-IF
              IF WS-DAYS-SINCE >= WS-CYCLE-DAYS
                 MOVE 'OVERDUE' TO WS-PLAN-STATUS
                 ADD 1 TO PLAN-OVERDUE
              ELSE
                 MOVE 'DUE' TO WS-PLAN-STATUS
              END-IF
              STRING WS-PLAN-LAST(1:4) '/' WS-PLAN-LAST(5:2) '/'
                     WS-PLAN-LAST(7:2) DELIMITED BY SIZE
                     INTO PDL-LAST-COUNT
              END-STRING
              MOVE WS-DAYS-SINCE TO WS-DAYS-DISP
              MOVE WS-DAYS-DISP TO PDL-DAYS
           END-IF.
           MOVE WS-PLAN-PART TO PDL-PART.
           MOVE WS-PLAN-WAREHOUSE TO PDL-WAREHOUSE.
           MOVE WS-PLAN-STATUS TO PDL-STATUS.
           WRITE PLAN-PRINT-REC FROM PLN-DETAIL-LINE.
           PERFORM CHECK-PLAN-STATUS.
           ADD 1 TO PLAN-LINES.

      **********************************************
      * CHECK THE PRINT FILE STATUSES AFTER A WRITE
      **********************************************
       CHECK-VARIANCE-STATUS.
           IF VARIANCE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING VARIANCE REPORT: '
                       VARIANCE-STATUS
              STOP RUN
           END-IF.

       CHECK-RECOUNT-STATUS.
           IF RECOUNT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECOUNT LIST: ' RECOUNT-STATUS
              STOP RUN
           END-IF.

       CHECK-PLAN-STATUS.
           IF PLAN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING COUNT PLAN: ' PLAN-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARTS CATALOG: '
                       CATALOG-STATUS
           END-IF.

           CLOSE WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING WAREHOUSE STOCK: '
                       WAREHOUSE-STATUS
           END-IF.

           CLOSE COUNT-FILE.
           IF COUNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COUNT FILE: '
                       COUNT-STATUS
           END-IF.

           CLOSE DELTA-FILE.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DELTA FILE: '
                       DELTA-STATUS
           END-IF.

           CLOSE VARIANCE-FILE.
           IF VARIANCE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VARIANCE REPORT: '
                       VARIANCE-STATUS
           END-IF.

           CLOSE RECOUNT-FILE.
           IF RECOUNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RECOUNT LIST: '
                       RECOUNT-STATUS
           END-IF.

           CLOSE PLAN-FILE.
           IF PLAN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COUNT PLAN: '
                       PLAN-STATUS
           END-IF.

           CLOSE NEW-HISTORY-FILE.
           IF NEW-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW COUNT HISTORY: '
                       NEW-HISTORY-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE COUNTS-READ TO COUNTS-READ-DISP.
           MOVE COUNTS-MATCHED TO COUNTS-MATCHED-DISP.
           MOVE COUNTS-ADJUSTED TO COUNTS-ADJUSTED-DISP.
           MOVE COUNTS-RECOUNT TO COUNTS-RECOUNT-DISP.
           MOVE COUNTS-REJECTED TO COUNTS-REJECTED-DISP.
           MOVE DELTAS-WRITTEN TO DELTAS-WRITTEN-DISP.
           MOVE PLAN-LINES TO PLAN-LINES-DISP.
           MOVE PLAN-OVERDUE TO PLAN-OVERDUE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CYCLE COUNT RECONCILIATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'COUNTS READ:          ' COUNTS-READ-DISP.
           DISPLAY 'COUNTS MATCHED:       ' COUNTS-MATCHED-DISP.
           DISPLAY 'COUNTS ADJUSTED:      ' COUNTS-ADJUSTED-DISP.
           DISPLAY 'SENT TO RECOUNT:      ' COUNTS-RECOUNT-DISP.
           DISPLAY 'COUNTS REJECTED:      ' COUNTS-REJECTED-DISP.
           DISPLAY 'ADJUSTMENT DELTAS:    ' DELTAS-WRITTEN-DISP.
           MOVE TOTAL-ADJUST-VALUE TO TOTAL-VALUE-DISP.
           DISPLAY 'NET ADJUSTED VALUE:   ' TOTAL-VALUE-DISP.
           MOVE TOTAL-RECOUNT-VALUE TO TOTAL-VALUE-DISP.
           DISPLAY 'NET RECOUNT VALUE:    ' TOTAL-VALUE-DISP.
           DISPLAY 'ROWS DUE FOR COUNT:   ' PLAN-LINES-DISP.
           DISPLAY 'OVERDUE OR NEVER:     ' PLAN-OVERDUE-DISP.
           DISPLAY '========================================'.
