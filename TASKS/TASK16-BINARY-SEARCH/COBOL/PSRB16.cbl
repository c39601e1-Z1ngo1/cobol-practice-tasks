      ******************************************************************
      * INTER-WAREHOUSE STOCK REBALANCING - TRANSFER SUGGESTIONS       *
      *                                                                *
      * PURPOSE:                                                       *
      * ORDERS DRAW ON THE PREFERRED WAREHOUSE AND THEN THE OTHERS,    *
      * BUT STOCK IS NEVER MOVED AHEAD OF DEMAND, SO ONE WAREHOUSE     *
      * BACKORDERS A PART ANOTHER HAS PLENTY OF. THIS RUN LOOKS AT     *
      * EACH PART'S POSITION IN EACH WAREHOUSE AGAINST ITS OPEN        *
      * BACKORDERS AND ITS MIN/MAX POLICY AND PROPOSES TRANSFERS FROM  *
      * SURPLUS WAREHOUSES TO DEFICIT ONES. NOTHING IS MOVED HERE -    *
      * CONFIRMED PROPOSALS ARE APPLIED BY PSXF16.                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER PART AND WAREHOUSE:                                      *
      *     DEMAND   = OPEN BACKORDER QTY (BLANK WAREHOUSE = 'W1')     *
      *     POSITION = ON-HAND + IN-TRANSIT - DEMAND                   *
      *     TARGET   = MAX, OR MIN WHEN NO MAX IS SET                  *
      *     DEFICIT  WHEN POSITION < MIN OR POSITION < 0:              *
      *              NEED = TARGET - POSITION (REFILL TO TARGET)       *
      *     SURPLUS  OTHERWISE: ON-HAND - DEMAND - TARGET (FLOOR 0).   *
      *              IN-TRANSIT STOCK IS NEVER OFFERED AS SURPLUS.     *
      *     NO MIN/MAX ROW = MIN 0, MAX 0.                             *
      *   EACH DEFICIT, IN WAREHOUSE FILE ORDER, IS FILLED FROM THE    *
      *   SAME PART'S SURPLUS WAREHOUSES IN FILE ORDER. EACH           *
      *   PROPOSAL IS WRITTEN WITH ACTION 'P' AND A TRANSFER ID        *
      *   (DAY OF YEAR DDD + RUN TIME HHMM + SEQUENCE); THE PLANNER    *
      *   CONFIRMS IT BY CHANGING THE ACTION TO 'S' BEFORE THE PSXF16  *
      *   RUN. A MOVE OVER 99999 IS SPLIT ACROSS PROPOSALS. A DEFICIT  *
      *   NO SURPLUS CAN COVER IS LISTED AS AN EXCEPTION.              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  WHSDD (WAREHOUSE.STOCK) - PER-WAREHOUSE ON-HAND (PS)   *
      * INPUT:  BACKDD (BACKORDER.TXT) - OPEN BACKORDERS (PS, 80 B)    *
      * INPUT:  MINMXDD (WAREHOUSE.MINMAX) - MIN/MAX PER PART AND WH   *
      * INPUT:  PARMDD (REBAL.PARM) - RUN DATE (PS, OPT)               *
      * OUTPUT: XFRDD (TRANSFER.PROPOSED) - PROPOSALS (PS, 80 B)       *
      * OUTPUT: RPTDD (REBAL.REPORT) - PROPOSAL PRINT (PS, 80 B)       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSRB16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-STOCK-FILE ASSIGN TO WHSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WAREHOUSE-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BACKDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BACKORDER-STATUS.

           SELECT MINMAX-FILE ASSIGN TO MINMXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MINMAX-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO XFRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TRANSFER-STATUS.

           SELECT REBAL-PRINT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PER-WAREHOUSE ON-HAND STOCK - THE SOURCE OF TRUTH
       FD WAREHOUSE-STOCK-FILE RECORDING MODE IS F.
       01 WAREHOUSE-STOCK-REC.
          05 WHS-PART-ID PIC 9(5).
          05 WHS-WAREHOUSE PIC X(2).
          05 WHS-QTY PIC 9(5).
          05 WHS-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       FD BACKORDER-FILE RECORDING MODE IS F.
       01 BACKORDER-REC.
          05 BACK-ORDR-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 BACK-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 BACK-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 BACK-WAREHOUSE PIC X(2).
          05 FILLER PIC X(62).

      * STOCKING POLICY PER PART AND WAREHOUSE
       FD MINMAX-FILE RECORDING MODE IS F.
       01 MINMAX-REC.
          05 MMX-PART-ID PIC 9(5).
          05 MMX-WAREHOUSE PIC X(2).
          05 MMX-MIN-QTY PIC 9(5).
          05 MMX-MAX-QTY PIC 9(5).
          05 FILLER PIC X(63).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(72).

      * TRANSFER RECORD - SAME LAYOUT PSXF16 READS FROM XFRDD
       FD TRANSFER-FILE RECORDING MODE IS F.
       01 TRANSFER-REC.
          05 XFR-ACTION PIC X(1).
          05 XFR-ID PIC X(10).
          05 XFR-PART-ID PIC 9(5).
          05 XFR-FROM-WH PIC X(2).
          05 XFR-TO-WH PIC X(2).
          05 XFR-QTY PIC 9(5).
          05 XFR-DATE PIC 9(8).
          05 XFR-REASON PIC X(1).
          05 FILLER PIC X(46).

       FD REBAL-PRINT-FILE RECORDING MODE IS F.
       01 REBAL-PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 WAREHOUSE-STATUS PIC X(2).
          05 BACKORDER-STATUS PIC X(2).
          05 MINMAX-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 TRANSFER-STATUS PIC X(2).
          05 PRINT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
             88 WHS-EOF VALUE 'Y'.
          05 WS-BACK-EOF PIC X(1) VALUE 'N'.
             88 BACK-EOF VALUE 'Y'.
          05 WS-MMX-EOF PIC X(1) VALUE 'N'.
             88 MMX-EOF VALUE 'Y'.

      * RUN DATE AND TIME, AND THE TRANSFER ID BUILT FROM THEM: DAY
      * OF THE YEAR OF THE RUN DATE, RUN TIME HHMM, SEQUENCE - SO A
      * RERUN ON THE SAME DAY DOES NOT REISSUE THE SAME IDS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-JULIAN PIC 9(7) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-XFR-SEQ PIC 9(3) VALUE 0.
       01 WS-XFR-ID.
          05 WS-XFR-ID-DAY PIC 9(3).
          05 WS-XFR-ID-TIME PIC 9(4).
          05 WS-XFR-ID-SEQ PIC 9(3).

      * STOCK POSITION PER PART AND WAREHOUSE. ROWS COME FROM THE
      * STOCK FILE, THEN FROM BACKORDERS AND MIN/MAX ROWS FOR
      * WAREHOUSES THAT HOLD NO STOCK OF THE PART YET.
       01 POS-TABLE-MAX PIC 9(3) VALUE 300.
       01 POS-COUNT PIC 9(3) VALUE 0.
       01 POS-TABLE.
          05 POS-ENTRY OCCURS 300 TIMES.
             10 POS-PART-ID PIC 9(5).
             10 POS-WAREHOUSE PIC X(2).
             10 POS-QTY PIC 9(5).
             10 POS-IN-TRANSIT PIC 9(5).
             10 POS-DEMAND PIC 9(7).
             10 POS-MIN PIC 9(5).
             10 POS-MAX PIC 9(5).
             10 POS-NEED PIC 9(7).
             10 POS-SURPLUS PIC 9(7).
             10 POS-REASON PIC X(1).
       01 WS-POS-SUB PIC 9(3) VALUE 0.
       01 WS-POS-SUB2 PIC 9(3) VALUE 0.
       01 WS-POS-HIT PIC 9(3) VALUE 0.

      * POSITION AND MATCHING WORK FIELDS
       01 WS-FIND-PART PIC 9(5) VALUE 0.
       01 WS-FIND-WAREHOUSE PIC X(2) VALUE SPACES.
       01 WS-POSITION PIC S9(8) VALUE 0.
       01 WS-TARGET PIC 9(5) VALUE 0.
       01 WS-SURPLUS PIC S9(8) VALUE 0.
       01 WS-MOVE-QTY PIC 9(7) VALUE 0.

      * PRINT LINES
       01 RBL-TITLE-LINE.
          05 FILLER PIC X(37)
             VALUE 'WAREHOUSE REBALANCING PROPOSALS  RUN '.
          05 RTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(35) VALUE SPACES.
       01 RBL-COL-LINE PIC X(80) VALUE
          'TRANSFER ID  PART  FROM  TO     QTY  REASON'.
       01 RBL-DETAIL-LINE.
          05 RDL-ID PIC X(10).
          05 FILLER PIC X(3) VALUE SPACES.
          05 RDL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-FROM PIC X(2).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RDL-TO PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-QTY PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RDL-REASON PIC X(16).
          05 FILLER PIC X(27) VALUE SPACES.
       01 RBL-EXCEPTION-LINE.
          05 FILLER PIC X(7) VALUE '  PART '.
          05 REL-PART PIC 9(5).
          05 FILLER PIC X(4) VALUE ' AT '.
          05 REL-WAREHOUSE PIC X(2).
          05 FILLER PIC X(13) VALUE ' STILL SHORT '.
          05 REL-NEED PIC Z(6)9.
          05 FILLER PIC X(42) VALUE ' - NO SURPLUS ELSEWHERE'.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 STOCK-ROWS-READ PIC 9(5) VALUE 0.
          05 BACKORDERS-READ PIC 9(5) VALUE 0.
          05 MINMAX-ROWS-READ PIC 9(5) VALUE 0.
          05 DEFICIT-ROWS PIC 9(5) VALUE 0.
          05 PROPOSALS-WRITTEN PIC 9(5) VALUE 0.
          05 QTY-PROPOSED PIC 9(7) VALUE 0.
          05 DEFICITS-UNFILLED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 DISP-COUNTERS.
          05 STOCK-ROWS-READ-DISP PIC Z(4)9.
          05 BACKORDERS-READ-DISP PIC Z(4)9.
          05 MINMAX-ROWS-READ-DISP PIC Z(4)9.
          05 DEFICIT-ROWS-DISP PIC Z(4)9.
          05 PROPOSALS-WRITTEN-DISP PIC Z(4)9.
          05 QTY-PROPOSED-DISP PIC Z(6)9.
          05 DEFICITS-UNFILLED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: LOAD STOCK, DEMAND, POLICY -> POSITIONS ->
      * MATCH DEFICITS TO SURPLUS -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-STOCK-POSITIONS.
           PERFORM LOAD-BACKORDER-DEMAND.
           PERFORM LOAD-MINMAX-POLICY.
           PERFORM COMPUTE-POSITIONS.
           PERFORM WRITE-PRINT-HEADINGS.
           PERFORM MATCH-DEFICITS.
           PERFORM PRINT-UNFILLED-DEFICITS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WAREHOUSE STOCK FILE: '
                       WAREHOUSE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKORDER FILE: '
                       BACKORDER-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MINMAX-FILE.
           IF MINMAX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MIN/MAX FILE: ' MINMAX-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSFER FILE: '
                       TRANSFER-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REBAL-PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REBALANCE PRINT FILE: '
                       PRINT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * RUN DATE FROM THE OPTIONAL PARAMETER FILE, ELSE TODAY
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = '00'
              READ PARAM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARAM-RUN-DATE IS NUMERIC
                      MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                   END-IF
              END-READ
              CLOSE PARAM-FILE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-JULIAN =
              FUNCTION DAY-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)).
           MOVE WS-RUN-JULIAN(5:3) TO WS-XFR-ID-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:4) TO WS-XFR-ID-TIME.
           DISPLAY 'RUN DATE IS:        ' WS-RUN-DATE.

      **********************************************
      * ONE POSITION ROW PER STOCK ROW
      **********************************************
       LOAD-STOCK-POSITIONS.
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
                   ADD 1 TO STOCK-ROWS-READ
                   MOVE WHS-PART-ID TO WS-FIND-PART
                   MOVE WHS-WAREHOUSE TO WS-FIND-WAREHOUSE
                   PERFORM FIND-OR-ADD-POSITION
                   ADD WHS-QTY TO POS-QTY(WS-POS-HIT)
                   IF WHS-IN-TRANSIT IS NUMERIC
                      ADD WHS-IN-TRANSIT
                        TO POS-IN-TRANSIT(WS-POS-HIT)
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'WAREHOUSE STOCK ROWS LOADED: ' STOCK-ROWS-READ.

      **********************************************
      * OPEN BACKORDER QUANTITY BY PART AND WAREHOUSE
      **********************************************
       LOAD-BACKORDER-DEMAND.
           PERFORM UNTIL BACK-EOF
              READ BACKORDER-FILE
                AT END
                   SET BACK-EOF TO TRUE
                NOT AT END
                   IF BACKORDER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BACKORDER FILE: '
                               BACKORDER-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO BACKORDERS-READ
                   MOVE BACK-PART-ID TO WS-FIND-PART
                   IF BACK-WAREHOUSE = SPACES
                      MOVE 'W1' TO WS-FIND-WAREHOUSE
                   ELSE
                      MOVE BACK-WAREHOUSE TO WS-FIND-WAREHOUSE
                   END-IF
                   PERFORM FIND-OR-ADD-POSITION
                   ADD BACK-QTY TO POS-DEMAND(WS-POS-HIT)
              END-READ
           END-PERFORM.

      **********************************************
      * MIN/MAX POLICY BY PART AND WAREHOUSE
      **********************************************
       LOAD-MINMAX-POLICY.
           PERFORM UNTIL MMX-EOF
              READ MINMAX-FILE
                AT END
                   SET MMX-EOF TO TRUE
                NOT AT END
                   IF MINMAX-STATUS NOT = '00'
                      DISPLAY 'ERROR READING MIN/MAX FILE: '
                               MINMAX-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO MINMAX-ROWS-READ
                   MOVE MMX-PART-ID TO WS-FIND-PART
                   MOVE MMX-WAREHOUSE TO WS-FIND-WAREHOUSE
                   PERFORM FIND-OR-ADD-POSITION
                   MOVE MMX-MIN-QTY TO POS-MIN(WS-POS-HIT)
                   MOVE MMX-MAX-QTY TO POS-MAX(WS-POS-HIT)
              END-READ
           END-PERFORM.

      **********************************************
      * FINDS THE POSITION ROW FOR WS-FIND-PART / WS-FIND-WAREHOUSE,
      * ADDING AN EMPTY ONE ON FIRST SIGHT
      **********************************************
       FIND-OR-ADD-POSITION.
           MOVE 0 TO WS-POS-HIT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > POS-COUNT
              IF POS-PART-ID(WS-POS-SUB) = WS-FIND-PART
                 AND POS-WAREHOUSE(WS-POS-SUB) = WS-FIND-WAREHOUSE
                 MOVE WS-POS-SUB TO WS-POS-HIT
                 MOVE POS-COUNT TO WS-POS-SUB
              END-IF
           END-PERFORM.
           IF WS-POS-HIT = 0
              IF POS-COUNT >= POS-TABLE-MAX
                 DISPLAY 'ERROR: POSITION TABLE CAPACITY EXCEEDED, '
                          'MAX=' POS-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO POS-COUNT
              MOVE POS-COUNT TO WS-POS-HIT
              MOVE WS-FIND-PART TO POS-PART-ID(WS-POS-HIT)
              MOVE WS-FIND-WAREHOUSE TO POS-WAREHOUSE(WS-POS-HIT)
              MOVE 0 TO POS-QTY(WS-POS-HIT)
              MOVE 0 TO POS-IN-TRANSIT(WS-POS-HIT)
              MOVE 0 TO POS-DEMAND(WS-POS-HIT)
              MOVE 0 TO POS-MIN(WS-POS-HIT)
              MOVE 0 TO POS-MAX(WS-POS-HIT)
              MOVE 0 TO POS-NEED(WS-POS-HIT)
              MOVE 0 TO POS-SURPLUS(WS-POS-HIT)
              MOVE SPACE TO POS-REASON(WS-POS-HIT)
           END-IF.

      **********************************************
      * WORKS OUT EACH ROW'S NEED OR SURPLUS. REASON 'B' = SHORT
      * OF ITS OWN BACKORDERS, 'M' = BELOW ITS MINIMUM.
      **********************************************
       COMPUTE-POSITIONS.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > POS-COUNT
              PERFORM COMPUTE-ONE-POSITION
           END-PERFORM.

       COMPUTE-ONE-POSITION.
           COMPUTE WS-POSITION = POS-QTY(WS-POS-SUB)
              + POS-IN-TRANSIT(WS-POS-SUB) - POS-DEMAND(WS-POS-SUB).
           IF POS-MAX(WS-POS-SUB) > 0
              MOVE POS-MAX(WS-POS-SUB) TO WS-TARGET
           ELSE
              MOVE POS-MIN(WS-POS-SUB) TO WS-TARGET
           END-IF.
           IF WS-POSITION < 0 OR WS-POSITION < POS-MIN(WS-POS-SUB)
              COMPUTE POS-NEED(WS-POS-SUB) = WS-TARGET - WS-POSITION
              IF WS-POSITION < 0
                 MOVE 'B' TO POS-REASON(WS-POS-SUB)
              ELSE
                 MOVE 'M' TO POS-REASON(WS-POS-SUB)
              END-IF
              ADD 1 TO DEFICIT-ROWS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SURPLUS = POS-QTY(WS-POS-SUB)
              - POS-DEMAND(WS-POS-SUB) - WS-TARGET.
           IF WS-SURPLUS > 0
              MOVE WS-SURPLUS TO POS-SURPLUS(WS-POS-SUB)
           END-IF.

      **********************************************
      * PRINT TITLE AND COLUMN HEADINGS
      **********************************************
       WRITE-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           WRITE REBAL-PRINT-REC FROM RBL-TITLE-LINE.
           PERFORM CHECK-PRINT-STATUS.
           WRITE REBAL-PRINT-REC FROM RBL-COL-LINE.
           PERFORM CHECK-PRINT-STATUS.

      **********************************************
      * FILLS EACH DEFICIT FROM THE SAME PART'S SURPLUS ROWS
      **********************************************
       MATCH-DEFICITS.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > POS-COUNT
              IF POS-NEED(WS-POS-SUB) > 0
                 PERFORM FILL-ONE-DEFICIT
              END-IF
           END-PERFORM.

       FILL-ONE-DEFICIT.
           PERFORM VARYING WS-POS-SUB2 FROM 1 BY 1
                   UNTIL WS-POS-SUB2 > POS-COUNT
                      OR POS-NEED(WS-POS-SUB) = 0
              IF POS-PART-ID(WS-POS-SUB2) = POS-PART-ID(WS-POS-SUB)
                 PERFORM UNTIL POS-SURPLUS(WS-POS-SUB2) = 0
                            OR POS-NEED(WS-POS-SUB) = 0
                    PERFORM PROPOSE-ONE-MOVE
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF POS-NEED(WS-POS-SUB) > 0
              ADD 1 TO DEFICITS-UNFILLED
           END-IF.

      **********************************************
      * ONE MOVE FROM THE SURPLUS ROW TO THE DEFICIT ROW: THE
      * SMALLER OF SURPLUS AND NEED, NO MORE THAN A TRANSFER
      * RECORD'S QUANTITY CAN CARRY - ANY REST GOES ON THE NEXT.
      **********************************************
       PROPOSE-ONE-MOVE.
           IF POS-SURPLUS(WS-POS-SUB2) < POS-NEED(WS-POS-SUB)
              MOVE POS-SURPLUS(WS-POS-SUB2) TO WS-MOVE-QTY
           ELSE
              MOVE POS-NEED(WS-POS-SUB) TO WS-MOVE-QTY
           END-IF.
           IF WS-MOVE-QTY > 99999
              MOVE 99999 TO WS-MOVE-QTY
           END-IF.
           SUBTRACT WS-MOVE-QTY FROM POS-SURPLUS(WS-POS-SUB2).
           SUBTRACT WS-MOVE-QTY FROM POS-NEED(WS-POS-SUB).
           PERFORM WRITE-PROPOSAL.

      **********************************************
      * WRITES ONE PROPOSED TRANSFER AND ITS PRINT LINE
      **********************************************
       WRITE-PROPOSAL.
           IF WS-XFR-SEQ >= 999
              DISPLAY 'ERROR: TRANSFER SEQUENCE EXHAUSTED FOR '
                       WS-RUN-DATE ' ' WS-XFR-ID-TIME
              STOP RUN
           END-IF.
           ADD 1 TO WS-XFR-SEQ.
           MOVE WS-XFR-SEQ TO WS-XFR-ID-SEQ.

           MOVE SPACES TO TRANSFER-REC.
           MOVE 'P' TO XFR-ACTION.
           MOVE WS-XFR-ID TO XFR-ID.
           MOVE POS-PART-ID(WS-POS-SUB) TO XFR-PART-ID.
           MOVE POS-WAREHOUSE(WS-POS-SUB2) TO XFR-FROM-WH.
           MOVE POS-WAREHOUSE(WS-POS-SUB) TO XFR-TO-WH.
           MOVE WS-MOVE-QTY TO XFR-QTY.
           MOVE WS-RUN-DATE TO XFR-DATE.
           MOVE POS-REASON(WS-POS-SUB) TO XFR-REASON.
           WRITE TRANSFER-REC.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANSFER FILE: '
                       TRANSFER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO PROPOSALS-WRITTEN.
           ADD WS-MOVE-QTY TO QTY-PROPOSED.

           MOVE WS-XFR-ID TO RDL-ID.
           MOVE POS-PART-ID(WS-POS-SUB) TO RDL-PART.
           MOVE POS-WAREHOUSE(WS-POS-SUB2) TO RDL-FROM.
           MOVE POS-WAREHOUSE(WS-POS-SUB) TO RDL-TO.
           MOVE WS-MOVE-QTY TO RDL-QTY.
           IF POS-REASON(WS-POS-SUB) = 'B'
              MOVE 'BACKORDERS' TO RDL-REASON
           ELSE
              MOVE 'BELOW MINIMUM' TO RDL-REASON
           END-IF.
           WRITE REBAL-PRINT-REC FROM RBL-DETAIL-LINE.
           PERFORM CHECK-PRINT-STATUS.

      **********************************************
      * LISTS EVERY DEFICIT NO SURPLUS COULD COVER - THESE NEED A
      * PURCHASE ORDER, NOT A TRANSFER
      **********************************************
       PRINT-UNFILLED-DEFICITS.
           IF DEFICITS-UNFILLED = 0
              EXIT PARAGRAPH
           END-IF.
           WRITE REBAL-PRINT-REC FROM WS-BLANK-LINE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE 'DEFICITS NOT COVERED BY A TRANSFER:'
              TO REBAL-PRINT-REC.
           WRITE REBAL-PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > POS-COUNT
              IF POS-NEED(WS-POS-SUB) > 0
                 MOVE POS-PART-ID(WS-POS-SUB) TO REL-PART
                 MOVE POS-WAREHOUSE(WS-POS-SUB) TO REL-WAREHOUSE
                 MOVE POS-NEED(WS-POS-SUB) TO REL-NEED
                 WRITE REBAL-PRINT-REC FROM RBL-EXCEPTION-LINE
                 PERFORM CHECK-PRINT-STATUS
              END-IF
           END-PERFORM.

      **********************************************
      * CHECK THE PRINT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-PRINT-STATUS.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REBALANCE PRINT FILE: '
                       PRINT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING WAREHOUSE STOCK: '
                       WAREHOUSE-STATUS
           END-IF.

           CLOSE BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BACKORDER FILE: '
                       BACKORDER-STATUS
           END-IF.

           CLOSE MINMAX-FILE.
           IF MINMAX-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MIN/MAX FILE: '
                       MINMAX-STATUS
           END-IF.

           CLOSE TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER FILE: '
                       TRANSFER-STATUS
           END-IF.

           CLOSE REBAL-PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REBALANCE PRINT: '
                       PRINT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE STOCK-ROWS-READ TO STOCK-ROWS-READ-DISP.
           MOVE BACKORDERS-READ TO BACKORDERS-READ-DISP.
           MOVE MINMAX-ROWS-READ TO MINMAX-ROWS-READ-DISP.
           MOVE DEFICIT-ROWS TO DEFICIT-ROWS-DISP.
           MOVE PROPOSALS-WRITTEN TO PROPOSALS-WRITTEN-DISP.
           MOVE QTY-PROPOSED TO QTY-PROPOSED-DISP.
           MOVE DEFICITS-UNFILLED TO DEFICITS-UNFILLED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'WAREHOUSE REBALANCING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'STOCK ROWS READ:      ' STOCK-ROWS-READ-DISP.
           DISPLAY 'BACKORDERS READ:      ' BACKORDERS-READ-DISP.
           DISPLAY 'MIN/MAX ROWS READ:    ' MINMAX-ROWS-READ-DISP.
           DISPLAY 'DEFICIT ROWS:         ' DEFICIT-ROWS-DISP.
           DISPLAY 'TRANSFERS PROPOSED:   ' PROPOSALS-WRITTEN-DISP.
           DISPLAY 'QUANTITY PROPOSED:  ' QTY-PROPOSED-DISP.
           DISPLAY 'DEFICITS UNCOVERED:   ' DEFICITS-UNFILLED-DISP.
           DISPLAY '========================================'.
