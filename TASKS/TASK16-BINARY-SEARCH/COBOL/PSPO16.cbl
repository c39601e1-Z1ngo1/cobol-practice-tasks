      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  EACH PO LINE NOW CARRIES A PO NUMBER (DAY OF  *
      *                  YEAR OF THE RUN DATE, RUN TIME HHMM AND A     *
      *                  SEQUENCE, SO A SAME-DAY RERUN GETS NEW        *
      *                  NUMBERS) AND ITS ORDER DATE SO                *
      *                  PSGR16 CAN BUILD THE OPEN-PO MASTER AND MATCH *
      *                  GOODS RECEIVED AGAINST IT. RUN DATE FROM THE  *
      *                  OPTIONAL PARMDD, DEFAULT TODAY. INBDD IS NOW  *
      *                  WRITTEN BY PSGR16 FROM THE OPEN PO            *
      *                  QUANTITIES.                                   *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BACKDD (BACKORDER.TXT) - OPEN BACKORDERS (PS, 80 B)    *
      *         XSUPDD (PART.SUPPLIER) - PART -> SUPPLIER XREF (PS)    *
      *         INBDD (INBOUND.ORDERS) - ON-ORDER QTY PER PART (OPT)   *
      *         PARMDD (PO.PARM) - RUN DATE YYYYMMDD (PS, OPT)         *
      * OUTPUT: PORDD (PURCHASE.ORDERS) - PO RECORDS (PS, 80 B)        *
      *         PRTDD (PO.PRINT) - BUYER PRINT IMAGE (PS, 80 B)        *
      ******************************************************************
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INBOUND-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO PORDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-STATUS.
          05 INB-QTY PIC 9(5).
          05 FILLER PIC X(70).

      * OPTIONAL RUN PARAMETERS - RUN DATE OVERRIDE
       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(72).

       FD PURCHASE-ORDER-FILE RECORDING MODE IS F.
       01 PURCHASE-ORDER-REC.
          05 PO-SUPPLIER PIC X(5).
          05 PO-ORDER-QTY PIC 9(7).
          05 FILLER PIC X(1).
          05 PO-LEAD-DAYS PIC 9(3).
          05 FILLER PIC X(1).
          05 PO-NUMBER PIC X(10).
          05 FILLER PIC X(1).
          05 PO-ORDER-DATE PIC 9(8).
          05 FILLER PIC X(37).

       FD PO-PRINT-FILE RECORDING MODE IS F.
       01 PO-PRINT-REC PIC X(80).
          05 BACKORDER-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 INBOUND-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 PO-STATUS PIC X(2).
          05 PRINT-STATUS PIC X(2).

             10 TAB-INB-QTY PIC 9(7).
       01 WS-INB-SUB PIC 9(3) VALUE 0.

      * RUN DATE AND TIME, AND THE PO NUMBER BUILT FROM THEM: DAY
      * OF THE YEAR OF THE RUN DATE, RUN TIME HHMM, SEQUENCE - SO A
      * RERUN ON THE SAME DAY DOES NOT REISSUE THE SAME NUMBERS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-JULIAN PIC 9(7) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-PO-SEQ PIC 9(3) VALUE 0.
       01 WS-PO-NUMBER.
          05 WS-PO-NUMBER-DAY PIC 9(3).
          05 WS-PO-NUMBER-TIME PIC 9(4).
          05 WS-PO-NUMBER-SEQ PIC 9(3).

      * NETTING AND PACK-ROUNDING WORK FIELDS
       01 WS-NET-QTY PIC S9(7) COMP-3 VALUE 0.
       01 WS-PACKS PIC 9(7) VALUE 0.
          05 PHL-SUPPLIER PIC X(5).
          05 FILLER PIC X(53) VALUE SPACES.
       01 PO-COL-LINE PIC X(80) VALUE
          'PART   BACKORD  INBOUND    ORDER PACK  LEAD PO NUMBER'.
       01 PO-DETAIL-LINE.
          05 PDL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-PACK PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-LEAD PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-PO-NUMBER PIC X(10).
          05 FILLER PIC X(31) VALUE SPACES.
       01 PO-COUNT-LINE.
          05 FILLER PIC X(12) VALUE 'LINES: '.
          05 PCL-COUNT PIC ZZ9.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-SUPPLIER-XREF.
           PERFORM LOAD-INBOUND-TABLE.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * RUN DATE: TODAY UNLESS THE OPTIONAL PARMDD OVERRIDES IT.
      * IT DATES THE PO LINES AND, WITH THE RUN TIME, PREFIXES
      * THEIR PO NUMBERS.
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
           MOVE WS-RUN-JULIAN(5:3) TO WS-PO-NUMBER-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:4) TO WS-PO-NUMBER-TIME.
           DISPLAY 'RUN DATE IS:        ' WS-RUN-DATE.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       EMIT-ONE-PO-LINE.
           ADD 1 TO WS-SUPP-LINES.
           ADD 1 TO PO-LINES-WRITTEN.
           IF WS-PO-SEQ >= 999
              DISPLAY 'ERROR: PO NUMBER SEQUENCE EXHAUSTED FOR '
                       WS-RUN-DATE ' ' WS-PO-NUMBER-TIME
              STOP RUN
           END-IF.
           ADD 1 TO WS-PO-SEQ.
           MOVE WS-PO-SEQ TO WS-PO-NUMBER-SEQ.

           MOVE SPACES TO PURCHASE-ORDER-REC.
           MOVE WS-CUR-SUPPLIER TO PO-SUPPLIER.
           MOVE DMD-PART-ID(WS-DMD-SUB2) TO PO-PART-ID.
           MOVE DMD-ORDER-QTY(WS-DMD-SUB2) TO PO-ORDER-QTY.
           MOVE DMD-LEAD-DAYS(WS-DMD-SUB2) TO PO-LEAD-DAYS.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           WRITE PURCHASE-ORDER-REC.
           IF PO-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PURCHASE ORDER FILE: '
           MOVE DMD-ORDER-QTY(WS-DMD-SUB2) TO PDL-ORDER.
           MOVE DMD-PACK-SIZE(WS-DMD-SUB2) TO PDL-PACK.
           MOVE DMD-LEAD-DAYS(WS-DMD-SUB2) TO PDL-LEAD.
           MOVE WS-PO-NUMBER TO PDL-PO-NUMBER.
           WRITE PO-PRINT-REC FROM PO-DETAIL-LINE.
           PERFORM CHECK-PRINT-STATUS.

