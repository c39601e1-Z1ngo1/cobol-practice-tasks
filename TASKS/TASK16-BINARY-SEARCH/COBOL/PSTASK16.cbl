      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/01                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/05/11  SSH  LOAD-CATALOG-TABLE NOW VALIDATES THAT         *
      *                  PARTS.CATALOG IS ACTUALLY SORTED ASCENDING    *
      *                  BY PART-ID BEFORE THE PROGRAM RELIES ON       *
      *                  BEFORE ANYTHING IS BACKORDERED, AND THE       *
      *                  UPDATED PER-WAREHOUSE FIGURES ARE WRITTEN     *
      *                  BACK OUT FOR THE NEXT RUN.                    *
      * 2026/10/15  SSH  WAREHOUSE STOCK ROWS NOW CARRY AN IN-TRANSIT  *
      *                  QUANTITY (TRANSFERS SHIPPED BY PSXF16, NOT    *
      *                  YET RECEIVED). IT IS PASSED THROUGH UNCHANGED *
      *                  AND NEVER ALLOCATED. BACKORDERS NOW RECORD    *
      *                  THE ORDER'S PREFERRED WAREHOUSE SO THE        *
      *                  REBALANCING RUN CAN SEE DEMAND BY WAREHOUSE.  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTDD (PARTS.CATALOG) - PARTS CATALOG (PS, SORTED)    *
          05 WHS-PART-ID PIC 9(5).
          05 WHS-WAREHOUSE PIC X(2).
          05 WHS-QTY PIC 9(5).
          05 WHS-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       FD NEW-WAREHOUSE-FILE RECORDING MODE IS F.
       01 NEW-WAREHOUSE-REC.
          05 NEWW-PART-ID PIC 9(5).
          05 NEWW-WAREHOUSE PIC X(2).
          05 NEWW-QTY PIC 9(5).
          05 NEWW-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       FD INVOICE-FILE RECORDING MODE IS F.
       01 INVOICE-REC PIC X(80).
          05 BACK-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 BACK-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 BACK-WAREHOUSE PIC X(2).
          05 FILLER PIC X(62).

       WORKING-STORAGE SECTION.

             10 WS-WHS-PART-ID PIC 9(5).
             10 WS-WHS-WAREHOUSE PIC X(2).
             10 WS-WHS-QTY PIC 9(5).
             10 WS-WHS-IN-TRANSIT PIC 9(5).
       01 WS-WHS-SUB PIC 9(3) VALUE 0.
       01 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
          88 WHS-EOF VALUE 'Y'.
                   MOVE WHS-WAREHOUSE
                     TO WS-WHS-WAREHOUSE(WHS-COUNT)
                   MOVE WHS-QTY TO WS-WHS-QTY(WHS-COUNT)
      * ROWS WRITTEN BEFORE TRANSFERS EXISTED CARRY NO IN-TRANSIT
                   IF WHS-IN-TRANSIT IS NUMERIC
                      MOVE WHS-IN-TRANSIT
                        TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   ELSE
                      MOVE 0 TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'WAREHOUSE STOCK ROWS LOADED: ' WHS-COUNT.
              MOVE WS-WHS-PART-ID(WS-WHS-SUB) TO NEWW-PART-ID
              MOVE WS-WHS-WAREHOUSE(WS-WHS-SUB) TO NEWW-WAREHOUSE
              MOVE WS-WHS-QTY(WS-WHS-SUB) TO NEWW-QTY
              MOVE WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO NEWW-IN-TRANSIT
              WRITE NEW-WAREHOUSE-REC
              IF NEW-WAREHOUSE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW WAREHOUSE FILE: '
           MOVE ORDR-NUM TO BACK-ORDR-NUM.
           MOVE ORDR-ID TO BACK-PART-ID.
           MOVE WS-BACKORDER-QTY TO BACK-QTY.
           MOVE ORDR-WAREHOUSE TO BACK-WAREHOUSE.
           WRITE BACKORDER-REC.
           IF BACKORDER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BACKORDER FILE: '
