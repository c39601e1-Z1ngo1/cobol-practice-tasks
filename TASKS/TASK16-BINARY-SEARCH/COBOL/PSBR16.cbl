      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/09/02  SSH  MULTI-WAREHOUSE STOCK (WHSDD/NEWWDD): THE     *
      *                  RELEASE NOW DRAWS FROM WHICHEVER WAREHOUSE    *
      *                  REPLENISHED, IN WAREHOUSE FILE ORDER - THE    *
      *                  OUT, ITS SINGLE ON-HAND FIGURE DERIVED AS     *
      *                  THE SUM OF THE PART'S WAREHOUSES SO OLDER     *
      *                  READERS OF THE CATALOG STAY CONSISTENT.       *
      * 2026/10/15  SSH  WAREHOUSE STOCK ROWS NOW CARRY AN IN-TRANSIT  *
      *                  QUANTITY (TRANSFERS SHIPPED BY PSXF16, NOT    *
      *                  YET RECEIVED). IT IS NEVER RELEASED AGAINST   *
      *                  BUT IS PASSED THROUGH AND COUNTED IN THE      *
      *                  CATALOG FIGURE, SO A TRANSFER LEAVES THE      *
      *                  CATALOG TOTAL UNCHANGED. CARRIED-FORWARD      *
      *                  BACKORDERS KEEP THEIR WAREHOUSE.              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTDD (PARTS.CATALOG) - PARTS CATALOG (PS, SORTED)    *
          05 BACK-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 BACK-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 BACK-WAREHOUSE PIC X(2).
          05 FILLER PIC X(62).

       FD INVOICE-FILE RECORDING MODE IS F.
       01 INVOICE-REC PIC X(80).
          05 NEWB-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 NEWB-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 NEWB-WAREHOUSE PIC X(2).
          05 FILLER PIC X(62).

       FD NEW-CATALOG-FILE RECORDING MODE IS F.
       01 NEW-CATALOG-REC.
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
           MOVE BACK-ORDR-NUM TO NEWB-ORDR-NUM.
           MOVE BACK-PART-ID TO NEWB-PART-ID.
           MOVE WS-REMAINDER-QTY TO NEWB-QTY.
           MOVE BACK-WAREHOUSE TO NEWB-WAREHOUSE.
           WRITE BACKORDER-OUT-REC.
           IF BACKORDER-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW BACKORDER FILE: '
      **********************************************
      * WRITE THE CATALOG BACK OUT IN THE SAME SORTED ORDER IT
      * WAS LOADED. THE SINGLE ON-HAND FIGURE IS DERIVED AS THE
      * SUM OF THE PART'S WAREHOUSES (THE SOURCE OF TRUTH),
      * INCLUDING STOCK IN TRANSIT BETWEEN THEM; A PART WITH NO
      * WAREHOUSE ROWS KEEPS ITS CATALOG FIGURE.
      **********************************************
       WRITE-UPDATED-CATALOG.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > PARTS-LOADED
           END-PERFORM.

      **********************************************
      * SUMS THE WAREHOUSE ON-HAND AND IN-TRANSIT FOR THE
      * CATALOG PART AT IDX.
      **********************************************
       SUM-PART-WAREHOUSES.
           MOVE 0 TO WS-PART-AVAILABLE.
              IF WS-WHS-PART-ID(WS-WHS-SUB) = WS-PART-ID(IDX)
                 SET PART-HAS-WAREHOUSES TO TRUE
                 ADD WS-WHS-QTY(WS-WHS-SUB) TO WS-PART-AVAILABLE
                 ADD WS-WHS-IN-TRANSIT(WS-WHS-SUB)
                   TO WS-PART-AVAILABLE
              END-IF
           END-PERFORM.

              MOVE WS-WHS-PART-ID(WS-WHS-SUB) TO NEWW-PART-ID
              MOVE WS-WHS-WAREHOUSE(WS-WHS-SUB) TO NEWW-WAREHOUSE
              MOVE WS-WHS-QTY(WS-WHS-SUB) TO NEWW-QTY
              MOVE WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO NEWW-IN-TRANSIT
              WRITE NEW-WAREHOUSE-REC
              IF NEW-WAREHOUSE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW WAREHOUSE FILE: '
