      *      THE PRINTED REPORT: ONE SEMICOLON-DELIMITED RECORD PER    *
      *      SHOP (S), PER REGION (R) AND FOR THE GRAND TOTAL (G),     *
      *      EACH WITH RECORD COUNT AND AMOUNT, SO THE DOWNLOAD TO A   *
      *      SPREADSHEET IS A COPY INSTEAD OF A RETYPE. EACH RECORD    *
      *      ENDS WITH THE MONTHLY TARGET WHEN THERE IS ONE.           *
      *   7. IF AN OPTIONAL TARGETS FILE (TGTDD) IS PRESENT, ITS       *
      *      TARGETS FOR THE RUN MONTH ADD TARGET AND ATTAINMENT       *
      *      (MTD SALES AS A PERCENT OF TARGET) COLUMNS TO THE SHOP,   *
      *      REGION, DISTRICT, DIVISION AND GRAND TOTAL LINES, A       *
      *      RANKED LIST OF THE TEN SHOPS FURTHEST BELOW TARGET, AND   *
      *      EXCEPTION LISTS OF SHOPS WITH SALES BUT NO TARGET AND OF  *
      *      TARGETS FOR SHOPS WITH NO SALES. A SHOP WITH A TARGET BUT *
      *      NO SALES TODAY IS RANKED TOO, ON ITS MTD FROM HISTORY     *
      *      (ZERO ATTAINMENT IF IT HAS SOLD NOTHING THIS MONTH).      *
      *                                                                *
      * CONTROL BREAK HIERARCHY:                                       *
      *   LEVEL 1 (MAJOR): REGION CHANGE -> PRINT SHOP + REGION TOTAL  *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/29                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  ADDED SEMICOLON-DELIMITED EXTRACT (XTRDD)     *
      *                  WITH SHOP, REGION AND GRAND-TOTAL RECORDS.    *
      * 2026/08/22  SSH  ADDED OPTIONAL PRIOR-PERIOD FILE (PRVDD) AND  *
      *                  VISIBLY UNDER DISTRICT/DIVISION 'UNMAP' AND   *
      *                  LISTED IN AN EXCEPTION SECTION INSTEAD OF     *
      *                  ROLLING SILENTLY INTO A CATCH-ALL.            *
      * 2026/10/15  SSH  EVERY SALES REGION CODE IS CHECKED AGAINST    *
      *                  THE REGION MASTER (SUBRG12, RGNDD). RECORDS   *
      *                  WITH AN UNKNOWN OR INACTIVE REGION ARE KEPT   *
      *                  OUT OF THE SORT AND TOTALS AND LISTED, WITH   *
      *                  THEIR AMOUNTS, IN A REJECTED-REGION SECTION;  *
      *                  RC 4 WHEN THERE ARE ANY.                      *
      * 2026/10/15  SSH  MONTHLY SHOP SALES TARGETS (TGTDD): TARGET    *
      *                  AND MTD ATTAINMENT COLUMNS AT EVERY BREAK     *
      *                  LEVEL (REPORT WIDENED TO 132), TEN SHOPS      *
      *                  FURTHEST BELOW TARGET, TARGET EXCEPTIONS,     *
      *                  AND THE TARGET CARRIED ON THE EXTRACT.        *
      * 2026/10/15  SSH  A SHOP WITH A TARGET BUT NO SALES IN THE RUN  *
      *                  IS NOW RANKED IN THE BELOW-TARGET LIST ON ITS *
      *                  MTD FROM HISTORY, INSTEAD OF BEING LEFT OUT   *
      *                  OF IT.                                        *
      * 2026/10/15  SSH  AN OPTIONAL INPUT (PRVDD, TGTDD, HSTIDD) THAT *
      *                  IS NOT PRESENT IS CLOSED AFTER ITS OPEN.      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PSSDD (SALES.DATA) - SALES DATA (PS, 80 BYTES)         *
      *                                  OPTIONAL ON THE FIRST RUN     *
      *         MAPDD (REGION.HIERARCHY) - REGION -> DISTRICT ->       *
      *                                    DIVISION MAP (PS, 80 B)     *
      *         RGNDD (REGION.MASTER) - REGION MASTER, READ BY SUBRG12 *
      *         TGTDD (SALES.TARGETS) - MONTHLY SHOP TARGETS (PS, 80   *
      *                                 B), OPTIONAL                   *
      * OUTPUT: REPDD (SALES.REPORT) - FORMATTED REPORT (PS, 132 B)    *
      *         XTRDD (SALES.EXTRACT) - DELIMITED EXTRACT (PS, 80 B)   *
      *         HSTODD (SALES.HISTORY.NEW) - UPDATED HISTORY           *
      * WORK:   SRTDD (SORT WORK FILE)                                 *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAP-STATUS.

           SELECT OPTIONAL SALES-TARGET-FILE ASSIGN TO TGTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TARGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-DATA-FILE RECORDING MODE IS F.
          05 PRIOR-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(63).

      * MONTHLY SALES TARGET PER SHOP, SET BY THE REGIONAL MANAGERS
       FD SALES-TARGET-FILE RECORDING MODE IS F.
       01 SALES-TARGET-REC.
          05 TGT-REGION PIC X(5).
          05 TGT-SHOP PIC X(5).
          05 TGT-PERIOD PIC 9(6).
          05 TGT-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(55).

       FD SALES-REPORT-FILE RECORDING MODE IS F.
       01 REPORT-LINE PIC X(132).

       FD SALES-EXTRACT-FILE RECORDING MODE IS F.
       01 EXTRACT-RECORD PIC X(80).
          05 HIST-IN-STATUS PIC X(2).
          05 HIST-OUT-STATUS PIC X(2).
          05 MAP-STATUS PIC X(2).
          05 TARGET-STATUS PIC X(2).

      * REGION HIERARCHY MAP TABLE AND UNMAPPED-REGION EXCEPTIONS
       01 MAP-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-UNM-HIT PIC 9(2) VALUE 0.
       01 WS-UNM-CNT-ED PIC Z(4)9.

      * SALES RECORDS REJECTED BY THE REGION MASTER CHECK, ONE ROW
      * PER REGION CODE. CODES PAST THE TABLE SIZE STILL COUNT IN
      * THE TOTALS BELOW.
       01 REGION-CHECK-AREA.
           COPY RGNCHK.
       01 BADRGN-TABLE-MAX PIC 9(2) VALUE 50.
       01 BADRGN-COUNT PIC 9(2) VALUE 0.
       01 BADRGN-TABLE.
          05 BADRGN-ENTRY OCCURS 50 TIMES.
             10 BRG-REGION PIC X(5).
             10 BRG-RESULT PIC X(1).
             10 BRG-REC-COUNT PIC 9(5).
             10 BRG-AMOUNT PIC 9(7)V99.
       01 WS-BRG-SUB PIC 9(2) VALUE 0.
       01 WS-BRG-HIT PIC 9(2) VALUE 0.
       01 BADRGN-REC-TOTAL PIC 9(5) VALUE 0.
       01 BADRGN-AMT-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-BRG-AMT-ED PIC Z(6)9.99.
       01 WS-BRG-REASON PIC X(8).

      * DISTRICT/DIVISION BREAK HOLDERS, ACCUMULATORS AND COUNTS
       01 PREV-DISTRICT PIC X(5) VALUE SPACES.
       01 PREV-DIVISION PIC X(5) VALUE SPACES.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(6) VALUE '  PCT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(12) VALUE '      TARGET'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(6) VALUE ' ATTN%'.
          05 FILLER PIC X(33) VALUE SPACES.

      * FIXED-COLUMN DETAIL / SUBTOTAL / TOTAL REPORT LINE
       01 WS-REPORT-LINE.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RPT-PCT PIC +(3)9.9.
          05 WS-RPT-FLAG PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RPT-TARGET PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RPT-ATTAIN PIC ZZZ9.9.
          05 FILLER PIC X(33) VALUE SPACES.

      * BLANK SEPARATOR LINE
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
          05 WS-HB-YY PIC 9(4).
          05 WS-HB-MM PIC 9(2).

      * MONTHLY SALES TARGETS FOR THE RUN MONTH, ONE ENTRY PER
      * REGION+SHOP. AN ENTRY IS MARKED WHEN ITS SHOP TURNS UP IN
      * THE SALES DATA, SO TARGETS FOR SHOPS WITH NO SALES CAN BE
      * LISTED AFTERWARDS.
       01 TARGET-TABLE-MAX PIC 9(3) VALUE 500.
       01 TARGET-COUNT PIC 9(3) VALUE 0.
       01 TARGET-TABLE.
          05 TARGET-ENTRY OCCURS 500 TIMES.
             10 TGS-REGION PIC X(5).
             10 TGS-SHOP PIC X(5).
             10 TGS-AMOUNT PIC 9(7)V99.
             10 TGS-MATCHED PIC X(1).
       01 WS-TGS-SUB PIC 9(3) VALUE 0.
       01 WS-TGS-HIT PIC 9(3) VALUE 0.
       01 WS-TARGETS-LOADED-SW PIC X(1) VALUE 'N'.
          88 TARGETS-LOADED VALUE 'Y'.
       01 WS-TGT-OTHER-MONTH PIC 9(5) VALUE 0.
       01 WS-TGT-BAD-COUNT PIC 9(5) VALUE 0.

      * TARGET AND MTD ACCUMULATORS PER BREAK LEVEL. THE REGION
      * TARGET COVERS EVERY SHOP IN THE REGION WITH A TARGET, SALES
      * OR NOT; DISTRICT AND DIVISION ROLL UP FROM THE REGIONS.
       01 TARGET-ACCUMULATORS.
          05 TARGET-SHOP PIC 9(9)V99 VALUE 0.
          05 TARGET-REGION PIC 9(9)V99 VALUE 0.
          05 TARGET-DISTRICT PIC 9(9)V99 VALUE 0.
          05 TARGET-DIVISION PIC 9(9)V99 VALUE 0.
          05 TARGET-GRAND PIC 9(9)V99 VALUE 0.
          05 MTD-DISTRICT PIC 9(9)V99 VALUE 0.
          05 MTD-DIVISION PIC 9(9)V99 VALUE 0.
       01 WS-TARGET-AMT PIC 9(9)V99 VALUE 0.
       01 WS-ATTAIN-PCT PIC 9(3)V9 VALUE 0.
       01 WS-XTR-TGT-EDIT PIC Z(8)9.99.
       01 WS-XTR-TGT-TEXT PIC X(12) VALUE SPACES.

      * THE TEN SHOPS FURTHEST BELOW TARGET, LOWEST MTD ATTAINMENT
      * FIRST
       01 BELOW-TABLE-MAX PIC 9(2) VALUE 10.
       01 BELOW-COUNT PIC 9(2) VALUE 0.
       01 BELOW-TABLE.
          05 BELOW-ENTRY OCCURS 10 TIMES.
             10 BLW-REGION PIC X(5).
             10 BLW-SHOP PIC X(5).
             10 BLW-TARGET PIC 9(9)V99.
             10 BLW-MTD PIC 9(9)V99.
             10 BLW-ATTAIN PIC 9(3)V9.
       01 WS-BLW-SUB PIC 9(2) VALUE 0.
       01 WS-BLW-POS PIC 9(2) VALUE 0.
       01 WS-BLW-LAST PIC 9(2) VALUE 0.
       01 WS-BLW-RANK-ED PIC Z9.
       01 WS-BLW-SHORT PIC 9(9)V99 VALUE 0.
       01 WS-TGT-AMT-ED PIC Z(8)9.99.
       01 WS-MTD-AMT-ED PIC Z(8)9.99.
       01 WS-SHORT-AMT-ED PIC Z(8)9.99.
       01 WS-ATTAIN-ED PIC ZZ9.9.

      * SHOPS WITH SALES BUT NO TARGET FOR THE MONTH. SHOPS PAST
      * THE TABLE SIZE STILL COUNT IN THE TOTAL.
       01 NOTGT-TABLE-MAX PIC 9(3) VALUE 100.
       01 NOTGT-COUNT PIC 9(3) VALUE 0.
       01 NOTGT-TABLE.
          05 NOTGT-ENTRY OCCURS 100 TIMES.
             10 NTG-REGION PIC X(5).
             10 NTG-SHOP PIC X(5).
             10 NTG-AMOUNT PIC 9(7)V99.
       01 NOTGT-TOTAL PIC 9(5) VALUE 0.
       01 WS-NTG-SUB PIC 9(3) VALUE 0.
       01 WS-NOSALES-COUNT PIC 9(5) VALUE 0.

      **********************************************
      * MAIN FLOW: OPEN -> SORT/PROCESS -> CLOSE
      **********************************************
           COMPUTE WS-PREV-YEAR = WS-RUN-YYYY - 1.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PRIOR-PERIOD.
           PERFORM LOAD-SALES-TARGETS.
           PERFORM LOAD-SALES-HISTORY.
           PERFORM LOAD-HIERARCHY-MAP.
           SORT SALES-SORT-WORK
              STOP RUN
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           IF BADRGN-REC-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
       LOAD-PRIOR-PERIOD.
           OPEN INPUT PRIOR-SALES-FILE.
           IF PRIOR-STATUS NOT = '00'
              IF PRIOR-STATUS = '05'
                 CLOSE PRIOR-SALES-FILE
              END-IF
              DISPLAY 'NO PRIOR PERIOD FILE - NO COMPARISON COLUMNS'
           ELSE
              SET PRIOR-LOADED TO TRUE
                      PRIOR-SHOP-COUNT-LOADED
           END-IF.

      **********************************************
      * LOADS THE OPTIONAL MONTHLY TARGETS FILE, KEEPING THE
      * TARGETS FOR THE RUN MONTH. A ROW WITH NO SHOP OR A
      * NON-NUMERIC OR ZERO AMOUNT IS SKIPPED WITH A WARNING; A
      * SECOND ROW FOR THE SAME SHOP REPLACES THE FIRST. NO FILE
      * MEANS THE REPORT PRINTS WITHOUT TARGET COLUMNS.
      **********************************************
       LOAD-SALES-TARGETS.
           OPEN INPUT SALES-TARGET-FILE.
           IF TARGET-STATUS NOT = '00'
              IF TARGET-STATUS = '05'
                 CLOSE SALES-TARGET-FILE
              END-IF
              DISPLAY 'NO SALES TARGETS FILE - NO TARGET COLUMNS'
              EXIT PARAGRAPH
           END-IF.
           SET TARGETS-LOADED TO TRUE.
           PERFORM UNTIL TARGET-STATUS NOT = '00'
              READ SALES-TARGET-FILE
                AT END
                   MOVE '10' TO TARGET-STATUS
                NOT AT END
                   PERFORM ADD-TARGET-RECORD
              END-READ
           END-PERFORM.
           CLOSE SALES-TARGET-FILE.
           PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                     UNTIL WS-TGS-SUB > TARGET-COUNT
              ADD TGS-AMOUNT(WS-TGS-SUB) TO TARGET-GRAND
           END-PERFORM.
           IF WS-TGT-BAD-COUNT > 0
              DISPLAY 'WARNING: ' WS-TGT-BAD-COUNT
                      ' INVALID TARGET ROW(S) SKIPPED'
           END-IF.
           DISPLAY 'SALES TARGETS LOADED FOR ' WS-RUN-YYYYMM ': '
                   TARGET-COUNT ' (OTHER MONTHS: '
                   WS-TGT-OTHER-MONTH ')'.

      **********************************************
      * VALIDATES ONE TARGET ROW AND FILES IT UNDER ITS SHOP.
      **********************************************
       ADD-TARGET-RECORD.
           IF TGT-PERIOD IS NOT NUMERIC
              OR TGT-REGION = SPACES OR TGT-SHOP = SPACES
              OR TGT-AMOUNT IS NOT NUMERIC
              ADD 1 TO WS-TGT-BAD-COUNT
              DISPLAY 'WARNING: INVALID TARGET ROW: ' SALES-TARGET-REC
              EXIT PARAGRAPH
           END-IF.
           IF TGT-PERIOD NOT = WS-RUN-YYYYMM
              ADD 1 TO WS-TGT-OTHER-MONTH
              EXIT PARAGRAPH
           END-IF.
           IF TGT-AMOUNT = 0
              ADD 1 TO WS-TGT-BAD-COUNT
              DISPLAY 'WARNING: ZERO TARGET IGNORED FOR '
                      TGT-REGION ' ' TGT-SHOP
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TGS-HIT.
           PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                     UNTIL WS-TGS-SUB > TARGET-COUNT
              IF TGS-REGION(WS-TGS-SUB) = TGT-REGION
                 AND TGS-SHOP(WS-TGS-SUB) = TGT-SHOP
                 MOVE WS-TGS-SUB TO WS-TGS-HIT
                 MOVE TARGET-COUNT TO WS-TGS-SUB
              END-IF
           END-PERFORM.
           IF WS-TGS-HIT > 0
              DISPLAY 'WARNING: DUPLICATE TARGET FOR ' TGT-REGION
                      ' ' TGT-SHOP ' - LATER ROW KEPT'
           ELSE
              IF TARGET-COUNT >= TARGET-TABLE-MAX
                 DISPLAY 'FATAL: TARGET TABLE OVERFLOW, MAX='
                          TARGET-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO TARGET-COUNT
              MOVE TARGET-COUNT TO WS-TGS-HIT
              MOVE TGT-REGION TO TGS-REGION(WS-TGS-HIT)
              MOVE TGT-SHOP TO TGS-SHOP(WS-TGS-HIT)
              MOVE 'N' TO TGS-MATCHED(WS-TGS-HIT)
           END-IF.
           MOVE TGT-AMOUNT TO TGS-AMOUNT(WS-TGS-HIT).

      **********************************************
      * LOADS THE CUMULATIVE SALES HISTORY INTO THE MONTH BUCKETS
      * AND COPIES IT THROUGH TO THE NEW HISTORY GENERATION.
       LOAD-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-IN.
           IF HIST-IN-STATUS NOT = '00'
              IF HIST-IN-STATUS = '05'
                 CLOSE SALES-HISTORY-IN
              END-IF
              DISPLAY 'NO SALES HISTORY - MTD/YTD START FROM TODAY'
              EXIT PARAGRAPH
           END-IF.
           GO TO RELEASE-MAPPED-EXIT.

      **********************************************
      * MAPS AND RELEASES ONE SALES RECORD. A REGION THE REGION
      * MASTER DOES NOT KNOW, OR KNOWS AS INACTIVE, IS TALLIED
      * FOR THE REJECTED-REGION SECTION AND NOT RELEASED.
      **********************************************
       RELEASE-ONE-SALES-RECORD.
           MOVE SALES-REGION TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF NOT RGNCHK-VALID
              PERFORM TALLY-REJECTED-REGION
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                     UNTIL WS-MAP-SUB > MAP-COUNT
           END-IF.
           ADD 1 TO UNM-REC-COUNT(WS-UNM-HIT).

      **********************************************
      * TALLIES A SALES RECORD REJECTED BY THE REGION CHECK.
      **********************************************
       TALLY-REJECTED-REGION.
           ADD 1 TO BADRGN-REC-TOTAL.
           ADD SALES-AMOUNT TO BADRGN-AMT-TOTAL.
           MOVE 0 TO WS-BRG-HIT.
           PERFORM VARYING WS-BRG-SUB FROM 1 BY 1
                     UNTIL WS-BRG-SUB > BADRGN-COUNT
              IF BRG-REGION(WS-BRG-SUB) = SALES-REGION
                 MOVE WS-BRG-SUB TO WS-BRG-HIT
                 MOVE BADRGN-COUNT TO WS-BRG-SUB
              END-IF
           END-PERFORM.
           IF WS-BRG-HIT = 0
              IF BADRGN-COUNT >= BADRGN-TABLE-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO BADRGN-COUNT
              MOVE BADRGN-COUNT TO WS-BRG-HIT
              MOVE SALES-REGION TO BRG-REGION(WS-BRG-HIT)
              MOVE RGNCHK-RESULT TO BRG-RESULT(WS-BRG-HIT)
              MOVE 0 TO BRG-REC-COUNT(WS-BRG-HIT)
              MOVE 0 TO BRG-AMOUNT(WS-BRG-HIT)
           END-IF.
           ADD 1 TO BRG-REC-COUNT(WS-BRG-HIT).
           ADD SALES-AMOUNT TO BRG-AMOUNT(WS-BRG-HIT).

      **********************************************
      * EXIT POINT FOR THE SORT INPUT PROCEDURE
      **********************************************
                 MOVE TOTAL-SHOP TO WS-CURR-AMT
                 PERFORM FILL-COMPARISON-COLUMNS
              END-IF
              MOVE PREV-REGION TO WS-LEVEL-REGION
              MOVE PREV-SHOP TO WS-LEVEL-SHOP
              MOVE TOTAL-SHOP TO WS-TODAY-LEVEL-AMT
              MOVE 'S' TO WS-MATCH-LEVEL
              MOVE 0 TO TARGET-SHOP
              IF TARGETS-LOADED
                 PERFORM COMPUTE-MTD-YTD
                 PERFORM FIND-SHOP-TARGET
                 MOVE TARGET-SHOP TO WS-TARGET-AMT
                 PERFORM FILL-TARGET-COLUMNS
                 PERFORM RANK-SHOP-BELOW-TARGET
              END-IF
              WRITE REPORT-LINE FROM WS-REPORT-LINE
              IF REPORT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SHOP TOTAL: ' REPORT-STATUS
              END-IF
              PERFORM WRITE-SHOP-EXTRACT
              PERFORM WRITE-SHOP-HISTORY
              MOVE 'SHOP MTD' TO WS-MTD-LABEL
              MOVE 'SHOP YTD' TO WS-YTD-LABEL
              PERFORM PRINT-MTD-YTD-LINES

      **********************************************
      * WRITE ONE DELIMITED SHOP RECORD TO THE EXTRACT FILE:
      * S;REGION;SHOP;RECORD-COUNT;TOTAL;TARGET
      **********************************************
       WRITE-SHOP-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE TOTAL-SHOP TO WS-XTR-AMT-EDIT.
           MOVE SHOP-REC-COUNT TO WS-XTR-CNT-EDIT.
           MOVE TARGET-SHOP TO WS-TARGET-AMT.
           PERFORM EDIT-EXTRACT-TARGET.
           STRING 'S;' DELIMITED BY SIZE
                  PREV-REGION DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-CNT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-AMT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-XTR-TGT-TEXT DELIMITED BY SPACE
                  INTO WS-EXTRACT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

      **********************************************
      * LOOKS UP THE MONTHLY TARGET FOR THE SHOP JUST CLOSED INTO
      * TARGET-SHOP AND MARKS IT AS HAVING SALES. A SHOP WITH NO
      * TARGET IS TALLIED FOR THE EXCEPTION LIST.
      **********************************************
       FIND-SHOP-TARGET.
           MOVE 0 TO TARGET-SHOP.
           MOVE 0 TO WS-TGS-HIT.
           PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                     UNTIL WS-TGS-SUB > TARGET-COUNT
              IF TGS-REGION(WS-TGS-SUB) = PREV-REGION
                 AND TGS-SHOP(WS-TGS-SUB) = PREV-SHOP
                 MOVE WS-TGS-SUB TO WS-TGS-HIT
                 MOVE TARGET-COUNT TO WS-TGS-SUB
              END-IF
           END-PERFORM.
           IF WS-TGS-HIT > 0
              MOVE TGS-AMOUNT(WS-TGS-HIT) TO TARGET-SHOP
              MOVE 'Y' TO TGS-MATCHED(WS-TGS-HIT)
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NOTGT-TOTAL.
           IF NOTGT-COUNT < NOTGT-TABLE-MAX
              ADD 1 TO NOTGT-COUNT
              MOVE PREV-REGION TO NTG-REGION(NOTGT-COUNT)
              MOVE PREV-SHOP TO NTG-SHOP(NOTGT-COUNT)
              MOVE TOTAL-SHOP TO NTG-AMOUNT(NOTGT-COUNT)
           END-IF.

      **********************************************
      * FILLS THE TARGET AND ATTAINMENT COLUMNS OF WS-REPORT-LINE
      * FROM WS-TARGET-AMT AND WS-MTD-AMT. NO TARGET LEAVES BOTH
      * BLANK. ATTAINMENT PAST 999.9 IS PINNED THERE.
      **********************************************
       FILL-TARGET-COLUMNS.
           MOVE 0 TO WS-ATTAIN-PCT.
           IF WS-TARGET-AMT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-AMT TO WS-RPT-TARGET.
           COMPUTE WS-ATTAIN-PCT ROUNDED =
              WS-MTD-AMT * 100 / WS-TARGET-AMT
              ON SIZE ERROR
                 MOVE 999.9 TO WS-ATTAIN-PCT
           END-COMPUTE.
           MOVE WS-ATTAIN-PCT TO WS-RPT-ATTAIN.

      **********************************************
      * KEEPS THE TEN SHOPS WITH THE LOWEST MTD ATTAINMENT BELOW
      * TARGET, IN ORDER. A SHOP IS INSERTED AT ITS RANK AND THE
      * ENTRIES BELOW IT MOVE DOWN ONE; THE TENTH FALLS OFF.
      **********************************************
       RANK-SHOP-BELOW-TARGET.
           IF TARGET-SHOP = 0 OR WS-MTD-AMT NOT < TARGET-SHOP
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BLW-POS = BELOW-COUNT + 1.
           PERFORM VARYING WS-BLW-SUB FROM 1 BY 1
                     UNTIL WS-BLW-SUB > BELOW-COUNT
              IF WS-ATTAIN-PCT < BLW-ATTAIN(WS-BLW-SUB)
                 MOVE WS-BLW-SUB TO WS-BLW-POS
                 MOVE BELOW-COUNT TO WS-BLW-SUB
              END-IF
           END-PERFORM.
           IF WS-BLW-POS > BELOW-TABLE-MAX
              EXIT PARAGRAPH
           END-IF.
           IF BELOW-COUNT < BELOW-TABLE-MAX
              ADD 1 TO BELOW-COUNT
           END-IF.
           COMPUTE WS-BLW-LAST = BELOW-COUNT - 1.
           PERFORM VARYING WS-BLW-SUB FROM WS-BLW-LAST BY -1
                     UNTIL WS-BLW-SUB < WS-BLW-POS
              MOVE BELOW-ENTRY(WS-BLW-SUB)
                TO BELOW-ENTRY(WS-BLW-SUB + 1)
           END-PERFORM.
           MOVE PREV-REGION TO BLW-REGION(WS-BLW-POS).
           MOVE PREV-SHOP TO BLW-SHOP(WS-BLW-POS).
           MOVE TARGET-SHOP TO BLW-TARGET(WS-BLW-POS).
           MOVE WS-MTD-AMT TO BLW-MTD(WS-BLW-POS).
           MOVE WS-ATTAIN-PCT TO BLW-ATTAIN(WS-BLW-POS).

      **********************************************
      * TARGETS WHOSE SHOP HAD NO SALES IN THIS RUN NEVER REACHED
      * PRINT-SHOP-TOTAL. EACH IS RANKED HERE ON ITS MTD FROM THE
      * HISTORY BUCKETS ALONE, SO A SHOP THAT HAS SOLD NOTHING THIS
      * MONTH RANKS AT ZERO ATTAINMENT.
      **********************************************
       RANK-TARGETS-WITHOUT-SALES.
           PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                     UNTIL WS-TGS-SUB > TARGET-COUNT
              IF TGS-MATCHED(WS-TGS-SUB) = 'N'
                 MOVE TGS-REGION(WS-TGS-SUB) TO PREV-REGION
                 MOVE TGS-SHOP(WS-TGS-SUB) TO PREV-SHOP
                 MOVE 0 TO WS-TODAY-LEVEL-AMT
                 MOVE 'S' TO WS-MATCH-LEVEL
                 PERFORM COMPUTE-MTD-YTD
                 MOVE TGS-AMOUNT(WS-TGS-SUB) TO TARGET-SHOP
                 MOVE TARGET-SHOP TO WS-TARGET-AMT
                 PERFORM FILL-TARGET-COLUMNS
                 PERFORM RANK-SHOP-BELOW-TARGET
              END-IF
           END-PERFORM.

      **********************************************
      * PRINT REGION SUBTOTAL
      **********************************************
              MOVE TOTAL-REGION TO WS-CURR-AMT
              PERFORM FILL-COMPARISON-COLUMNS
           END-IF.
           MOVE PREV-REGION TO WS-LEVEL-REGION.
           MOVE SPACES TO WS-LEVEL-SHOP.
           MOVE TOTAL-REGION TO WS-TODAY-LEVEL-AMT.
           MOVE 'R' TO WS-MATCH-LEVEL.
           MOVE 0 TO TARGET-REGION.
           IF TARGETS-LOADED
              PERFORM COMPUTE-MTD-YTD
              PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                        UNTIL WS-TGS-SUB > TARGET-COUNT
                 IF TGS-REGION(WS-TGS-SUB) = PREV-REGION
                    ADD TGS-AMOUNT(WS-TGS-SUB) TO TARGET-REGION
                 END-IF
              END-PERFORM
              MOVE TARGET-REGION TO WS-TARGET-AMT
              PERFORM FILL-TARGET-COLUMNS
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REGION TOTAL: ' REPORT-STATUS

           PERFORM WRITE-REGION-EXTRACT.

           MOVE 'REGION MTD' TO WS-MTD-LABEL.
           MOVE 'REGION YTD' TO WS-YTD-LABEL.
           PERFORM PRINT-MTD-YTD-LINES.

           ADD WS-MTD-AMT TO MTD-DISTRICT.
           ADD TARGET-REGION TO TARGET-DISTRICT.
           ADD TOTAL-REGION TO TOTAL-DISTRICT.
           MOVE 0 TO TOTAL-REGION.
           MOVE 0 TO REGION-REC-COUNT.
           MOVE PREV-DISTRICT TO WS-RPT-REGION.
           MOVE TOTAL-DISTRICT TO WS-RPT-AMOUNT.
           MOVE 'DISTRICT TOTAL' TO WS-RPT-LABEL.
           IF TARGETS-LOADED
              MOVE MTD-DISTRICT TO WS-MTD-AMT
              MOVE TARGET-DISTRICT TO WS-TARGET-AMT
              PERFORM FILL-TARGET-COLUMNS
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DISTRICT TOTAL: ' REPORT-STATUS
              STOP RUN
           END-IF.
           ADD TOTAL-DISTRICT TO TOTAL-DIVISION.
           ADD MTD-DISTRICT TO MTD-DIVISION.
           ADD TARGET-DISTRICT TO TARGET-DIVISION.
           MOVE 0 TO TOTAL-DISTRICT.
           MOVE 0 TO MTD-DISTRICT.
           MOVE 0 TO TARGET-DISTRICT.

      **********************************************
      * PRINT DIVISION SUBTOTAL AND ROLL IT INTO THE GRAND TOTAL
           MOVE PREV-DIVISION TO WS-RPT-REGION.
           MOVE TOTAL-DIVISION TO WS-RPT-AMOUNT.
           MOVE 'DIVISION TOTAL' TO WS-RPT-LABEL.
           IF TARGETS-LOADED
              MOVE MTD-DIVISION TO WS-MTD-AMT
              MOVE TARGET-DIVISION TO WS-TARGET-AMT
              PERFORM FILL-TARGET-COLUMNS
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DIVISION TOTAL: ' REPORT-STATUS
           END-IF.
           ADD TOTAL-DIVISION TO GRAND-TOTAL.
           MOVE 0 TO TOTAL-DIVISION.
           MOVE 0 TO MTD-DIVISION.
           MOVE 0 TO TARGET-DIVISION.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           IF REPORT-STATUS NOT = '00'

      **********************************************
      * WRITE ONE DELIMITED REGION RECORD TO THE EXTRACT FILE:
      * R;REGION;;RECORD-COUNT;TOTAL;TARGET
      **********************************************
       WRITE-REGION-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE TOTAL-REGION TO WS-XTR-AMT-EDIT.
           MOVE REGION-REC-COUNT TO WS-XTR-CNT-EDIT.
           MOVE TARGET-REGION TO WS-TARGET-AMT.
           PERFORM EDIT-EXTRACT-TARGET.
           STRING 'R;' DELIMITED BY SIZE
                  PREV-REGION DELIMITED BY SPACE
                  ';;' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-CNT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-AMT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-XTR-TGT-TEXT DELIMITED BY SPACE
                  INTO WS-EXTRACT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

      **********************************************
      * WRITE THE DELIMITED GRAND-TOTAL RECORD TO THE EXTRACT:
      * G;;;RECORD-COUNT;TOTAL;TARGET
      **********************************************
       WRITE-GRAND-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE GRAND-TOTAL TO WS-XTR-AMT-EDIT.
           MOVE REC-COUNTER TO WS-XTR-CNT-EDIT.
           MOVE TARGET-GRAND TO WS-TARGET-AMT.
           PERFORM EDIT-EXTRACT-TARGET.
           STRING 'G;;;' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-CNT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTR-AMT-EDIT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-XTR-TGT-TEXT DELIMITED BY SPACE
                  INTO WS-EXTRACT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

      **********************************************
      * EDITS WS-TARGET-AMT FOR THE LAST EXTRACT FIELD. NO TARGET
      * LEAVES THE FIELD EMPTY.
      **********************************************
       EDIT-EXTRACT-TARGET.
           MOVE SPACES TO WS-XTR-TGT-TEXT.
           IF WS-TARGET-AMT > 0
              MOVE WS-TARGET-AMT TO WS-XTR-TGT-EDIT
              MOVE FUNCTION TRIM(WS-XTR-TGT-EDIT) TO WS-XTR-TGT-TEXT
           END-IF.

      **********************************************
      * WRITE THE PREPARED EXTRACT RECORD AND CHECK STATUS
      **********************************************
              MOVE GRAND-TOTAL TO WS-CURR-AMT
              PERFORM FILL-COMPARISON-COLUMNS
           END-IF.
           MOVE SPACES TO WS-LEVEL-REGION.
           MOVE SPACES TO WS-LEVEL-SHOP.
           MOVE GRAND-TOTAL TO WS-TODAY-LEVEL-AMT.
           MOVE 'G' TO WS-MATCH-LEVEL.
           IF TARGETS-LOADED
              PERFORM COMPUTE-MTD-YTD
              MOVE TARGET-GRAND TO WS-TARGET-AMT
              PERFORM FILL-TARGET-COLUMNS
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GRAND TOTAL: ' REPORT-STATUS

           PERFORM WRITE-GRAND-EXTRACT.

           MOVE 'COMPANY MTD' TO WS-MTD-LABEL.
           MOVE 'COMPANY YTD' TO WS-YTD-LABEL.
           PERFORM PRINT-MTD-YTD-LINES.
           END-IF.

           PERFORM PRINT-UNMAPPED-EXCEPTIONS.
           PERFORM PRINT-REJECTED-REGIONS.
           IF TARGETS-LOADED
              PERFORM RANK-TARGETS-WITHOUT-SALES
              PERFORM PRINT-BELOW-TARGET-SHOPS
              PERFORM PRINT-SHOPS-WITHOUT-TARGET
              PERFORM PRINT-TARGETS-WITHOUT-SALES
           END-IF.

      **********************************************
      * EXCEPTION SECTION: EVERY REGION CODE SEEN IN THE SALES
           DISPLAY 'WARNING: ' UNMAP-COUNT ' UNMAPPED REGION '
                   'CODE(S) - SEE EXCEPTION SECTION'.

      **********************************************
      * REJECTED-REGION SECTION: EVERY SALES REGION CODE THE
      * REGION MASTER DOES NOT KNOW OR HOLDS AS INACTIVE, WITH
      * THE RECORDS AND AMOUNT KEPT OUT OF THE TOTALS ABOVE.
      **********************************************
       PRINT-REJECTED-REGIONS.
           IF BADRGN-REC-TOTAL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'REJECTED REGION CODES (NOT IN THE TOTALS ABOVE):'
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTIONS: ' REPORT-STATUS
              STOP RUN
           END-IF.
           PERFORM VARYING WS-BRG-SUB FROM 1 BY 1
                     UNTIL WS-BRG-SUB > BADRGN-COUNT
              IF BRG-RESULT(WS-BRG-SUB) = 'I'
                 MOVE 'INACTIVE' TO WS-BRG-REASON
              ELSE
                 MOVE 'UNKNOWN' TO WS-BRG-REASON
              END-IF
              MOVE BRG-REC-COUNT(WS-BRG-SUB) TO WS-UNM-CNT-ED
              MOVE BRG-AMOUNT(WS-BRG-SUB) TO WS-BRG-AMT-ED
              MOVE SPACES TO REPORT-LINE
              STRING '  ' DELIMITED BY SIZE
                     BRG-REGION(WS-BRG-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-BRG-REASON DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-UNM-CNT-ED DELIMITED BY SIZE
                     ' RECORD(S), AMOUNT ' DELIMITED BY SIZE
                     WS-BRG-AMT-ED DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              IF REPORT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING EXCEPTIONS: ' REPORT-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.
           MOVE BADRGN-REC-TOTAL TO WS-UNM-CNT-ED.
           MOVE BADRGN-AMT-TOTAL TO WS-BRG-AMT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL          - ' DELIMITED BY SIZE
                  WS-UNM-CNT-ED DELIMITED BY SIZE
                  ' RECORD(S), AMOUNT ' DELIMITED BY SIZE
                  WS-BRG-AMT-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTIONS: ' REPORT-STATUS
              STOP RUN
           END-IF.
           DISPLAY 'WARNING: ' BADRGN-REC-TOTAL ' SALES RECORD(S) '
                   'REJECTED BY REGION MASTER - SEE REPORT'.

      **********************************************
      * RANKED LIST OF THE TEN SHOPS FURTHEST BELOW THEIR MONTHLY
      * TARGET, LOWEST MTD ATTAINMENT FIRST.
      **********************************************
       PRINT-BELOW-TARGET-SHOPS.
           MOVE 'SHOPS FURTHEST BELOW MONTHLY TARGET (MTD):'
              TO REPORT-LINE.
           PERFORM WRITE-TARGET-SECTION-LINE.
           IF BELOW-COUNT = 0
              MOVE '  NONE - EVERY SHOP WITH A TARGET IS ON OR ABOVE IT'
                 TO REPORT-LINE
              PERFORM WRITE-TARGET-SECTION-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BLW-SUB FROM 1 BY 1
                     UNTIL WS-BLW-SUB > BELOW-COUNT
              MOVE WS-BLW-SUB TO WS-BLW-RANK-ED
              MOVE BLW-TARGET(WS-BLW-SUB) TO WS-TGT-AMT-ED
              MOVE BLW-MTD(WS-BLW-SUB) TO WS-MTD-AMT-ED
              COMPUTE WS-BLW-SHORT =
                 BLW-TARGET(WS-BLW-SUB) - BLW-MTD(WS-BLW-SUB)
              MOVE WS-BLW-SHORT TO WS-SHORT-AMT-ED
              MOVE BLW-ATTAIN(WS-BLW-SUB) TO WS-ATTAIN-ED
              MOVE SPACES TO REPORT-LINE
              STRING '  ' DELIMITED BY SIZE
                     WS-BLW-RANK-ED DELIMITED BY SIZE
                     '. ' DELIMITED BY SIZE
                     BLW-REGION(WS-BLW-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BLW-SHOP(WS-BLW-SUB) DELIMITED BY SIZE
                     '  TARGET ' DELIMITED BY SIZE
                     WS-TGT-AMT-ED DELIMITED BY SIZE
                     '  MTD ' DELIMITED BY SIZE
                     WS-MTD-AMT-ED DELIMITED BY SIZE
                     '  SHORT ' DELIMITED BY SIZE
                     WS-SHORT-AMT-ED DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-ATTAIN-ED DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TARGET-SECTION-LINE
           END-PERFORM.

      **********************************************
      * EXCEPTION SECTION: SHOPS THAT SOLD TODAY BUT HAVE NO
      * TARGET FOR THE MONTH, WITH TODAY'S SALES.
      **********************************************
       PRINT-SHOPS-WITHOUT-TARGET.
           IF NOTGT-TOTAL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'SHOPS WITH SALES BUT NO TARGET FOR THE MONTH:'
              TO REPORT-LINE.
           PERFORM WRITE-TARGET-SECTION-LINE.
           PERFORM VARYING WS-NTG-SUB FROM 1 BY 1
                     UNTIL WS-NTG-SUB > NOTGT-COUNT
              MOVE NTG-AMOUNT(WS-NTG-SUB) TO WS-MTD-AMT-ED
              MOVE SPACES TO REPORT-LINE
              STRING '  ' DELIMITED BY SIZE
                     NTG-REGION(WS-NTG-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NTG-SHOP(WS-NTG-SUB) DELIMITED BY SIZE
                     ' - SALES ' DELIMITED BY SIZE
                     WS-MTD-AMT-ED DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TARGET-SECTION-LINE
           END-PERFORM.
           DISPLAY 'WARNING: ' NOTGT-TOTAL ' SHOP(S) WITH SALES BUT '
                   'NO TARGET - SEE REPORT'.

      **********************************************
      * EXCEPTION SECTION: TARGETS FOR THE MONTH WHOSE SHOP HAD NO
      * SALES IN THIS RUN.
      **********************************************
       PRINT-TARGETS-WITHOUT-SALES.
           MOVE 0 TO WS-NOSALES-COUNT.
           PERFORM VARYING WS-TGS-SUB FROM 1 BY 1
                     UNTIL WS-TGS-SUB > TARGET-COUNT
              IF TGS-MATCHED(WS-TGS-SUB) = 'N'
                 IF WS-NOSALES-COUNT = 0
                    MOVE 'TARGETS FOR SHOPS WITH NO SALES IN THIS RUN:'
                       TO REPORT-LINE
                    PERFORM WRITE-TARGET-SECTION-LINE
                 END-IF
                 ADD 1 TO WS-NOSALES-COUNT
                 MOVE TGS-AMOUNT(WS-TGS-SUB) TO WS-TGT-AMT-ED
                 MOVE SPACES TO REPORT-LINE
                 STRING '  ' DELIMITED BY SIZE
                        TGS-REGION(WS-TGS-SUB) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        TGS-SHOP(WS-TGS-SUB) DELIMITED BY SIZE
                        ' - TARGET ' DELIMITED BY SIZE
                        WS-TGT-AMT-ED DELIMITED BY SIZE
                        INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-TARGET-SECTION-LINE
              END-IF
           END-PERFORM.
           IF WS-NOSALES-COUNT > 0
              DISPLAY 'WARNING: ' WS-NOSALES-COUNT ' TARGET(S) FOR '
                      'SHOPS WITH NO SALES - SEE REPORT'
           END-IF.

      **********************************************
      * WRITES ONE LINE OF THE TARGET SECTIONS AND CHECKS STATUS
      **********************************************
       WRITE-TARGET-SECTION-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TARGET SECTION: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
