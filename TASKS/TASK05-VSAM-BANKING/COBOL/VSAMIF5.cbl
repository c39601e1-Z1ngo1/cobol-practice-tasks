      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   RATE PARAMETER FILE (RATEDD), ONE RECORD PER LINE:          *
      *     'T' BAND-LO BAND-HI RATE PLAN - MONTHLY RATE (PCT,        *
      *                                9V9999) FOR BALANCES IN THE    *
      *                                BAND ON THE GIVEN INTEREST     *
      *                                PLAN                           *
      *     'F' AMOUNT              - MONTHLY MAINTENANCE FEE         *
      *     'C' AMOUNT              - CLOSING FEE, READ ONLY BY THE   *
      *                               VSAMCS5 SETTLEMENT RUN AND      *
      *                               IGNORED HERE                    *
      *   PER ACCOUNT, IN KEY ORDER:                                  *
      *     CLOSED ACCOUNTS ARE SKIPPED ENTIRELY                      *
      *     FROZEN ACCOUNTS STILL ACCRUE - ONLY CUSTOMER-INITIATED    *
      *     POSTINGS ARE BLOCKED BY THE FREEZE                        *
      *     THE INTEREST PLAN IS THE ONE THE ACCOUNT'S PRODUCT        *
      *     CARRIES ON PRODDD; ONLY THAT PLAN'S BANDS ARE USED. AN    *
      *     ACCOUNT WITH A PRODUCT NOT ON PRODDD EARNS NO INTEREST    *
      *     AND IS COUNTED FOR FOLLOW-UP                              *
      *     INTEREST = BALANCE * BAND RATE / 100, ROUNDED, POSTED AS  *
      *     A CREDIT (JOURNAL TYPE C, SOURCE TYPE I)                  *
      *     FEE POSTED AS A DEBIT (JOURNAL TYPE D, SOURCE TYPE F),    *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/09/02                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  RATEDD MAY CARRY A 'C' CLOSING-FEE RECORD    *
      *                  FOR THE VSAMCS5 CLOSURE SETTLEMENT RUN; THE  *
      *                  MONTH-END SWEEP SKIPS IT.                    *
      * 2026/10/15  SSH  JOURNAL RECORDS CARRY THE POSTING DATE IN    *
      *                  JRNL-POST-DATE FOR THE VSAMGL5 GL EXTRACT.   *
      * 2026/10/15  SSH  ACCT-REC EXTENDED TO 80 BYTES WITH A PRODUCT *
      *                  CODE. RATE TIERS NOW CARRY AN INTEREST PLAN  *
      *                  AND EACH ACCOUNT IS PAID ON THE PLAN OF ITS  *
      *                  PRODUCT (PRODDD). TIER TABLE RAISED TO 30.   *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  RATEDD (RATE.PARAM) - RATE TIERS AND FEE (PS, 80 B)   *
      *         PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)        *
      * I-O:    EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (KSDS)      *
      * OUTPUT: JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)     *
      ******************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

       FD RATE-FILE RECORDING MODE IS F.
       01 RATE-REC.
          05 RATE-REC-TYPE PIC X(1).
             88 RATE-TIER-REC VALUE 'T'.
             88 RATE-FEE-REC VALUE 'F'.
             88 RATE-CLOSE-FEE-REC VALUE 'C'.
          05 RATE-BAND-LO PIC 9(5)V99.
          05 RATE-BAND-HI PIC 9(5)V99.
          05 RATE-PCT PIC 9V9999.
          05 RATE-PLAN PIC X(2).
          05 FILLER PIC X(58).
       01 RATE-FEE-REDEF REDEFINES RATE-REC.
          05 FILLER PIC X(1).
          05 RATE-FEE-AMT PIC 9(5)V99.
          05 FILLER PIC X(72).

      * PRODUCT PARAMETER FILE IN THE VSAMJO5 LAYOUT
       FD PROD-FILE RECORDING MODE IS F.
       01 PROD-REC.
          05 PRD-CODE PIC X(3).
          05 PRD-DESC PIC X(20).
          05 PRD-MIN-BAL PIC 9(5)V99.
          05 PRD-MAX-WD PIC 9(3).
          05 PRD-XFER-OUT PIC X(1).
          05 PRD-INT-PLAN PIC X(2).
          05 FILLER PIC X(44).

      * POSTED-TRANSACTION JOURNAL IN THE VSAMJO5 LAYOUT
       FD JOURNAL-FILE RECORDING MODE IS F.
       01 JRNL-REC.
          05 JRNL-SOURCE-TYPE PIC X(1).
          05 JRNL-BAL-BEFORE PIC 9(9)V99.
          05 JRNL-BAL-AFTER PIC 9(9)V99.
          05 JRNL-POST-DATE PIC 9(8).
          05 FILLER PIC X(23).

       WORKING-STORAGE SECTION.

       01 FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 RATE-STATUS PIC X(2).
          05 PROD-STATUS PIC X(2).
          05 JRNL-STATUS PIC X(2).

      * CONTROL FLAGS
             88 EOF VALUE 'Y'.
          05 WS-RATE-EOF PIC X(1) VALUE 'N'.
             88 RATE-EOF VALUE 'Y'.
          05 WS-PROD-EOF PIC X(1) VALUE 'N'.
             88 PROD-EOF VALUE 'Y'.
          05 WS-PROD-HIT PIC X(1) VALUE 'N'.
             88 PROD-FOUND VALUE 'Y'.
             88 PROD-NOT-FOUND VALUE 'N'.

      * RUN DATE (YYYYMMDD)
       01 WS-RUN-DATE PIC 9(8).

      * RATE TIER TABLE LOADED FROM RATEDD (UP TO 30 BANDS ACROSS
      * ALL INTEREST PLANS)
       01 WS-TIER-TABLE.
          05 WS-TIER-COUNT PIC 9(2) VALUE 0.
          05 WS-TIER OCCURS 30 TIMES INDEXED BY TIER-IDX.
             10 WS-TIER-LO PIC 9(5)V99.
             10 WS-TIER-HI PIC 9(5)V99.
             10 WS-TIER-RATE PIC 9V9999.
             10 WS-TIER-PLAN PIC X(2).

      * PRODUCT CODES AND THEIR INTEREST PLANS LOADED FROM PRODDD
       01 WS-PROD-COUNT PIC 9(2) VALUE 0.
       01 WS-PROD-TABLE.
          05 WS-PROD-ENTRY OCCURS 20 TIMES INDEXED BY PROD-IDX.
             10 WS-PRD-CODE PIC X(3).
             10 WS-PRD-INT-PLAN PIC X(2).

      * INTEREST PLAN OF THE CURRENT ACCOUNT'S PRODUCT
       01 WS-ACCT-PLAN PIC X(2).

      * MONTHLY MAINTENANCE FEE FROM RATEDD
       01 WS-FEE-AMT PIC 9(5)V99 VALUE 0.
          05 TOTAL-FEE-CNT PIC 9(7) VALUE 0.
          05 TOTAL-FEE-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-FEE-CAPPED PIC 9(7) VALUE 0.
          05 TOTAL-NO-PRODUCT PIC 9(7) VALUE 0.

      **********************************************
      * MAIN FLOW: LOAD RATES -> SWEEP MASTER -> CLOSE -> SUMMARY
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RATE-PARAMS.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM SWEEP-MASTER.
           PERFORM CLOSE-ALL-FILES.
                   END-IF
                   EVALUATE TRUE
                      WHEN RATE-TIER-REC
                         IF WS-TIER-COUNT >= 30
                            DISPLAY 'TOO MANY RATE TIERS (MAX 30)'
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-TIER-COUNT
                         MOVE RATE-BAND-LO TO WS-TIER-LO(TIER-IDX)
                         MOVE RATE-BAND-HI TO WS-TIER-HI(TIER-IDX)
                         MOVE RATE-PCT TO WS-TIER-RATE(TIER-IDX)
                         MOVE RATE-PLAN TO WS-TIER-PLAN(TIER-IDX)
                      WHEN RATE-FEE-REC
                         MOVE RATE-FEE-AMT TO WS-FEE-AMT
                      WHEN RATE-CLOSE-FEE-REC
                         CONTINUE
                      WHEN OTHER
                         DISPLAY 'UNKNOWN RATE RECORD TYPE: '
                                  RATE-REC-TYPE
              STOP RUN
           END-IF.

      **********************************************
      * LOAD THE PRODUCT CODES AND THEIR INTEREST PLANS FROM PRODDD.
      * AN EMPTY FILE OR MORE THAN 20 PRODUCTS REFUSES THE RUN.
      **********************************************
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROD-FILE: ' PROD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PROD-EOF
              READ PROD-FILE
                AT END
                   SET PROD-EOF TO TRUE
                NOT AT END
                   IF PROD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PROD-FILE: ' PROD-STATUS
                      STOP RUN
                   END-IF
                   IF WS-PROD-COUNT >= 20
                      DISPLAY 'TOO MANY PRODUCTS (MAX 20)'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PROD-COUNT
                   SET PROD-IDX TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(PROD-IDX)
                   MOVE PRD-INT-PLAN TO WS-PRD-INT-PLAN(PROD-IDX)
              END-READ
           END-PERFORM.

           CLOSE PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PROD-FILE: ' PROD-STATUS
           END-IF.

           IF WS-PROD-COUNT = 0
              DISPLAY 'NO PRODUCTS ON PRODDD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * OPEN THE MASTER AND JOURNAL AND CHECK STATUS
      **********************************************
           PERFORM REWRITE-ACCOUNT.

      **********************************************
      * FIND THE ACCOUNT'S INTEREST PLAN FROM ITS PRODUCT, THEN THE
      * BAND OF THAT PLAN HOLDING THE CURRENT BALANCE, AND COMPUTE
      * THE MONTHLY INTEREST, ROUNDED TO THE PENNY. A BALANCE
      * OUTSIDE EVERY BAND OF THE PLAN EARNS NOTHING, AS DOES AN
      * ACCOUNT WHOSE PRODUCT IS NOT ON PRODDD.
      **********************************************
       COMPUTE-INTEREST.
           MOVE 0 TO WS-INT-AMT.
           PERFORM FIND-PRODUCT-PLAN.
           IF PROD-NOT-FOUND
              ADD 1 TO TOTAL-NO-PRODUCT
              DISPLAY 'NO INTEREST - PRODUCT ' ACCT-PRODUCT
                      ' NOT ON PRODDD FOR ACCOUNT ' ACCT-ID
           ELSE
              PERFORM VARYING TIER-IDX FROM 1 BY 1
                      UNTIL TIER-IDX > WS-TIER-COUNT
                 IF WS-TIER-PLAN(TIER-IDX) = WS-ACCT-PLAN
                    AND ACCT-BAL >= WS-TIER-LO(TIER-IDX)
                    AND ACCT-BAL <= WS-TIER-HI(TIER-IDX)
                    COMPUTE WS-INT-AMT ROUNDED =
                            ACCT-BAL * WS-TIER-RATE(TIER-IDX) / 100
                    SET TIER-IDX TO WS-TIER-COUNT
                    SET TIER-IDX UP BY 1
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * LOOKS ACCT-PRODUCT UP IN THE PRODUCT TABLE AND SETS
      * WS-ACCT-PLAN TO ITS INTEREST PLAN.
      **********************************************
       FIND-PRODUCT-PLAN.
           SET PROD-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-ACCT-PLAN.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-PROD-COUNT OR PROD-FOUND
              IF WS-PRD-CODE(PROD-IDX) = ACCT-PRODUCT
                 SET PROD-FOUND TO TRUE
                 MOVE WS-PRD-INT-PLAN(PROD-IDX) TO WS-ACCT-PLAN
              END-IF
           END-PERFORM.

           MOVE WS-JRNL-SOURCE TO JRNL-SOURCE-TYPE.
           MOVE WS-BAL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE ACCT-BAL TO JRNL-BAL-AFTER.
           MOVE WS-RUN-DATE TO JRNL-POST-DATE.
           WRITE JRNL-REC
           END-WRITE.
           IF JRNL-STATUS NOT = '00'
           DISPLAY 'FEE POSTINGS:       ' TOTAL-FEE-CNT.
           DISPLAY 'FEES CHARGED:       ' TOTAL-FEE-AMT.
           DISPLAY 'FEES CAPPED AT BAL: ' TOTAL-FEE-CAPPED.
           DISPLAY 'NO PRODUCT - NO INT:' TOTAL-NO-PRODUCT.
           DISPLAY '========================================'.
