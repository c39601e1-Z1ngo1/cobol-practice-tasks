      ******************************************************************
      * ACCOUNTS RECEIVABLE AGING REPORT                               *
      *                                                                *
      * PURPOSE:                                                       *
      * PRINTS EACH CUSTOMER'S OPEN BALANCE FROM THE AR OPEN-ITEM      *
      * MASTER, SPLIT INTO AGING BUCKETS, SO COLLECTIONS CAN SEE WHO   *
      * OWES WHAT AND HOW LATE IT IS.                                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE MASTER IS READ IN KEY ORDER (CUSTOMER, INVOICE) WITH A   *
      *   CONTROL BREAK ON CUSTOMER. EACH OPEN INVOICE IS AGED BY DAYS *
      *   PAST ITS DUE DATE AS OF THE RUN DATE:                        *
      *     NOT YET DUE     -> CURRENT                                 *
      *     1 - 30 DAYS     -> 30                                      *
      *     31 - 60 DAYS    -> 60                                      *
      *     61 - 90 DAYS    -> 90                                      *
      *     OVER 90 DAYS    -> 90+                                     *
      *   CASH OR CREDIT HELD ON ACCOUNT ('*CASH' ITEM) IS SHOWN IN    *
      *   ITS OWN UNAPPLIED COLUMN (AS A NEGATIVE) AND NETTED INTO THE *
      *   CUSTOMER'S BALANCE. CUSTOMERS WITH NOTHING OPEN ARE NOT      *
      *   LISTED. THE CUSTOMER NAME COMES FROM THE TASK32 MASTER; A    *
      *   CUSTOMER NOT ON IT IS STILL LISTED, FLAGGED. A GRAND TOTAL   *
      *   LINE CLOSES THE REPORT.                                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ARDD (AR.OPEN.ITEMS) - AR OPEN-ITEM MASTER (VSAM KSDS) *
      * INPUT:  MASTDD (CUST.MASTER) - TASK32 CUSTOMER MASTER (KSDS)   *
      * OUTPUT: AGEDD (AR.AGING.REPORT) - AGING REPORT (PS, 132 B)     *
      *                                                                *
      * COPYBOOKS: AROPEN - AR OPEN-ITEM RECORD                        *
      *            TASK32 - CUSTOMER RECORD LAYOUT                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMAG10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER-FILE ASSIGN TO ARDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AR-KEY
             ALTERNATE RECORD KEY IS AR-INVOICE-NO WITH DUPLICATES
             FILE STATUS IS AR-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID OF CUST-MASTER-REC
             FILE STATUS IS CUST-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO AGEDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER-FILE.
       01 AR-MASTER-REC.
           COPY AROPEN.

      * TASK32 CUSTOMER MASTER MAINTAINED BY THE CUSTOMER IMPORT
       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

       FD AGING-REPORT-FILE RECORDING MODE IS F.
       01 AGING-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
           05 AR-STATUS PIC X(2).
           05 CUST-STATUS PIC X(2).
           05 AGE-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
           05 WS-EOF PIC X(1) VALUE 'N'.
              88 EOF VALUE 'Y'.

      * AS-OF DATE AND THE ITEM BEING AGED
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
       01 WS-DAYS-PAST-DUE PIC S9(7) COMP-3 VALUE 0.

      * CURRENT CUSTOMER AND ITS BUCKETS
       01 WS-CUR-CUST-ID PIC X(6) VALUE SPACES.
       01 CUST-BUCKETS.
          05 CB-ITEMS PIC 9(5) COMP-3 VALUE 0.
          05 CB-CURRENT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-30 PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-60 PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-90 PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-OVER-90 PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-UNAPPLIED PIC S9(11)V99 COMP-3 VALUE 0.
          05 CB-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.

      * GRAND TOTALS
       01 GRAND-BUCKETS.
          05 GB-ITEMS PIC 9(7) COMP-3 VALUE 0.
          05 GB-CURRENT PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-30 PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-60 PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-90 PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-OVER-90 PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-UNAPPLIED PIC S9(11)V99 COMP-3 VALUE 0.
          05 GB-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.

      * PAGE HEADER LINES (WRITTEN ONCE AT THE TOP OF THE REPORT)
       01 WS-PAGE-HEADER-LINE-1.
          05 FILLER PIC X(41)
             VALUE 'ACCOUNTS RECEIVABLE AGING REPORT - AS OF '.
          05 HDR-RUN-DATE PIC 9(8).
          05 FILLER PIC X(83) VALUE SPACES.
       01 WS-PAGE-HEADER-LINE-2.
          05 FILLER PIC X(50)
             VALUE 'BUCKETS ARE DAYS PAST DUE: CURRENT = NOT YET DUE, '.
          05 FILLER PIC X(50)
             VALUE '30 = 1-30, 60 = 31-60, 90 = 61-90, 90+ = OVER 90'.
          05 FILLER PIC X(32) VALUE SPACES.

      * COLUMN TITLE LINE
       01 WS-COLUMN-HEADER-LINE.
          05 FILLER PIC X(6) VALUE 'CUST'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(25) VALUE 'CUSTOMER NAME'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(5) VALUE 'ITEMS'.
          05 FILLER PIC X(13) VALUE '      CURRENT'.
          05 FILLER PIC X(13) VALUE '      30 DAYS'.
          05 FILLER PIC X(13) VALUE '      60 DAYS'.
          05 FILLER PIC X(13) VALUE '      90 DAYS'.
          05 FILLER PIC X(13) VALUE '     90+ DAYS'.
          05 FILLER PIC X(13) VALUE '    UNAPPLIED'.
          05 FILLER PIC X(13) VALUE '      BALANCE'.
          05 FILLER PIC X(2) VALUE SPACES.

      * CUSTOMER / GRAND TOTAL LINE
       01 AGE-DETAIL-LINE.
          05 AGD-CUST-ID PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGD-NAME PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-ITEMS PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-CURRENT PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-30 PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-60 PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-90 PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-OVER-90 PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-UNAPPLIED PIC -(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AGD-BALANCE PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACES.

      * SEPARATOR AND BLANK LINES
       01 WS-DASH-LINE PIC X(132) VALUE ALL '-'.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 ITEMS-READ PIC 9(7) VALUE 0.
          05 CUSTOMERS-LISTED PIC 9(5) VALUE 0.
          05 CUSTOMERS-NOT-ON-MASTER PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 ITEMS-READ-DISP PIC Z(6)9.
          05 CUSTOMERS-LISTED-DISP PIC Z(4)9.
          05 CUSTOMERS-NOT-ON-MASTER-DISP PIC Z(4)9.
       01 WS-AMOUNT-DISP PIC -(12)9.99.

      **********************************************
      * MAIN FLOW: OPEN -> HEADERS -> AGE EACH CUSTOMER ->
      * GRAND TOTAL -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM UNTIL EOF
              READ AR-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
                      DISPLAY 'ERROR READING AR MASTER: ' AR-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO ITEMS-READ
                   IF AR-CUST-ID NOT = WS-CUR-CUST-ID
                      PERFORM FINALIZE-CUSTOMER
                      MOVE AR-CUST-ID TO WS-CUR-CUST-ID
                   END-IF
                   PERFORM AGE-ONE-ITEM
              END-READ
           END-PERFORM.
           PERFORM FINALIZE-CUSTOMER.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR MASTER FILE: ' AR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE: '
                      CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.
           IF AGE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGING REPORT FILE: ' AGE-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITE THE PAGE HEADER AND COLUMN TITLES
      **********************************************
       WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-PAGE-HEADER-LINE-1 TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PAGE-HEADER-LINE-2 TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BLANK-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADER-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DASH-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ADDS ONE OPEN ITEM TO THE CURRENT CUSTOMER'S BUCKETS.
      * CLOSED ITEMS ARE SKIPPED.
      **********************************************
       AGE-ONE-ITEM.
           IF NOT AR-ITEM-OPEN OR AR-OPEN-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF.

           IF AR-ON-ACCOUNT-ITEM
              ADD AR-OPEN-AMOUNT TO CB-UNAPPLIED
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CB-ITEMS.
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                    ADD AR-OPEN-AMOUNT TO CB-CURRENT
               WHEN WS-DAYS-PAST-DUE <= 30
                    ADD AR-OPEN-AMOUNT TO CB-30
               WHEN WS-DAYS-PAST-DUE <= 60
                    ADD AR-OPEN-AMOUNT TO CB-60
               WHEN WS-DAYS-PAST-DUE <= 90
                    ADD AR-OPEN-AMOUNT TO CB-90
               WHEN OTHER
                    ADD AR-OPEN-AMOUNT TO CB-OVER-90
           END-EVALUATE.

      **********************************************
      * PRINTS THE CUSTOMER'S LINE WHEN ANYTHING IS OPEN, ROLLS IT
      * INTO THE GRAND TOTAL AND CLEARS THE BUCKETS.
      **********************************************
       FINALIZE-CUSTOMER.
           IF WS-CUR-CUST-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF CB-ITEMS > 0 OR CB-UNAPPLIED NOT = 0
              COMPUTE CB-BALANCE = CB-CURRENT + CB-30 + CB-60
                    + CB-90 + CB-OVER-90 + CB-UNAPPLIED
              MOVE WS-CUR-CUST-ID TO CUST-ID OF CUST-MASTER-REC
              READ CUST-MASTER-FILE
                  INVALID KEY
                      MOVE '** NOT ON CUST MASTER **'
                        TO CUST-NAME OF CUST-MASTER-REC
                      ADD 1 TO CUSTOMERS-NOT-ON-MASTER
              END-READ
              IF CUST-STATUS NOT = '00' AND CUST-STATUS NOT = '23'
                 DISPLAY 'CUSTOMER MASTER READ ERROR: ' CUST-STATUS
                 STOP RUN
              END-IF
              MOVE WS-CUR-CUST-ID TO AGD-CUST-ID
              MOVE CUST-NAME OF CUST-MASTER-REC TO AGD-NAME
              PERFORM PRINT-CUSTOMER-BUCKETS
              ADD 1 TO CUSTOMERS-LISTED
              ADD CB-ITEMS TO GB-ITEMS
              ADD CB-CURRENT TO GB-CURRENT
              ADD CB-30 TO GB-30
              ADD CB-60 TO GB-60
              ADD CB-90 TO GB-90
              ADD CB-OVER-90 TO GB-OVER-90
              ADD CB-UNAPPLIED TO GB-UNAPPLIED
              ADD CB-BALANCE TO GB-BALANCE
           END-IF.
           INITIALIZE CUST-BUCKETS.

      **********************************************
      * FORMATS AND WRITES THE CUSTOMER BUCKETS
      **********************************************
       PRINT-CUSTOMER-BUCKETS.
           MOVE CB-ITEMS TO AGD-ITEMS.
           MOVE CB-CURRENT TO AGD-CURRENT.
           MOVE CB-30 TO AGD-30.
           MOVE CB-60 TO AGD-60.
           MOVE CB-90 TO AGD-90.
           MOVE CB-OVER-90 TO AGD-OVER-90.
           MOVE CB-UNAPPLIED TO AGD-UNAPPLIED.
           MOVE CB-BALANCE TO AGD-BALANCE.
           MOVE AGE-DETAIL-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * CLOSES THE REPORT WITH THE GRAND TOTAL LINE
      **********************************************
       WRITE-GRAND-TOTAL.
           MOVE WS-DASH-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TOTAL' TO AGD-CUST-ID.
           MOVE 'ALL CUSTOMERS' TO AGD-NAME.
           MOVE GB-ITEMS TO AGD-ITEMS.
           MOVE GB-CURRENT TO AGD-CURRENT.
           MOVE GB-30 TO AGD-30.
           MOVE GB-60 TO AGD-60.
           MOVE GB-90 TO AGD-90.
           MOVE GB-OVER-90 TO AGD-OVER-90.
           MOVE GB-UNAPPLIED TO AGD-UNAPPLIED.
           MOVE GB-BALANCE TO AGD-BALANCE.
           MOVE AGE-DETAIL-LINE TO AGING-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES AGING-REPORT-REC AND CHECKS STATUS
      **********************************************
       WRITE-REPORT-LINE.
           WRITE AGING-REPORT-REC.
           IF AGE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AGING REPORT: ' AGE-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR MASTER: ' AR-STATUS
           END-IF.

           CLOSE CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                      CUST-STATUS
           END-IF.

           CLOSE AGING-REPORT-FILE.
           IF AGE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AGING REPORT: '
                      AGE-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE ITEMS-READ TO ITEMS-READ-DISP.
           MOVE CUSTOMERS-LISTED TO CUSTOMERS-LISTED-DISP.
           MOVE CUSTOMERS-NOT-ON-MASTER TO CUSTOMERS-NOT-ON-MASTER-DISP.

           DISPLAY '========================================'.
           DISPLAY 'AR AGING SUMMARY - AS OF ' WS-RUN-DATE.
           DISPLAY '========================================'.
           DISPLAY 'LEDGER ITEMS READ:       ' ITEMS-READ-DISP.
           DISPLAY 'CUSTOMERS WITH BALANCE:  ' CUSTOMERS-LISTED-DISP.
           DISPLAY 'NOT ON CUSTOMER MASTER:  '
                   CUSTOMERS-NOT-ON-MASTER-DISP.
           MOVE GB-OVER-90 TO WS-AMOUNT-DISP.
           DISPLAY 'OVER 90 DAYS PAST DUE:' WS-AMOUNT-DISP.
           MOVE GB-BALANCE TO WS-AMOUNT-DISP.
           DISPLAY 'TOTAL OPEN BALANCE:   ' WS-AMOUNT-DISP.
           DISPLAY '========================================'.
