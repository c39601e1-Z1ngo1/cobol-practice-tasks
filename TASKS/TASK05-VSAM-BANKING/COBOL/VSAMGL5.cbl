      ******************************************************************
      * RETAIL BANKING GENERAL LEDGER EXTRACT                          *
      *                                                                *
      * PURPOSE:                                                       *
      * READS THE POSTED-TRANSACTION JOURNAL (TRANS.JOURNAL) WRITTEN   *
      * BY VSAMJO5 AND THE OTHER ACCT.MASTER POSTING RUNS AND BUILDS   *
      * A BALANCED DEBIT/CREDIT GL POSTING EXTRACT PER BUSINESS DAY,   *
      * REPLACING THE HAND-KEYING OF DAILY TOTALS FROM THE BALANCING   *
      * REPORT. THE EXTRACT USES THE SAME 80-BYTE BHDR / GLDT / BTRL   *
      * LAYOUT DB2TASK8 WRITES TO GLDD, SO THE GL INTAKE TAKES BOTH.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   GL MAPPING FILE (GLMAPDD), ONE RECORD PER JOURNAL SOURCE     *
      *   TYPE (D, W, R, T, I = INTEREST, F = FEE, ...):               *
      *     SOURCE TYPE, COST CENTRE (CARRIED IN GLD-REGION), THE GL   *
      *     ACCOUNT DEBITED AND THE GL ACCOUNT CREDITED WHEN MONEY     *
      *     COMES INTO A CUSTOMER ACCOUNT (JOURNAL TYPE C). MONEY      *
      *     GOING OUT (JOURNAL TYPE D) POSTS THE SAME PAIR REVERSED.   *
      *   THE JOURNAL IS READ IN POSTING ORDER AND ACCUMULATED BY      *
      *   SOURCE TYPE AND DIRECTION. WHEN JRNL-POST-DATE CHANGES (AND  *
      *   AT END OF FILE) THE DAY IS WRITTEN AS ONE GL BATCH:          *
      *     BHDR (BUSINESS DATE), ONE GLDT DEBIT/CREDIT PAIR PER       *
      *     SOURCE TYPE AND DIRECTION WITH A NON-ZERO TOTAL, AND A     *
      *     BTRL CONTROL TRAILER WITH THE RECORD COUNT, TOTAL DEBITS   *
      *     AND TOTAL CREDITS. A BATCH WHOSE DEBITS DO NOT EQUAL ITS   *
      *     CREDITS STOPS THE RUN WITH RETURN CODE 12.                 *
      *   EXCEPTIONS - KEPT OUT OF THE EXTRACT AND LISTED IN THEIR     *
      *   OWN SECTION OF THE REPORT (RPTDD):                           *
      *     SOURCE TYPE WITH NO MAPPING RECORD                         *
      *     JOURNAL RECORD WITH NO POSTING DATE                        *
      *     JOURNAL TYPE OTHER THAN C OR D                             *
      *   ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 8.               *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)      *
      *         GLMAPDD (GL.JRNL.MAP) - SOURCE TYPE -> GL ACCOUNTS     *
      * OUTPUT: GLDD (GL.POSTING) - BALANCED GL POSTING EXTRACT (PS)   *
      *         RPTDD (GL.REPORT) - DAY TOTALS AND EXCEPTIONS (PS)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMGL5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO GLMAPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO GLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-POSTING-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * POSTED-TRANSACTION JOURNAL IN THE VSAMJO5 LAYOUT
       FD JOURNAL-FILE RECORDING MODE IS F.
       01 JRNL-REC.
          05 JRNL-ACCT-ID PIC X(6).
          05 JRNL-TYPE PIC X(1).
          05 JRNL-AMOUNT PIC 9(7)V99.
          05 JRNL-REF-ID PIC X(10).
          05 JRNL-SOURCE-TYPE PIC X(1).
          05 JRNL-BAL-BEFORE PIC 9(9)V99.
          05 JRNL-BAL-AFTER PIC 9(9)V99.
          05 JRNL-POST-DATE PIC 9(8).
          05 FILLER PIC X(23).

      * SOURCE TYPE -> GL ACCOUNT MAPPING
       FD GL-MAP-FILE RECORDING MODE IS F.
       01 GL-MAP-REC.
          05 GLM-SOURCE-TYPE PIC X(1).
          05 GLM-REGION-CODE PIC X(2).
          05 GLM-DEBIT-ACCT PIC X(8).
          05 GLM-CREDIT-ACCT PIC X(8).
          05 FILLER PIC X(61).

      * GL POSTING EXTRACT: BHDR / GLDT / BTRL RECORDS
       FD GL-POSTING-FILE RECORDING MODE IS F.
       01 GL-POSTING-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 JRNL-STATUS PIC X(2).
          05 GL-MAP-STATUS PIC X(2).
          05 GL-POSTING-STATUS PIC X(2).
          05 RPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-MAP-EOF PIC X(1) VALUE 'N'.
             88 MAP-EOF VALUE 'Y'.
          05 WS-DAY-SW PIC X(1) VALUE 'N'.
             88 DAY-OPEN VALUE 'Y'.
             88 NO-DAY-OPEN VALUE 'N'.

      * GL ACCOUNT MAP (LOADED FROM GLMAPDD) WITH THE CURRENT DAY'S
      * CUSTOMER CREDIT AND DEBIT TOTALS PER SOURCE TYPE
       01 GL-MAP-TABLE-MAX PIC 9(2) VALUE 20.
       01 GL-MAPS-LOADED PIC 9(2) VALUE 0.
       01 GL-MAP-TABLE.
          05 GL-MAP-ENTRY OCCURS 20 TIMES.
             10 WS-GLM-SOURCE PIC X(1).
             10 WS-GLM-REGION PIC X(2).
             10 WS-GLM-DEBIT PIC X(8).
             10 WS-GLM-CREDIT PIC X(8).
             10 WS-GLM-CUST-CR PIC 9(11)V99.
             10 WS-GLM-CUST-DR PIC 9(11)V99.
       01 WS-GLM-SUB PIC 9(2) VALUE 0.
       01 WS-GLM-HIT PIC 9(2) VALUE 0.

      * BUSINESS DAY CURRENTLY BEING ACCUMULATED
       01 WS-CUR-DATE PIC 9(8) VALUE 0.

      * GL EXTRACT WORK FIELDS AND RECORD LAYOUTS
       01 WS-GL-REC-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-TOT-DR PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GL-TOT-CR PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GL-AMOUNT PIC 9(11)V99 VALUE 0.

       01 GL-HEADER-LAYOUT.
          05 GLH-TAG PIC X(4) VALUE 'BHDR'.
          05 GLH-RUN-DATE PIC 9(8).
          05 GLH-SOURCE PIC X(8) VALUE 'VSAMGL5'.
          05 FILLER PIC X(60) VALUE SPACES.

       01 GL-DETAIL-LAYOUT.
          05 GLD-TAG PIC X(4) VALUE 'GLDT'.
          05 GLD-REGION PIC X(2).
          05 GLD-ACCOUNT PIC X(8).
          05 GLD-DRCR PIC X(1).
          05 GLD-AMOUNT PIC 9(11)V99.
          05 FILLER PIC X(52) VALUE SPACES.

       01 GL-TRAILER-LAYOUT.
          05 GLT-TAG PIC X(4) VALUE 'BTRL'.
          05 GLT-REC-COUNT PIC 9(5).
          05 GLT-TOT-DR PIC 9(13)V99.
          05 GLT-TOT-CR PIC 9(13)V99.
          05 FILLER PIC X(41) VALUE SPACES.

      * EXCEPTIONS HELD FOR THE EXCEPTION SECTION OF THE REPORT
       01 EXC-TABLE-MAX PIC 9(3) VALUE 500.
       01 EXC-LISTED PIC 9(3) VALUE 0.
       01 EXC-TABLE.
          05 EXC-ENTRY OCCURS 500 TIMES.
             10 EXC-ACCT-ID PIC X(6).
             10 EXC-TYPE PIC X(1).
             10 EXC-SOURCE PIC X(1).
             10 EXC-AMOUNT PIC 9(7)V99.
             10 EXC-REF-ID PIC X(10).
             10 EXC-POST-DATE PIC X(8).
             10 EXC-REASON PIC X(20).
       01 WS-EXC-SUB PIC 9(3) VALUE 0.
       01 WS-EXC-REASON PIC X(20).

      * REPORT LINES
       01 WS-RPT-HDR1 PIC X(80) VALUE
          '---------- RETAIL BANKING GL EXTRACT REPORT ----------'.

       01 WS-DAY-LINE.
          05 FILLER PIC X(13) VALUE 'BUSINESS DAY '.
          05 DAY-DATE PIC 9(8).
          05 FILLER PIC X(9) VALUE '  GL RECS'.
          05 DAY-REC-COUNT PIC Z(4)9.
          05 FILLER PIC X(4) VALUE '  DR'.
          05 DAY-TOT-DR PIC Z(10)9.99.
          05 FILLER PIC X(4) VALUE '  CR'.
          05 DAY-TOT-CR PIC Z(10)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DAY-RESULT PIC X(2).

       01 WS-EXC-HDR1 PIC X(80) VALUE
          '---------- EXCEPTIONS - NOT IN THE GL EXTRACT ----------'.
       01 WS-EXC-HDR2 PIC X(80) VALUE
          'ACCT   T S     AMOUNT REFERENCE  POSTDATE REASON'.

       01 WS-EXC-LINE.
          05 EXL-ACCT-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-SOURCE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-AMOUNT PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-REF-ID PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-POST-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EXL-REASON PIC X(20).
          05 FILLER PIC X(18) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-CNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TOT-AMT PIC Z(10)9.99.
          05 FILLER PIC X(27) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-JRNL PIC 9(7) VALUE 0.
          05 TOTAL-MAPPED PIC 9(7) VALUE 0.
          05 TOTAL-DAYS PIC 9(5) VALUE 0.
          05 TOTAL-GL-RECS PIC 9(7) VALUE 0.
          05 TOTAL-GL-AMT PIC 9(13)V99 VALUE 0.
          05 TOTAL-EXC PIC 9(7) VALUE 0.
          05 TOTAL-EXC-AMT PIC 9(11)V99 VALUE 0.

      **********************************************
      * MAIN FLOW: LOAD MAP -> OPEN -> JOURNAL -> LAST DAY ->
      * EXCEPTIONS -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-GL-MAP-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-JOURNAL.
           IF DAY-OPEN
              PERFORM WRITE-DAY-BATCH
           END-IF.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-EXC > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * LOAD THE SOURCE TYPE -> GL ACCOUNT MAP FROM GLMAPDD.
      * AN EMPTY MAP, AN OVERFULL MAP OR A SOURCE TYPE MAPPED
      * TWICE REFUSES THE RUN.
      **********************************************
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL MAP FILE: ' GL-MAP-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL MAP-EOF
              READ GL-MAP-FILE
                AT END
                   SET MAP-EOF TO TRUE
                NOT AT END
                   IF GL-MAP-STATUS NOT = '00'
                      DISPLAY 'ERROR READING GL MAP FILE: '
                               GL-MAP-STATUS
                      STOP RUN
                   END-IF
                   PERFORM FIND-MAP-ENTRY
                   IF WS-GLM-HIT NOT = 0
                      DISPLAY 'ERROR: SOURCE TYPE ' GLM-SOURCE-TYPE
                              ' MAPPED MORE THAN ONCE ON GLMAPDD'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF GL-MAPS-LOADED >= GL-MAP-TABLE-MAX
                      DISPLAY 'ERROR: GLMAPDD HAS MORE THAN '
                               GL-MAP-TABLE-MAX ' ROWS - GL MAP '
                               'CAPACITY EXCEEDED'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO GL-MAPS-LOADED
                   MOVE GLM-SOURCE-TYPE
                      TO WS-GLM-SOURCE(GL-MAPS-LOADED)
                   MOVE GLM-REGION-CODE
                      TO WS-GLM-REGION(GL-MAPS-LOADED)
                   MOVE GLM-DEBIT-ACCT
                      TO WS-GLM-DEBIT(GL-MAPS-LOADED)
                   MOVE GLM-CREDIT-ACCT
                      TO WS-GLM-CREDIT(GL-MAPS-LOADED)
                   MOVE 0 TO WS-GLM-CUST-CR(GL-MAPS-LOADED)
                   MOVE 0 TO WS-GLM-CUST-DR(GL-MAPS-LOADED)
              END-READ
           END-PERFORM.

           CLOSE GL-MAP-FILE.
           IF GL-MAP-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL MAP FILE: '
                       GL-MAP-STATUS
           END-IF.

           IF GL-MAPS-LOADED = 0
              DISPLAY 'ERROR: GL MAP FILE IS EMPTY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * LOOK UP GLM-SOURCE-TYPE IN THE MAP TABLE. WS-GLM-HIT IS
      * THE MATCHING ROW, OR ZERO WHEN THERE IS NONE.
      **********************************************
       FIND-MAP-ENTRY.
           MOVE 0 TO WS-GLM-HIT.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                     UNTIL WS-GLM-SUB > GL-MAPS-LOADED
              IF WS-GLM-SOURCE(WS-GLM-SUB) = GLM-SOURCE-TYPE
                 MOVE WS-GLM-SUB TO WS-GLM-HIT
                 MOVE GL-MAPS-LOADED TO WS-GLM-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT GL-POSTING-FILE.
           IF GL-POSTING-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL POSTING FILE: '
                      GL-POSTING-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT-FILE: ' RPT-STATUS
              STOP RUN
           END-IF.

           WRITE REPORT-REC FROM WS-RPT-HDR1
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * READ THE JOURNAL IN POSTING ORDER AND ACCUMULATE EACH
      * RECORD INTO ITS BUSINESS DAY
      **********************************************
       PROCESS-JOURNAL.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF JRNL-STATUS = '00'
                      ADD 1 TO TOTAL-JRNL
                      PERFORM PROCESS-ONE-JOURNAL
                   ELSE
                      DISPLAY 'ERROR READING JOURNAL: ' JRNL-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * SCREEN ONE JOURNAL RECORD FOR EXCEPTIONS, CLOSE THE
      * CURRENT DAY IF THE POSTING DATE HAS CHANGED, THEN ADD THE
      * AMOUNT TO ITS SOURCE TYPE'S CREDIT OR DEBIT TOTAL.
      **********************************************
       PROCESS-ONE-JOURNAL.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE JRNL-SOURCE-TYPE TO GLM-SOURCE-TYPE.
           PERFORM FIND-MAP-ENTRY.

           EVALUATE TRUE
              WHEN JRNL-POST-DATE IS NOT NUMERIC
                 MOVE 'NO POSTING DATE' TO WS-EXC-REASON
              WHEN JRNL-POST-DATE = ZERO
                 MOVE 'NO POSTING DATE' TO WS-EXC-REASON
              WHEN JRNL-TYPE NOT = 'C' AND JRNL-TYPE NOT = 'D'
                 MOVE 'UNKNOWN JOURNAL TYPE' TO WS-EXC-REASON
              WHEN WS-GLM-HIT = 0
                 MOVE 'UNMAPPED SOURCE TYPE' TO WS-EXC-REASON
           END-EVALUATE.

           IF WS-EXC-REASON NOT = SPACES
              PERFORM RECORD-EXCEPTION
           ELSE
              IF DAY-OPEN AND JRNL-POST-DATE NOT = WS-CUR-DATE
                 PERFORM WRITE-DAY-BATCH
              END-IF
              IF NO-DAY-OPEN
                 MOVE JRNL-POST-DATE TO WS-CUR-DATE
                 SET DAY-OPEN TO TRUE
              END-IF
              IF JRNL-TYPE = 'C'
                 ADD JRNL-AMOUNT TO WS-GLM-CUST-CR(WS-GLM-HIT)
              ELSE
                 ADD JRNL-AMOUNT TO WS-GLM-CUST-DR(WS-GLM-HIT)
              END-IF
              ADD 1 TO TOTAL-MAPPED
           END-IF.

      **********************************************
      * HOLD ONE EXCEPTION FOR THE EXCEPTION SECTION. PAST THE
      * TABLE CAPACITY THE EXCEPTION IS STILL COUNTED AND THE
      * SECTION SAYS HOW MANY WERE NOT LISTED.
      **********************************************
       RECORD-EXCEPTION.
           ADD 1 TO TOTAL-EXC.
           ADD JRNL-AMOUNT TO TOTAL-EXC-AMT.
           IF EXC-LISTED < EXC-TABLE-MAX
              ADD 1 TO EXC-LISTED
              MOVE JRNL-ACCT-ID TO EXC-ACCT-ID(EXC-LISTED)
              MOVE JRNL-TYPE TO EXC-TYPE(EXC-LISTED)
              MOVE JRNL-SOURCE-TYPE TO EXC-SOURCE(EXC-LISTED)
              MOVE JRNL-AMOUNT TO EXC-AMOUNT(EXC-LISTED)
              MOVE JRNL-REF-ID TO EXC-REF-ID(EXC-LISTED)
              MOVE JRNL-REC(50:8) TO EXC-POST-DATE(EXC-LISTED)
              MOVE WS-EXC-REASON TO EXC-REASON(EXC-LISTED)
           END-IF.

      **********************************************
      * WRITES THE GL BATCH FOR THE BUSINESS DAY JUST ENDED:
      * HEADER, ONE DEBIT/CREDIT PAIR PER SOURCE TYPE AND
      * DIRECTION WITH A NON-ZERO TOTAL, AND THE CONTROL TRAILER.
      * THE TRAILER TOTALS MUST AGREE OR THE RUN IS STOPPED.
      **********************************************
       WRITE-DAY-BATCH.
           MOVE 0 TO WS-GL-REC-COUNT.
           MOVE 0 TO WS-GL-TOT-DR.
           MOVE 0 TO WS-GL-TOT-CR.

           MOVE WS-CUR-DATE TO GLH-RUN-DATE.
           WRITE GL-POSTING-REC FROM GL-HEADER-LAYOUT.
           PERFORM CHECK-GL-STATUS.

           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                     UNTIL WS-GLM-SUB > GL-MAPS-LOADED
              IF WS-GLM-CUST-CR(WS-GLM-SUB) > 0
                 MOVE WS-GLM-CUST-CR(WS-GLM-SUB) TO WS-GL-AMOUNT
                 MOVE WS-GLM-DEBIT(WS-GLM-SUB) TO GLD-ACCOUNT
                 MOVE 'D' TO GLD-DRCR
                 PERFORM WRITE-GL-DETAIL
                 MOVE WS-GLM-CREDIT(WS-GLM-SUB) TO GLD-ACCOUNT
                 MOVE 'C' TO GLD-DRCR
                 PERFORM WRITE-GL-DETAIL
              END-IF
              IF WS-GLM-CUST-DR(WS-GLM-SUB) > 0
                 MOVE WS-GLM-CUST-DR(WS-GLM-SUB) TO WS-GL-AMOUNT
                 MOVE WS-GLM-CREDIT(WS-GLM-SUB) TO GLD-ACCOUNT
                 MOVE 'D' TO GLD-DRCR
                 PERFORM WRITE-GL-DETAIL
                 MOVE WS-GLM-DEBIT(WS-GLM-SUB) TO GLD-ACCOUNT
                 MOVE 'C' TO GLD-DRCR
                 PERFORM WRITE-GL-DETAIL
              END-IF
              MOVE 0 TO WS-GLM-CUST-CR(WS-GLM-SUB)
              MOVE 0 TO WS-GLM-CUST-DR(WS-GLM-SUB)
           END-PERFORM.

           MOVE WS-GL-REC-COUNT TO GLT-REC-COUNT.
           MOVE WS-GL-TOT-DR TO GLT-TOT-DR.
           MOVE WS-GL-TOT-CR TO GLT-TOT-CR.
           WRITE GL-POSTING-REC FROM GL-TRAILER-LAYOUT.
           PERFORM CHECK-GL-STATUS.

           ADD 1 TO TOTAL-DAYS.
           ADD WS-GL-REC-COUNT TO TOTAL-GL-RECS.
           ADD WS-GL-TOT-DR TO TOTAL-GL-AMT.

           MOVE WS-CUR-DATE TO DAY-DATE.
           MOVE WS-GL-REC-COUNT TO DAY-REC-COUNT.
           MOVE WS-GL-TOT-DR TO DAY-TOT-DR.
           MOVE WS-GL-TOT-CR TO DAY-TOT-CR.
           IF WS-GL-TOT-DR = WS-GL-TOT-CR
              MOVE 'OK' TO DAY-RESULT
           ELSE
              MOVE '**' TO DAY-RESULT
           END-IF.
           WRITE REPORT-REC FROM WS-DAY-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           IF WS-GL-TOT-DR NOT = WS-GL-TOT-CR
              DISPLAY 'GL BATCH OUT OF BALANCE FOR ' WS-CUR-DATE
              DISPLAY 'TOTAL DEBITS:  ' GLT-TOT-DR
              DISPLAY 'TOTAL CREDITS: ' GLT-TOT-CR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET NO-DAY-OPEN TO TRUE.

      **********************************************
      * WRITES ONE GLDT RECORD AND ROLLS ITS AMOUNT INTO THE
      * TRAILER TOTALS.
      **********************************************
       WRITE-GL-DETAIL.
           MOVE WS-GLM-REGION(WS-GLM-SUB) TO GLD-REGION.
           MOVE WS-GL-AMOUNT TO GLD-AMOUNT.
           WRITE GL-POSTING-REC FROM GL-DETAIL-LAYOUT.
           PERFORM CHECK-GL-STATUS.
           ADD 1 TO WS-GL-REC-COUNT.
           IF GLD-DRCR = 'D'
              ADD WS-GL-AMOUNT TO WS-GL-TOT-DR
           ELSE
              ADD WS-GL-AMOUNT TO WS-GL-TOT-CR
           END-IF.

      **********************************************
      * LISTS EVERY EXCEPTION HELD, WITH ITS REASON, IN ITS OWN
      * SECTION AFTER THE DAY TOTALS
      **********************************************
       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE REPORT-REC FROM WS-EXC-HDR1
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           IF TOTAL-EXC = 0
              MOVE 'NONE' TO REPORT-REC
              WRITE REPORT-REC
              END-WRITE
              PERFORM CHECK-REPORT-STATUS
           ELSE
              WRITE REPORT-REC FROM WS-EXC-HDR2
              END-WRITE
              PERFORM CHECK-REPORT-STATUS
              PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                        UNTIL WS-EXC-SUB > EXC-LISTED
                 MOVE EXC-ACCT-ID(WS-EXC-SUB) TO EXL-ACCT-ID
                 MOVE EXC-TYPE(WS-EXC-SUB) TO EXL-TYPE
                 MOVE EXC-SOURCE(WS-EXC-SUB) TO EXL-SOURCE
                 MOVE EXC-AMOUNT(WS-EXC-SUB) TO EXL-AMOUNT
                 MOVE EXC-REF-ID(WS-EXC-SUB) TO EXL-REF-ID
                 MOVE EXC-POST-DATE(WS-EXC-SUB) TO EXL-POST-DATE
                 MOVE EXC-REASON(WS-EXC-SUB) TO EXL-REASON
                 WRITE REPORT-REC FROM WS-EXC-LINE
                 END-WRITE
                 PERFORM CHECK-REPORT-STATUS
              END-PERFORM
              IF TOTAL-EXC > EXC-LISTED
                 MOVE SPACES TO WS-TOT-LINE
                 MOVE 'FURTHER EXCEPTIONS NOT LISTED' TO TOT-LABEL
                 COMPUTE TOT-CNT = TOTAL-EXC - EXC-LISTED
                 MOVE ZERO TO TOT-AMT
                 WRITE REPORT-REC FROM WS-TOT-LINE
                 END-WRITE
                 PERFORM CHECK-REPORT-STATUS
              END-IF
           END-IF.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'TOTAL EXCEPTIONS' TO TOT-LABEL.
           MOVE TOTAL-EXC TO TOT-CNT.
           MOVE TOTAL-EXC-AMT TO TOT-AMT.
           WRITE REPORT-REC FROM WS-TOT-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * CHECKS THE GL POSTING FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-GL-STATUS.
           IF GL-POSTING-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL POSTING FILE: '
                      GL-POSTING-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CHECKS THE REPORT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-REPORT-STATUS.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT-FILE: ' RPT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING JOURNAL: ' JRNL-STATUS
           END-IF.

           CLOSE GL-POSTING-FILE.
           IF GL-POSTING-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL POSTING FILE: '
                      GL-POSTING-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT: ' RPT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'RETAIL BANKING GL EXTRACT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'JOURNAL RECORDS READ: ' TOTAL-JRNL.
           DISPLAY 'MAPPED TO GL:         ' TOTAL-MAPPED.
           DISPLAY 'BUSINESS DAYS:        ' TOTAL-DAYS.
           DISPLAY 'GL DETAIL RECORDS:    ' TOTAL-GL-RECS.
           DISPLAY 'GL DEBITS = CREDITS:  ' TOTAL-GL-AMT.
           DISPLAY 'EXCEPTIONS:           ' TOTAL-EXC.
           DISPLAY '========================================'.
