      ******************************************************************
      * LOAN REPAYMENT POSTING AND DELINQUENCY TRACKING                *
      *                                                                *
      * PURPOSE:                                                       *
      * SERVICING FOR THE LOANS BOOKED BY JOBBK23. APPLIES THE LOAN    *
      * PAYMENTS FILE AGAINST EACH LOAN'S AMORTIZATION SCHEDULE        *
      * (JOBAM23), SPLITS EVERY PAYMENT INTO INTEREST AND PRINCIPAL,   *
      * REDUCES THE LOAN BALANCE AND THE CUSTOMER'S CURRENT-DEBT ON    *
      * CREDIT.MASTER, AND TRACKS HOW FAR EACH LOAN IS PAST DUE SO     *
      * THE CREDIT CHECKS IN JOBSUB23 SEE REAL REPAYMENT BEHAVIOR.     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD: SCHDD IS THE SCHEDULE HISTORY FOR ALL        *
      *     BOOKED LOANS (EVERY JOBAM23 RUN'S SCHEDULE FILE). EACH     *
      *     LOAN'S PAYMENTS ARE KEPT TOGETHER IN PAYMENT ORDER; IF A   *
      *     REQUEST-ID WAS SCHEDULED TWICE THE LATER SCHEDULE WINS.    *
      *     THE PAYMENTS FILE (PAYDD) IS LOADED IN ARRIVAL ORDER; A    *
      *     ZERO OR NON-NUMERIC AMOUNT OR AN INVALID DATE IS REJECTED. *
      *   PHASE 2 - POST: EVERY ACTIVE LOAN ON THE LOAN MASTER IS      *
      *     READ IN KEY ORDER. ITS PAYMENTS ARE APPLIED TO THE OLDEST  *
      *     UNPAID INSTALLMENT FIRST, INTEREST BEFORE PRINCIPAL, ONE   *
      *     INSTALLMENT AFTER ANOTHER; A PAYMENT SHORT OF THE          *
      *     INSTALLMENT IS HELD AS A PART PAYMENT AGAINST IT. ONLY     *
      *     THE PRINCIPAL PART REDUCES LM-BALANCE AND CURRENT-DEBT.    *
      *     MONEY LEFT OVER ONCE EVERY INSTALLMENT IS PAID IS          *
      *     REPORTED AS AN OVERPAYMENT TO REFUND. A LOAN WITH EVERY    *
      *     INSTALLMENT PAID IS MARKED PAID OFF.                       *
      *   PHASE 3 - AGE: DAYS PAST DUE = RUN DATE MINUS THE DUE DATE   *
      *     OF THE OLDEST UNPAID INSTALLMENT (ZERO IF NOT YET DUE).    *
      *     EACH INSTALLMENT THAT REACHES 30 DAYS UNPAID, OR IS PAID   *
      *     30 OR MORE DAYS AFTER ITS DUE DATE, ADDS ONE TO THE        *
      *     CUSTOMER'S LATE-PAYMENTS (ONCE PER INSTALLMENT, HELD AT    *
      *     99). LOANS 30 OR MORE DAYS PAST DUE ARE LISTED ON THE      *
      *     DELINQUENCY REPORT IN 30-59, 60-89 AND 90+ DAY BUCKETS     *
      *     WITH BUCKET TOTALS.                                        *
      *   PAYMENTS FOR A REQUEST-ID WITH NO ACTIVE LOAN, AND LOANS     *
      *   WHOSE SCHEDULE IS MISSING OR DISAGREES WITH THE TERM, ARE    *
      *   REPORTED ON THE POSTING REPORT AND LEFT UNTOUCHED.           *
      *   RETURN CODE 4 WHEN ANY PAYMENT WAS REJECTED.                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  INSTALLMENTS PAID 30 OR MORE DAYS AFTER THEIR *
      *                  DUE DATE NOW TAKE A LATE MARK WHEN THE        *
      *                  PAYMENT IS POSTED.                            *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PAYDD (LOAN.PAYMENTS) - PAYMENTS RECEIVED (PS)         *
      *         SCHDD (AMORT.SCHEDULE) - JOBAM23 SCHEDULE HISTORY (PS) *
      * IN/OUT: LNMDD (LOAN.MASTER) - VSAM KSDS BOOKED LOANS           *
      *         VSAMDD (CREDIT.MASTER) - VSAM KSDS CUSTOMER MASTER     *
      * OUTPUT: RPTDD (REPAY.POSTING) - POSTING REPORT (PS, 80 B)      *
      *         DLQDD (REPAY.DELINQ) - DELINQUENCY REPORT (PS, 80 B)   *
      *         PAIDDD (REPAY.PAIDOFF) - PAID-OFF LOANS (PS, 80 B)     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRP23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYMENT-FILE ASSIGN TO PAYDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAYMENT-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO SCHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LNMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LM-REQUEST-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS VSAM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT DELINQ-FILE ASSIGN TO DLQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DELINQ-STATUS.

           SELECT PAIDOFF-FILE ASSIGN TO PAIDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAIDOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ONE RECORD PER PAYMENT RECEIVED
       FD PAYMENT-FILE RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PAY-REQUEST-ID PIC X(6).
          05 PAY-DATE PIC X(8).
          05 PAY-DATE-N REDEFINES PAY-DATE PIC 9(8).
          05 PAY-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(57).

      * AMORTIZATION SCHEDULE, IN THE JOBAM23 LAYOUT
       FD SCHEDULE-FILE RECORDING MODE IS F.
       01 SCHEDULE-REC.
          05 SCH-REQUEST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 SCH-PAYMENT-NO PIC 9(3).
          05 FILLER PIC X(1).
          05 SCH-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 SCH-PRINCIPAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SCH-INTEREST PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SCH-BALANCE PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SCH-ANNUAL-RATE PIC 9(2)V999.
          05 FILLER PIC X(25).

      * BOOKED LOANS, IN THE JOBBK23 LAYOUT
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
          05 LM-REQUEST-ID PIC X(6).
          05 LM-CUST-ID PIC X(6).
          05 LM-PRINCIPAL PIC 9(7)V99.
          05 LM-ANNUAL-RATE PIC 9(2)V999.
          05 LM-TERM-MONTHS PIC 9(3).
          05 LM-FIRST-DUE-DATE PIC 9(8).
          05 LM-INSTALLMENT PIC 9(7)V99.
          05 LM-BOOKED-DATE PIC 9(8).
          05 LM-STATUS PIC X(1).
             88 LM-ACTIVE VALUE 'A'.
             88 LM-PAID-OFF VALUE 'P'.
          05 LM-BALANCE PIC 9(7)V99.
          05 LM-PAID-INSTALLMENTS PIC 9(3).
          05 LM-PART-PAID PIC 9(7)V99.
          05 LM-LAST-PAY-DATE PIC 9(8).
          05 LM-DAYS-PAST-DUE PIC 9(4).
          05 LM-LATE-REPORTED PIC 9(3).
          05 FILLER PIC X(9).

      * CUSTOMER MASTER, IN THE JOBSUB23 LAYOUT
       FD VSAM-FILE.
       01 CUST-REC.
          05 CUST-ID PIC X(6).
          05 CUST-NAME PIC X(25).
          05 CREDIT-SCORE PIC 9(3).
          05 LATE-PAYMENTS PIC 9(2).
          05 CURRENT-DEBT PIC 9(5)V99.
          05 FILLER PIC X(37).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD DELINQ-FILE RECORDING MODE IS F.
       01 DELINQ-REC PIC X(80).

       FD PAIDOFF-FILE RECORDING MODE IS F.
       01 PAIDOFF-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 PAYMENT-STATUS PIC X(2).
          05 SCHEDULE-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 DELINQ-STATUS PIC X(2).
          05 PAIDOFF-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-LOAN-FOUND PIC X(1) VALUE 'N'.
             88 LOAN-FOUND VALUE 'Y'.
             88 LOAN-NOT-FOUND VALUE 'N'.
          05 WS-LATE-DONE PIC X(1) VALUE 'N'.
             88 LATE-DONE VALUE 'Y'.

      * SCHEDULE INSTALLMENTS, ONE ROW PER SCHEDULED PAYMENT
       01 INST-TABLE-MAX PIC 9(5) VALUE 60000.
       01 INST-COUNT PIC 9(5) VALUE 0.
       01 INST-TABLE.
          05 INST-ENTRY OCCURS 60000 TIMES.
             10 TAB-INST-DUE-DATE PIC 9(8).
             10 TAB-INST-PRINCIPAL PIC 9(7)V99.
             10 TAB-INST-INTEREST PIC 9(7)V99.

      * ONE ROW PER SCHEDULED LOAN: WHERE ITS INSTALLMENTS START
      * IN INST-TABLE AND HOW MANY THERE ARE
       01 LOAN-INDEX-MAX PIC 9(4) VALUE 5000.
       01 LOAN-INDEX-COUNT PIC 9(4) VALUE 0.
       01 LOAN-INDEX-TABLE.
          05 LOAN-INDEX-ENTRY OCCURS 5000 TIMES INDEXED BY LOANIDX.
             10 TAB-LI-REQUEST-ID PIC X(6).
             10 TAB-LI-FIRST-ROW PIC 9(5).
             10 TAB-LI-ROWS PIC 9(3).
       01 WS-LI-SUB PIC 9(4) VALUE 0.
       01 WS-PRIOR-SCH-ID PIC X(6) VALUE SPACES.

      * PAYMENTS RECEIVED, IN ARRIVAL ORDER
       01 PAYT-TABLE-MAX PIC 9(5) VALUE 20000.
       01 PAYT-COUNT PIC 9(5) VALUE 0.
       01 PAYT-TABLE.
          05 PAYT-ENTRY OCCURS 20000 TIMES.
             10 TAB-PAY-REQUEST-ID PIC X(6).
             10 TAB-PAY-DATE PIC 9(8).
             10 TAB-PAY-AMOUNT PIC 9(7)V99.
             10 TAB-PAY-APPLIED PIC X(1).
       01 WS-PAYT-SUB PIC 9(5) VALUE 0.

      * POSTING WORK FIELDS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
       01 WS-ROW PIC 9(5) VALUE 0.
       01 WS-INST-NO PIC 9(4) VALUE 0.
       01 WS-LATE-FROM PIC 9(4) VALUE 0.
       01 WS-REMAINING PIC 9(7)V99 VALUE 0.
       01 WS-INST-DUE PIC 9(7)V99 VALUE 0.
       01 WS-INTEREST-OPEN PIC 9(7)V99 VALUE 0.
       01 WS-APPLY PIC 9(7)V99 VALUE 0.
       01 WS-APPLY-INTEREST PIC 9(7)V99 VALUE 0.
       01 WS-APPLY-PRINCIPAL PIC 9(7)V99 VALUE 0.
       01 WS-PAY-INTEREST PIC 9(7)V99 VALUE 0.
       01 WS-PAY-PRINCIPAL PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-PRINCIPAL-PAID PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-LATE-NEW PIC 9(3) VALUE 0.
       01 WS-DAYS-LATE PIC S9(7) COMP-3 VALUE 0.
       01 WS-REASON PIC X(32) VALUE SPACES.

      * DELINQUENCY BUCKET TOTALS: 1 = 30-59, 2 = 60-89, 3 = 90+
       01 BUCKET-TABLE.
          05 BUCKET-ENTRY OCCURS 3 TIMES.
             10 BKT-LOANS PIC 9(5).
             10 BKT-BALANCE PIC 9(9)V99.
       01 BUCKET-NAMES.
          05 FILLER PIC X(5) VALUE '30-59'.
          05 FILLER PIC X(5) VALUE '60-89'.
          05 FILLER PIC X(5) VALUE '90+  '.
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
          05 BKT-NAME PIC X(5) OCCURS 3 TIMES.
       01 WS-BKT PIC 9(1) VALUE 0.

      * REPORT LINES
       01 EDIT-AMOUNT-1 PIC ZZZZZZ9.99.
       01 EDIT-AMOUNT-2 PIC ZZZZZZ9.99.
       01 EDIT-AMOUNT-3 PIC ZZZZZZ9.99.

       01 DLQ-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'LOAN   CUST   INST DUE-DATE DAYS BUCKET '.
          05 FILLER PIC X(40) VALUE
             '  BALANCE                               '.

       01 DLQ-DETAIL-LINE.
          05 DDL-REQUEST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DDL-CUST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DDL-INST-NO PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DDL-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DDL-DAYS PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DDL-BUCKET PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DDL-BALANCE PIC ZZZZZZ9.99.
          05 FILLER PIC X(31) VALUE SPACES.

       01 DLQ-TOTAL-LINE.
          05 FILLER PIC X(7) VALUE 'BUCKET '.
          05 DTL-BUCKET PIC X(5).
          05 FILLER PIC X(8) VALUE '  LOANS '.
          05 DTL-LOANS PIC ZZZZ9.
          05 FILLER PIC X(10) VALUE '  BALANCE '.
          05 DTL-BALANCE PIC ZZZZZZZZ9.99.
          05 FILLER PIC X(33) VALUE SPACES.

       01 PAID-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'LOAN   CUST    PRINCIPAL BOOKED   LAST-P'.
          05 FILLER PIC X(40) VALUE
             'AID                                     '.

       01 PAID-DETAIL-LINE.
          05 PDL-REQUEST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-CUST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-PRINCIPAL PIC ZZZZZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-BOOKED-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PDL-LAST-PAY-DATE PIC 9(8).
          05 FILLER PIC X(38) VALUE SPACES.

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 PAYMENTS-READ PIC 9(5) VALUE 0.
          05 PAYMENTS-APPLIED PIC 9(5) VALUE 0.
          05 PAYMENTS-REJECTED PIC 9(5) VALUE 0.
          05 LOANS-READ PIC 9(5) VALUE 0.
          05 LOANS-SKIPPED PIC 9(5) VALUE 0.
          05 LOANS-PAID-OFF PIC 9(5) VALUE 0.
          05 LOANS-CURRENT PIC 9(5) VALUE 0.
          05 LOANS-UNDER-30 PIC 9(5) VALUE 0.
          05 LATE-MARKS-ADDED PIC 9(5) VALUE 0.
          05 INTEREST-RECEIVED PIC 9(9)V99 VALUE 0.
          05 PRINCIPAL-RECEIVED PIC 9(9)V99 VALUE 0.
          05 OVERPAID-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-DISP-COUNTERS.
          05 PAYMENTS-READ-DISP PIC Z(4)9.
          05 PAYMENTS-APPLIED-DISP PIC Z(4)9.
          05 PAYMENTS-REJECTED-DISP PIC Z(4)9.
          05 LOANS-READ-DISP PIC Z(4)9.
          05 LOANS-SKIPPED-DISP PIC Z(4)9.
          05 LOANS-PAID-OFF-DISP PIC Z(4)9.
          05 LOANS-CURRENT-DISP PIC Z(4)9.
          05 LOANS-UNDER-30-DISP PIC Z(4)9.
          05 LATE-MARKS-ADDED-DISP PIC Z(4)9.
          05 INTEREST-RECEIVED-DISP PIC Z(8)9.99.
          05 PRINCIPAL-RECEIVED-DISP PIC Z(8)9.99.
          05 OVERPAID-TOTAL-DISP PIC Z(8)9.99.
          05 BKT-LOANS-DISP PIC Z(4)9 OCCURS 3 TIMES.

      **********************************************
      * MAIN FLOW: OPEN -> LOAD SCHEDULES AND PAYMENTS -> POST
      * AND AGE EVERY ACTIVE LOAN -> REPORT STRAY PAYMENTS ->
      * BUCKET TOTALS -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           INITIALIZE BUCKET-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM LOAD-PAYMENT-TABLE.
           PERFORM PROCESS-ALL-LOANS.
           PERFORM REPORT-UNMATCHED-PAYMENTS.
           PERFORM WRITE-BUCKET-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF PAYMENTS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT FILE: ' PAYMENT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE FILE: '
                       SCHEDULE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              STOP RUN
           END-IF.

           OPEN I-O VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT DELINQ-FILE.
           IF DELINQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELINQUENCY FILE: '
                       DELINQ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAIDOFF-FILE.
           IF PAIDOFF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAID-OFF FILE: ' PAIDOFF-STATUS
              STOP RUN
           END-IF.

           MOVE DLQ-HEAD-LINE TO DELINQ-REC.
           PERFORM WRITE-DELINQ-LINE.
           MOVE PAID-HEAD-LINE TO PAIDOFF-REC.
           PERFORM WRITE-PAIDOFF-LINE.

      **********************************************
      * LOADS EVERY SCHEDULED INSTALLMENT. A NEW REQUEST-ID
      * STARTS A NEW LOAN INDEX ROW; A REQUEST-ID SEEN BEFORE
      * (RESCHEDULED) IS REPOINTED AT ITS NEWER ROWS.
      **********************************************
       LOAD-SCHEDULE-TABLE.
           PERFORM UNTIL EOF
              READ SCHEDULE-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF SCHEDULE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SCHEDULE FILE: '
                              SCHEDULE-STATUS
                      STOP RUN
                   END-IF
                   PERFORM STORE-INSTALLMENT
              END-READ
           END-PERFORM.
           SET NOT-EOF TO TRUE.
           CLOSE SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SCHEDULE FILE: '
                       SCHEDULE-STATUS
           END-IF.
           DISPLAY 'SCHEDULED LOANS LOADED: ' LOAN-INDEX-COUNT.

      **********************************************
      * STORES ONE SCHEDULE RECORD. A FULL TABLE STOPS THE RUN
      * RATHER THAN POSTING AGAINST A PARTIAL SCHEDULE.
      **********************************************
       STORE-INSTALLMENT.
           IF INST-COUNT >= INST-TABLE-MAX
              DISPLAY 'INSTALLMENT TABLE FULL - INCREASE '
                      'INST-TABLE-MAX'
              STOP RUN
           END-IF.
           ADD 1 TO INST-COUNT.
           MOVE SCH-DUE-DATE TO TAB-INST-DUE-DATE(INST-COUNT).
           MOVE SCH-PRINCIPAL TO TAB-INST-PRINCIPAL(INST-COUNT).
           MOVE SCH-INTEREST TO TAB-INST-INTEREST(INST-COUNT).

           IF SCH-REQUEST-ID = WS-PRIOR-SCH-ID
              AND SCH-PAYMENT-NO NOT = 1
              ADD 1 TO TAB-LI-ROWS(WS-LI-SUB)
              EXIT PARAGRAPH
           END-IF.

           MOVE SCH-REQUEST-ID TO WS-PRIOR-SCH-ID.
           PERFORM FIND-LOAN-INDEX.
           IF LOAN-NOT-FOUND
              IF LOAN-INDEX-COUNT >= LOAN-INDEX-MAX
                 DISPLAY 'LOAN INDEX TABLE FULL - INCREASE '
                         'LOAN-INDEX-MAX'
                 STOP RUN
              END-IF
              ADD 1 TO LOAN-INDEX-COUNT
              MOVE LOAN-INDEX-COUNT TO WS-LI-SUB
              MOVE SCH-REQUEST-ID TO TAB-LI-REQUEST-ID(WS-LI-SUB)
           END-IF.
           MOVE INST-COUNT TO TAB-LI-FIRST-ROW(WS-LI-SUB).
           MOVE 1 TO TAB-LI-ROWS(WS-LI-SUB).

      **********************************************
      * FINDS THE LOAN INDEX ROW FOR WS-PRIOR-SCH-ID. LEAVES ITS
      * SUBSCRIPT IN WS-LI-SUB WHEN FOUND.
      **********************************************
       FIND-LOAN-INDEX.
           SET LOAN-NOT-FOUND TO TRUE.
           IF LOAN-INDEX-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           SET LOANIDX TO 1.
           SEARCH LOAN-INDEX-ENTRY
              AT END
                 CONTINUE
              WHEN LOANIDX > LOAN-INDEX-COUNT
                 CONTINUE
              WHEN TAB-LI-REQUEST-ID(LOANIDX) = WS-PRIOR-SCH-ID
                 SET LOAN-FOUND TO TRUE
                 SET WS-LI-SUB TO LOANIDX
           END-SEARCH.

      **********************************************
      * LOADS THE PAYMENTS RECEIVED. UNUSABLE PAYMENTS ARE
      * REJECTED HERE AND NEVER REACH A LOAN.
      **********************************************
       LOAD-PAYMENT-TABLE.
           PERFORM UNTIL EOF
              READ PAYMENT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PAYMENT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PAYMENT FILE: '
                              PAYMENT-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO PAYMENTS-READ
                   PERFORM STORE-PAYMENT
              END-READ
           END-PERFORM.
           SET NOT-EOF TO TRUE.

      **********************************************
      * VALIDATES AND STORES ONE PAYMENT
      **********************************************
       STORE-PAYMENT.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN PAY-AMOUNT IS NOT NUMERIC
                  MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON
               WHEN PAY-AMOUNT = 0
                  MOVE 'ZERO AMOUNT' TO WS-REASON
               WHEN PAY-DATE IS NOT NUMERIC
                  MOVE 'INVALID PAYMENT DATE' TO WS-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PAY-DATE-N) NOT = 0
                  MOVE 'INVALID PAYMENT DATE' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              PERFORM REJECT-PAYMENT-REC
              EXIT PARAGRAPH
           END-IF.
           IF PAYT-COUNT >= PAYT-TABLE-MAX
              DISPLAY 'PAYMENT TABLE FULL - INCREASE PAYT-TABLE-MAX'
              STOP RUN
           END-IF.
           ADD 1 TO PAYT-COUNT.
           MOVE PAY-REQUEST-ID TO TAB-PAY-REQUEST-ID(PAYT-COUNT).
           MOVE PAY-DATE-N TO TAB-PAY-DATE(PAYT-COUNT).
           MOVE PAY-AMOUNT TO TAB-PAY-AMOUNT(PAYT-COUNT).
           MOVE 'N' TO TAB-PAY-APPLIED(PAYT-COUNT).

      **********************************************
      * REPORTS THE PAYMENT RECORD JUST READ AS REJECTED
      **********************************************
       REJECT-PAYMENT-REC.
           ADD 1 TO PAYMENTS-REJECTED.
           MOVE SPACES TO REPORT-REC.
           STRING PAY-REQUEST-ID DELIMITED BY SIZE
                  ' PAYMENT REJECTED ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE LOAN MASTER IN KEY ORDER AND SERVICES EVERY
      * ACTIVE LOAN
      **********************************************
       PROCESS-ALL-LOANS.
           PERFORM UNTIL EOF
              READ LOAN-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LOAN-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LOAN MASTER: '
                              LOAN-MASTER-STATUS
                      STOP RUN
                   END-IF
                   IF LM-ACTIVE
                      ADD 1 TO LOANS-READ
                      PERFORM SERVICE-ONE-LOAN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * POSTS THE LOAN'S PAYMENTS, AGES IT, REWRITES IT, AND
      * CARRIES THE PRINCIPAL PAID AND NEW LATE MARKS TO THE
      * CUSTOMER. A LOAN WITHOUT A MATCHING SCHEDULE IS LEFT AS
      * IT IS AND ITS PAYMENTS STAY UNAPPLIED.
      **********************************************
       SERVICE-ONE-LOAN.
           MOVE LM-REQUEST-ID TO WS-PRIOR-SCH-ID.
           PERFORM FIND-LOAN-INDEX.
           IF LOAN-NOT-FOUND
              OR TAB-LI-ROWS(WS-LI-SUB) NOT = LM-TERM-MONTHS
              ADD 1 TO LOANS-SKIPPED
              MOVE SPACES TO REPORT-REC
              STRING LM-REQUEST-ID DELIMITED BY SIZE
                     ' LOAN NOT SERVICED - SCHEDULE MISSING OR '
                     DELIMITED BY SIZE
                     'DOES NOT MATCH TERM' DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LOAN-PRINCIPAL-PAID.
           MOVE 0 TO WS-LOAN-LATE-NEW.
           PERFORM VARYING WS-PAYT-SUB FROM 1 BY 1
                   UNTIL WS-PAYT-SUB > PAYT-COUNT
              IF TAB-PAY-REQUEST-ID(WS-PAYT-SUB) = LM-REQUEST-ID
                 PERFORM APPLY-ONE-PAYMENT
              END-IF
           END-PERFORM.

           IF LM-PAID-INSTALLMENTS >= LM-TERM-MONTHS
              SET LM-PAID-OFF TO TRUE
              MOVE 0 TO LM-BALANCE
              MOVE 0 TO LM-DAYS-PAST-DUE
              ADD 1 TO LOANS-PAID-OFF
              PERFORM WRITE-PAID-OFF-LINE
           ELSE
              PERFORM AGE-LOAN
           END-IF.

           REWRITE LOAN-MASTER-REC.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING LOAN MASTER: '
                      LOAN-MASTER-STATUS
              DISPLAY 'REQUEST ID: ' LM-REQUEST-ID
              STOP RUN
           END-IF.

           IF WS-LOAN-PRINCIPAL-PAID > 0 OR WS-LOAN-LATE-NEW > 0
              PERFORM UPDATE-CUSTOMER
           END-IF.

      **********************************************
      * APPLIES THE PAYMENT AT WS-PAYT-SUB TO THE LOAN'S UNPAID
      * INSTALLMENTS, OLDEST FIRST, AND WRITES A POSTING LINE
      * SHOWING THE INTEREST / PRINCIPAL SPLIT
      **********************************************
       APPLY-ONE-PAYMENT.
           MOVE 'Y' TO TAB-PAY-APPLIED(WS-PAYT-SUB).
           ADD 1 TO PAYMENTS-APPLIED.
           MOVE TAB-PAY-AMOUNT(WS-PAYT-SUB) TO WS-REMAINING.
           MOVE 0 TO WS-PAY-INTEREST.
           MOVE 0 TO WS-PAY-PRINCIPAL.
           PERFORM APPLY-TO-INSTALLMENT
              UNTIL WS-REMAINING = 0
                 OR LM-PAID-INSTALLMENTS >= LM-TERM-MONTHS.
           IF TAB-PAY-DATE(WS-PAYT-SUB) > LM-LAST-PAY-DATE
              MOVE TAB-PAY-DATE(WS-PAYT-SUB) TO LM-LAST-PAY-DATE
           END-IF.
           ADD WS-PAY-INTEREST TO INTEREST-RECEIVED.
           ADD WS-PAY-PRINCIPAL TO PRINCIPAL-RECEIVED.
           ADD WS-PAY-PRINCIPAL TO WS-LOAN-PRINCIPAL-PAID.

           MOVE TAB-PAY-AMOUNT(WS-PAYT-SUB) TO EDIT-AMOUNT-1.
           MOVE WS-PAY-INTEREST TO EDIT-AMOUNT-2.
           MOVE WS-PAY-PRINCIPAL TO EDIT-AMOUNT-3.
           MOVE SPACES TO REPORT-REC.
           STRING LM-REQUEST-ID DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMOUNT-1) DELIMITED BY SIZE
                  ' INTEREST ' DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMOUNT-2) DELIMITED BY SIZE
                  ' PRINCIPAL ' DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMOUNT-3) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF WS-REMAINING > 0
              ADD WS-REMAINING TO OVERPAID-TOTAL
              MOVE WS-REMAINING TO EDIT-AMOUNT-1
              MOVE SPACES TO REPORT-REC
              STRING LM-REQUEST-ID DELIMITED BY SIZE
                     ' OVERPAYMENT TO REFUND ' DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-AMOUNT-1) DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * APPLIES AS MUCH OF WS-REMAINING AS THE OLDEST UNPAID
      * INSTALLMENT STILL NEEDS - ITS INTEREST FIRST, THEN ITS
      * PRINCIPAL. A FULLY COVERED INSTALLMENT IS COUNTED PAID,
      * AND IF THE PAYMENT CAME 30 OR MORE DAYS AFTER ITS DUE
      * DATE IT TAKES ITS LATE MARK NOW - AGING ONLY LOOKS AT
      * THE INSTALLMENTS STILL UNPAID.
      **********************************************
       APPLY-TO-INSTALLMENT.
           COMPUTE WS-ROW = TAB-LI-FIRST-ROW(WS-LI-SUB)
                          + LM-PAID-INSTALLMENTS.
           COMPUTE WS-INST-DUE = TAB-INST-INTEREST(WS-ROW)
                               + TAB-INST-PRINCIPAL(WS-ROW)
                               - LM-PART-PAID.
           IF LM-PART-PAID < TAB-INST-INTEREST(WS-ROW)
              COMPUTE WS-INTEREST-OPEN =
                 TAB-INST-INTEREST(WS-ROW) - LM-PART-PAID
           ELSE
              MOVE 0 TO WS-INTEREST-OPEN
           END-IF.

           IF WS-REMAINING < WS-INST-DUE
              MOVE WS-REMAINING TO WS-APPLY
           ELSE
              MOVE WS-INST-DUE TO WS-APPLY
           END-IF.
           IF WS-APPLY < WS-INTEREST-OPEN
              MOVE WS-APPLY TO WS-APPLY-INTEREST
           ELSE
              MOVE WS-INTEREST-OPEN TO WS-APPLY-INTEREST
           END-IF.
           COMPUTE WS-APPLY-PRINCIPAL = WS-APPLY - WS-APPLY-INTEREST.

           ADD WS-APPLY-INTEREST TO WS-PAY-INTEREST.
           ADD WS-APPLY-PRINCIPAL TO WS-PAY-PRINCIPAL.
           SUBTRACT WS-APPLY FROM WS-REMAINING.
           IF WS-APPLY-PRINCIPAL > LM-BALANCE
              MOVE 0 TO LM-BALANCE
           ELSE
              SUBTRACT WS-APPLY-PRINCIPAL FROM LM-BALANCE
           END-IF.

           IF WS-APPLY = WS-INST-DUE
              COMPUTE WS-INST-NO = LM-PAID-INSTALLMENTS + 1
              COMPUTE WS-DAYS-LATE =
                 FUNCTION INTEGER-OF-DATE(TAB-PAY-DATE(WS-PAYT-SUB))
                 - FUNCTION INTEGER-OF-DATE(TAB-INST-DUE-DATE(WS-ROW))
              IF WS-DAYS-LATE >= 30
                 AND WS-INST-NO > LM-LATE-REPORTED
                 MOVE WS-INST-NO TO LM-LATE-REPORTED
                 ADD 1 TO WS-LOAN-LATE-NEW
                 ADD 1 TO LATE-MARKS-ADDED
              END-IF
              ADD 1 TO LM-PAID-INSTALLMENTS
              MOVE 0 TO LM-PART-PAID
           ELSE
              ADD WS-APPLY TO LM-PART-PAID
           END-IF.

      **********************************************
      * WORKS OUT DAYS PAST DUE FROM THE OLDEST UNPAID
      * INSTALLMENT, RAISES A LATE MARK FOR EACH INSTALLMENT NOW
      * 30 OR MORE DAYS UNPAID THAT HAS NOT HAD ONE, AND LISTS
      * THE LOAN ON THE DELINQUENCY REPORT AT 30+ DAYS.
      **********************************************
       AGE-LOAN.
           COMPUTE WS-ROW = TAB-LI-FIRST-ROW(WS-LI-SUB)
                          + LM-PAID-INSTALLMENTS.
           COMPUTE WS-DAYS-LATE = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(TAB-INST-DUE-DATE(WS-ROW)).
           IF WS-DAYS-LATE < 0
              MOVE 0 TO WS-DAYS-LATE
           END-IF.
           IF WS-DAYS-LATE > 9999
              MOVE 9999 TO LM-DAYS-PAST-DUE
           ELSE
              MOVE WS-DAYS-LATE TO LM-DAYS-PAST-DUE
           END-IF.

           IF LM-LATE-REPORTED > LM-PAID-INSTALLMENTS
              COMPUTE WS-LATE-FROM = LM-LATE-REPORTED + 1
           ELSE
              COMPUTE WS-LATE-FROM = LM-PAID-INSTALLMENTS + 1
           END-IF.
           MOVE 'N' TO WS-LATE-DONE.
           PERFORM CHECK-LATE-INSTALLMENT
              VARYING WS-INST-NO FROM WS-LATE-FROM BY 1
              UNTIL WS-INST-NO > LM-TERM-MONTHS OR LATE-DONE.

           EVALUATE TRUE
               WHEN LM-DAYS-PAST-DUE = 0
                  ADD 1 TO LOANS-CURRENT
                  EXIT PARAGRAPH
               WHEN LM-DAYS-PAST-DUE < 30
                  ADD 1 TO LOANS-UNDER-30
                  EXIT PARAGRAPH
               WHEN LM-DAYS-PAST-DUE < 60
                  MOVE 1 TO WS-BKT
               WHEN LM-DAYS-PAST-DUE < 90
                  MOVE 2 TO WS-BKT
               WHEN OTHER
                  MOVE 3 TO WS-BKT
           END-EVALUATE.
           ADD 1 TO BKT-LOANS(WS-BKT).
           ADD LM-BALANCE TO BKT-BALANCE(WS-BKT).

           COMPUTE WS-INST-NO = LM-PAID-INSTALLMENTS + 1.
           MOVE LM-REQUEST-ID TO DDL-REQUEST-ID.
           MOVE LM-CUST-ID TO DDL-CUST-ID.
           MOVE WS-INST-NO TO DDL-INST-NO.
           MOVE TAB-INST-DUE-DATE(WS-ROW) TO DDL-DUE-DATE.
           MOVE LM-DAYS-PAST-DUE TO DDL-DAYS.
           MOVE BKT-NAME(WS-BKT) TO DDL-BUCKET.
           MOVE LM-BALANCE TO DDL-BALANCE.
           MOVE DLQ-DETAIL-LINE TO DELINQ-REC.
           PERFORM WRITE-DELINQ-LINE.

      **********************************************
      * ONE LATE MARK FOR INSTALLMENT WS-INST-NO IF IT IS NOW 30
      * OR MORE DAYS PAST ITS DUE DATE. DUE DATES RISE WITH THE
      * INSTALLMENT NUMBER, SO THE FIRST ONE NOT YET 30 DAYS
      * LATE ENDS THE CHECK.
      **********************************************
       CHECK-LATE-INSTALLMENT.
           COMPUTE WS-ROW = TAB-LI-FIRST-ROW(WS-LI-SUB)
                          + WS-INST-NO - 1.
           COMPUTE WS-DAYS-LATE = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(TAB-INST-DUE-DATE(WS-ROW)).
           IF WS-DAYS-LATE < 30
              SET LATE-DONE TO TRUE
           ELSE
              MOVE WS-INST-NO TO LM-LATE-REPORTED
              ADD 1 TO WS-LOAN-LATE-NEW
              ADD 1 TO LATE-MARKS-ADDED
           END-IF.
           COMPUTE WS-ROW = TAB-LI-FIRST-ROW(WS-LI-SUB)
                          + LM-PAID-INSTALLMENTS.

      **********************************************
      * TAKES THE LOAN'S PRINCIPAL PAID OFF THE CUSTOMER'S
      * CURRENT-DEBT (NOT BELOW ZERO) AND ADDS ITS NEW LATE
      * MARKS TO LATE-PAYMENTS (HELD AT 99)
      **********************************************
       UPDATE-CUSTOMER.
           MOVE LM-CUST-ID TO CUST-ID.
           READ VSAM-FILE
               INVALID KEY
                  IF VSAM-STATUS = '23'
                     MOVE SPACES TO REPORT-REC
                     STRING LM-REQUEST-ID DELIMITED BY SIZE
                            ' CUSTOMER ' DELIMITED BY SIZE
                            LM-CUST-ID DELIMITED BY SIZE
                            ' NOT ON CREDIT MASTER - NOT UPDATED'
                            DELIMITED BY SIZE
                            INTO REPORT-REC
                     END-STRING
                     PERFORM WRITE-REPORT-LINE
                     EXIT PARAGRAPH
                  ELSE
                     DISPLAY 'VSAM ERROR: ' VSAM-STATUS
                     DISPLAY 'CUSTOMER ID: ' LM-CUST-ID
                     STOP RUN
                  END-IF
           END-READ.

           IF WS-LOAN-PRINCIPAL-PAID > CURRENT-DEBT
              MOVE 0 TO CURRENT-DEBT
           ELSE
              SUBTRACT WS-LOAN-PRINCIPAL-PAID FROM CURRENT-DEBT
           END-IF.
           IF LATE-PAYMENTS + WS-LOAN-LATE-NEW > 99
              MOVE 99 TO LATE-PAYMENTS
           ELSE
              ADD WS-LOAN-LATE-NEW TO LATE-PAYMENTS
           END-IF.

           REWRITE CUST-REC
               INVALID KEY
                  DISPLAY 'ERROR REWRITING CUSTOMER: ' VSAM-STATUS
                  DISPLAY 'CUSTOMER ID: ' CUST-ID
                  STOP RUN
           END-REWRITE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CUSTOMER: ' VSAM-STATUS
              DISPLAY 'CUSTOMER ID: ' CUST-ID
              STOP RUN
           END-IF.

      **********************************************
      * ONE LINE ON THE PAID-OFF LIST
      **********************************************
       WRITE-PAID-OFF-LINE.
           MOVE LM-REQUEST-ID TO PDL-REQUEST-ID.
           MOVE LM-CUST-ID TO PDL-CUST-ID.
           MOVE LM-PRINCIPAL TO PDL-PRINCIPAL.
           MOVE LM-BOOKED-DATE TO PDL-BOOKED-DATE.
           MOVE LM-LAST-PAY-DATE TO PDL-LAST-PAY-DATE.
           MOVE PAID-DETAIL-LINE TO PAIDOFF-REC.
           PERFORM WRITE-PAIDOFF-LINE.

      **********************************************
      * PAYMENTS THAT MATCHED NO ACTIVE, SERVICEABLE LOAN ARE
      * REJECTED ON THE POSTING REPORT
      **********************************************
       REPORT-UNMATCHED-PAYMENTS.
           PERFORM VARYING WS-PAYT-SUB FROM 1 BY 1
                   UNTIL WS-PAYT-SUB > PAYT-COUNT
              IF TAB-PAY-APPLIED(WS-PAYT-SUB) = 'N'
                 ADD 1 TO PAYMENTS-REJECTED
                 MOVE TAB-PAY-AMOUNT(WS-PAYT-SUB) TO EDIT-AMOUNT-1
                 MOVE SPACES TO REPORT-REC
                 STRING TAB-PAY-REQUEST-ID(WS-PAYT-SUB)
                        DELIMITED BY SIZE
                        ' PAYMENT REJECTED NO SERVICEABLE LOAN '
                        DELIMITED BY SIZE
                        FUNCTION TRIM(EDIT-AMOUNT-1) DELIMITED BY SIZE
                        INTO REPORT-REC
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * BUCKET TOTALS AT THE FOOT OF THE DELINQUENCY REPORT
      **********************************************
       WRITE-BUCKET-TOTALS.
           MOVE SPACES TO DELINQ-REC.
           PERFORM WRITE-DELINQ-LINE.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
              MOVE BKT-NAME(WS-BKT) TO DTL-BUCKET
              MOVE BKT-LOANS(WS-BKT) TO DTL-LOANS
              MOVE BKT-BALANCE(WS-BKT) TO DTL-BALANCE
              MOVE DLQ-TOTAL-LINE TO DELINQ-REC
              PERFORM WRITE-DELINQ-LINE
           END-PERFORM.

      **********************************************
      * OUTPUT WRITERS WITH STATUS CHECKS
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

       WRITE-DELINQ-LINE.
           WRITE DELINQ-REC.
           IF DELINQ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELINQUENCY FILE: '
                      DELINQ-STATUS
              STOP RUN
           END-IF.

       WRITE-PAIDOFF-LINE.
           WRITE PAIDOFF-REC.
           IF PAIDOFF-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAID-OFF FILE: ' PAIDOFF-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PAYMENT-FILE.
           IF PAYMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT FILE: '
                       PAYMENT-STATUS
           END-IF.

           CLOSE LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN MASTER: '
                       LOAN-MASTER-STATUS
           END-IF.

           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

           CLOSE DELINQ-FILE.
           IF DELINQ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DELINQUENCY FILE: '
                       DELINQ-STATUS
           END-IF.

           CLOSE PAIDOFF-FILE.
           IF PAIDOFF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAID-OFF FILE: '
                       PAIDOFF-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE PAYMENTS-READ TO PAYMENTS-READ-DISP.
           MOVE PAYMENTS-APPLIED TO PAYMENTS-APPLIED-DISP.
           MOVE PAYMENTS-REJECTED TO PAYMENTS-REJECTED-DISP.
           MOVE LOANS-READ TO LOANS-READ-DISP.
           MOVE LOANS-SKIPPED TO LOANS-SKIPPED-DISP.
           MOVE LOANS-PAID-OFF TO LOANS-PAID-OFF-DISP.
           MOVE LOANS-CURRENT TO LOANS-CURRENT-DISP.
           MOVE LOANS-UNDER-30 TO LOANS-UNDER-30-DISP.
           MOVE LATE-MARKS-ADDED TO LATE-MARKS-ADDED-DISP.
           MOVE INTEREST-RECEIVED TO INTEREST-RECEIVED-DISP.
           MOVE PRINCIPAL-RECEIVED TO PRINCIPAL-RECEIVED-DISP.
           MOVE OVERPAID-TOTAL TO OVERPAID-TOTAL-DISP.
           MOVE BKT-LOANS(1) TO BKT-LOANS-DISP(1).
           MOVE BKT-LOANS(2) TO BKT-LOANS-DISP(2).
           MOVE BKT-LOANS(3) TO BKT-LOANS-DISP(3).

           DISPLAY '========================================'.
           DISPLAY 'LOAN REPAYMENT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAYMENTS READ:      ' PAYMENTS-READ-DISP.
           DISPLAY 'PAYMENTS APPLIED:   ' PAYMENTS-APPLIED-DISP.
           DISPLAY 'PAYMENTS REJECTED:  ' PAYMENTS-REJECTED-DISP.
           DISPLAY 'ACTIVE LOANS READ:  ' LOANS-READ-DISP.
           DISPLAY 'LOANS NOT SERVICED: ' LOANS-SKIPPED-DISP.
           DISPLAY 'LOANS PAID OFF:     ' LOANS-PAID-OFF-DISP.
           DISPLAY 'LOANS CURRENT:      ' LOANS-CURRENT-DISP.
           DISPLAY 'LOANS 1-29 DAYS:    ' LOANS-UNDER-30-DISP.
           DISPLAY 'LOANS 30-59 DAYS:   ' BKT-LOANS-DISP(1).
           DISPLAY 'LOANS 60-89 DAYS:   ' BKT-LOANS-DISP(2).
           DISPLAY 'LOANS 90+ DAYS:     ' BKT-LOANS-DISP(3).
           DISPLAY 'LATE MARKS ADDED:   ' LATE-MARKS-ADDED-DISP.
           DISPLAY 'INTEREST RECEIVED:  ' INTEREST-RECEIVED-DISP.
           DISPLAY 'PRINCIPAL RECEIVED: ' PRINCIPAL-RECEIVED-DISP.
           DISPLAY 'OVERPAID TO REFUND: ' OVERPAID-TOTAL-DISP.
           DISPLAY '========================================'.
