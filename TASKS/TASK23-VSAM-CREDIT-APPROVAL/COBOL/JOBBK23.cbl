      ******************************************************************
      * LOAN BOOKING FOR THE VSAM CREDIT APPROVAL JOB                  *
      *                                                                *
      * PURPOSE:                                                       *
      * AN APPROVED LOAN WAS SCHEDULED BY JOBAM23 BUT NEVER RECORDED   *
      * ANYWHERE PERMANENT, AND THE CUSTOMER'S CURRENT-DEBT ON         *
      * CREDIT.MASTER DID NOT MOVE, SO THE NEXT APPLICATION WAS        *
      * JUDGED ON STALE DEBT. THIS STEP BOOKS EVERY FUNDED LOAN ONTO   *
      * THE LOAN MASTER AND ADDS ITS PRINCIPAL TO THE CUSTOMER'S       *
      * CURRENT-DEBT.                                                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD: THE AMORTIZATION SCHEDULE (SCHDD) IS         *
      *     SUMMARIZED PER REQUEST-ID: PAYMENT COUNT, FIRST DUE DATE,  *
      *     FIRST INSTALLMENT, ANNUAL RATE AND TOTAL PRINCIPAL.        *
      *   PHASE 2 - BOOK: FOR EACH FINALIZED APPROVAL (APPRDD):        *
      *     ZERO OR NON-NUMERIC AMOUNT/TERM -> REFUSED.                *
      *     NO SCHEDULE FOR THE REQUEST     -> REFUSED.                *
      *     SCHEDULE PAYMENT COUNT OR PRINCIPAL DISAGREES WITH THE     *
      *       APPROVAL                      -> REFUSED.                *
      *     REQUEST-ID ALREADY ON THE LOAN MASTER -> REFUSED AS A      *
      *       DUPLICATE BOOKING (ALSO CATCHES A REQUEST REPEATED IN    *
      *       THE SAME RUN).                                           *
      *     CUSTOMER NOT ON CREDIT.MASTER   -> REFUSED.                *
      *     CURRENT-DEBT + PRINCIPAL TOO LARGE FOR THE FIELD           *
      *                                     -> REFUSED.                *
      *     OTHERWISE THE LOAN MASTER RECORD IS WRITTEN (STATUS        *
      *     ACTIVE, BALANCE = PRINCIPAL, NOTHING PAID YET) AND THE     *
      *     CUSTOMER'S CURRENT-DEBT IS REWRITTEN WITH THE PRINCIPAL    *
      *     ADDED. REPAYMENTS ARE POSTED LATER BY JOBRP23.             *
      *   EVERY APPROVAL GETS A LINE ON THE BOOKING REPORT.            *
      *   RETURN CODE 4 WHEN ANY APPROVAL WAS REFUSED.                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APPRDD (APPROVED.LOANS) - FINALIZED APPROVALS (PS)     *
      *         SCHDD (AMORT.SCHEDULE) - JOBAM23 SCHEDULE RECORDS (PS) *
      * IN/OUT: VSAMDD (CREDIT.MASTER) - VSAM KSDS CUSTOMER MASTER     *
      *         LNMDD (LOAN.MASTER) - VSAM KSDS BOOKED LOANS           *
      * OUTPUT: RPTDD (BOOKING.REPORT) - BOOKING REPORT (PS, 80 B)     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBBK23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPROVED-LOANS-FILE ASSIGN TO APPRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPROVED-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO SCHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.

           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS VSAM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LNMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LM-REQUEST-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * FINALIZED APPROVALS, IN THE JOBAM23 LAYOUT
       FD APPROVED-LOANS-FILE RECORDING MODE IS F.
       01 APPROVED-LOAN-REC.
          05 APPR-REQUEST-ID PIC X(6).
          05 APPR-CUST-ID PIC X(6).
          05 APPR-AMOUNT PIC 9(5)V99.
          05 APPR-TERM-MONTHS PIC 9(3).
          05 APPR-CREDIT-SCORE PIC 9(3).
          05 FILLER PIC X(55).

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

      * CUSTOMER MASTER, IN THE JOBSUB23 LAYOUT
       FD VSAM-FILE.
       01 CUST-REC.
          05 CUST-ID PIC X(6).
          05 CUST-NAME PIC X(25).
          05 CREDIT-SCORE PIC 9(3).
          05 LATE-PAYMENTS PIC 9(2).
          05 CURRENT-DEBT PIC 9(5)V99.
          05 FILLER PIC X(37).

      * ONE RECORD PER BOOKED LOAN, KEYED BY REQUEST-ID
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

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 APPROVED-STATUS PIC X(2).
          05 SCHEDULE-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-SCHED-FOUND PIC X(1) VALUE 'N'.
             88 SCHED-FOUND VALUE 'Y'.
             88 SCHED-NOT-FOUND VALUE 'N'.

      * SCHEDULE SUMMARY PER REQUEST-ID, LOADED FROM SCHDD
       01 SCHED-TABLE-MAX PIC 9(4) VALUE 5000.
       01 SCHED-COUNT PIC 9(4) VALUE 0.
       01 SCHED-TABLE.
          05 SCHED-ENTRY OCCURS 5000 TIMES INDEXED BY SCHEDIDX.
             10 TAB-SCH-REQUEST-ID PIC X(6).
             10 TAB-SCH-PAYMENTS PIC 9(3).
             10 TAB-SCH-FIRST-DUE PIC 9(8).
             10 TAB-SCH-INSTALLMENT PIC 9(7)V99.
             10 TAB-SCH-RATE PIC 9(2)V999.
             10 TAB-SCH-PRINCIPAL PIC 9(9)V99.
       01 WS-SCHED-SUB PIC 9(4) VALUE 0.

      * BOOKING WORK FIELDS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NEW-DEBT PIC 9(5)V99 VALUE 0.
       01 WS-RESULT PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(32) VALUE SPACES.
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       01 WS-DEBT-EDIT PIC ZZZZ9.99.

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 SCHEDULE-RECS-READ PIC 9(7) VALUE 0.
          05 APPROVALS-READ PIC 9(5) VALUE 0.
          05 LOANS-BOOKED PIC 9(5) VALUE 0.
          05 LOANS-REFUSED PIC 9(5) VALUE 0.
          05 DUPLICATES-REFUSED PIC 9(5) VALUE 0.
          05 PRINCIPAL-BOOKED PIC 9(9)V99 VALUE 0.

       01 WS-DISP-COUNTERS.
          05 SCHEDULE-RECS-READ-DISP PIC Z(6)9.
          05 APPROVALS-READ-DISP PIC Z(6)9.
          05 LOANS-BOOKED-DISP PIC Z(6)9.
          05 LOANS-REFUSED-DISP PIC Z(6)9.
          05 DUPLICATES-REFUSED-DISP PIC Z(6)9.
          05 PRINCIPAL-BOOKED-DISP PIC Z(8)9.99.

      **********************************************
      * MAIN FLOW: OPEN -> SUMMARIZE SCHEDULES -> BOOK EVERY
      * APPROVAL -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM PROCESS-ALL-APPROVALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF LOANS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT APPROVED-LOANS-FILE.
           IF APPROVED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVED LOANS FILE: '
                       APPROVED-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE FILE: '
                       SCHEDULE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN I-O LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE SCHEDULE FILE AND KEEPS ONE SUMMARY ROW PER
      * REQUEST-ID. JOBAM23 WRITES EACH LOAN'S PAYMENTS TOGETHER,
      * IN PAYMENT ORDER, SO A NEW REQUEST-ID STARTS A NEW ROW
      * AND PAYMENT 1 SUPPLIES THE FIRST DUE DATE, INSTALLMENT
      * AND RATE.
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
                   ADD 1 TO SCHEDULE-RECS-READ
                   PERFORM STORE-SCHEDULE-PAYMENT
              END-READ
           END-PERFORM.
           SET NOT-EOF TO TRUE.
           CLOSE SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SCHEDULE FILE: '
                       SCHEDULE-STATUS
           END-IF.
           DISPLAY 'SCHEDULED LOANS LOADED: ' SCHED-COUNT.

      **********************************************
      * ADDS ONE SCHEDULE PAYMENT TO ITS LOAN'S SUMMARY ROW,
      * OPENING A NEW ROW WHEN THE REQUEST-ID CHANGES. A FULL
      * TABLE STOPS THE RUN RATHER THAN LEAVING LOANS UNBOOKED.
      **********************************************
       STORE-SCHEDULE-PAYMENT.
           IF SCHED-COUNT = 0
              OR TAB-SCH-REQUEST-ID(SCHED-COUNT) NOT = SCH-REQUEST-ID
              IF SCHED-COUNT >= SCHED-TABLE-MAX
                 DISPLAY 'SCHEDULE TABLE FULL - INCREASE '
                         'SCHED-TABLE-MAX'
                 STOP RUN
              END-IF
              ADD 1 TO SCHED-COUNT
              MOVE SCH-REQUEST-ID TO TAB-SCH-REQUEST-ID(SCHED-COUNT)
              MOVE 0 TO TAB-SCH-PAYMENTS(SCHED-COUNT)
              MOVE SCH-DUE-DATE TO TAB-SCH-FIRST-DUE(SCHED-COUNT)
              COMPUTE TAB-SCH-INSTALLMENT(SCHED-COUNT) =
                 SCH-PRINCIPAL + SCH-INTEREST
              MOVE SCH-ANNUAL-RATE TO TAB-SCH-RATE(SCHED-COUNT)
              MOVE 0 TO TAB-SCH-PRINCIPAL(SCHED-COUNT)
           END-IF.
           ADD 1 TO TAB-SCH-PAYMENTS(SCHED-COUNT).
           ADD SCH-PRINCIPAL TO TAB-SCH-PRINCIPAL(SCHED-COUNT).

      **********************************************
      * READS THE APPROVALS UNTIL EOF AND BOOKS EACH ONE
      **********************************************
       PROCESS-ALL-APPROVALS.
           PERFORM UNTIL EOF
              READ APPROVED-LOANS-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APPROVED-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPROVED LOANS: '
                              APPROVED-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO APPROVALS-READ
                   MOVE SPACES TO WS-RESULT
                   MOVE SPACES TO WS-REASON
                   PERFORM BOOK-ONE-LOAN
                   PERFORM WRITE-BOOKING-LINE
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE APPROVAL AND, IF EVERYTHING AGREES, WRITES
      * THE LOAN MASTER RECORD AND RAISES THE CUSTOMER'S DEBT.
      * ANY FAILURE LEAVES WS-RESULT 'REFUSED' WITH THE REASON.
      **********************************************
       BOOK-ONE-LOAN.
           IF APPR-AMOUNT IS NOT NUMERIC OR APPR-AMOUNT = 0
              OR APPR-TERM-MONTHS IS NOT NUMERIC
              OR APPR-TERM-MONTHS = 0
              MOVE 'ZERO AMOUNT OR TERM' TO WS-REASON
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SCHEDULE.
           IF SCHED-NOT-FOUND
              MOVE 'NO AMORTIZATION SCHEDULE' TO WS-REASON
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.
           IF TAB-SCH-PAYMENTS(WS-SCHED-SUB) NOT = APPR-TERM-MONTHS
              OR TAB-SCH-PRINCIPAL(WS-SCHED-SUB) NOT = APPR-AMOUNT
              MOVE 'SCHEDULE DOES NOT MATCH APPROVAL' TO WS-REASON
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           MOVE APPR-REQUEST-ID TO LM-REQUEST-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                  IF LOAN-MASTER-STATUS NOT = '23'
                     DISPLAY 'LOAN MASTER ERROR: ' LOAN-MASTER-STATUS
                     DISPLAY 'REQUEST ID: ' APPR-REQUEST-ID
                     STOP RUN
                  END-IF
               NOT INVALID KEY
                  MOVE 'ALREADY BOOKED - DUPLICATE' TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
              ADD 1 TO DUPLICATES-REFUSED
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           MOVE APPR-CUST-ID TO CUST-ID.
           READ VSAM-FILE
               INVALID KEY
                  IF VSAM-STATUS = '23'
                     MOVE 'CUSTOMER NOT FOUND' TO WS-REASON
                  ELSE
                     DISPLAY 'VSAM ERROR: ' VSAM-STATUS
                     DISPLAY 'CUSTOMER ID: ' APPR-CUST-ID
                     STOP RUN
                  END-IF
           END-READ.
           IF WS-REASON NOT = SPACES
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NEW-DEBT = CURRENT-DEBT + APPR-AMOUNT
              ON SIZE ERROR
                 MOVE 'CURRENT DEBT WOULD OVERFLOW' TO WS-REASON
           END-COMPUTE.
           IF WS-REASON NOT = SPACES
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-LOAN-MASTER.
           IF WS-REASON NOT = SPACES
              ADD 1 TO DUPLICATES-REFUSED
              PERFORM REFUSE-LOAN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-DEBT TO CURRENT-DEBT.
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

           MOVE 'BOOKED' TO WS-RESULT.
           ADD 1 TO LOANS-BOOKED.
           ADD APPR-AMOUNT TO PRINCIPAL-BOOKED.

      **********************************************
      * FINDS THE APPROVAL'S SCHEDULE SUMMARY ROW. LEAVES ITS
      * SUBSCRIPT IN WS-SCHED-SUB WHEN FOUND.
      **********************************************
       FIND-SCHEDULE.
           SET SCHED-NOT-FOUND TO TRUE.
           IF SCHED-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           SET SCHEDIDX TO 1.
           SEARCH SCHED-ENTRY
              AT END
                 CONTINUE
              WHEN SCHEDIDX > SCHED-COUNT
                 CONTINUE
              WHEN TAB-SCH-REQUEST-ID(SCHEDIDX) = APPR-REQUEST-ID
                 SET SCHED-FOUND TO TRUE
                 SET WS-SCHED-SUB TO SCHEDIDX
           END-SEARCH.

      **********************************************
      * BUILDS AND WRITES THE NEW LOAN MASTER RECORD. A DUPLICATE
      * KEY HERE (STATUS 22) IS REFUSED LIKE THE READ CHECK ABOVE.
      **********************************************
       WRITE-LOAN-MASTER.
           MOVE SPACES TO LOAN-MASTER-REC.
           MOVE APPR-REQUEST-ID TO LM-REQUEST-ID.
           MOVE APPR-CUST-ID TO LM-CUST-ID.
           MOVE APPR-AMOUNT TO LM-PRINCIPAL.
           MOVE TAB-SCH-RATE(WS-SCHED-SUB) TO LM-ANNUAL-RATE.
           MOVE APPR-TERM-MONTHS TO LM-TERM-MONTHS.
           MOVE TAB-SCH-FIRST-DUE(WS-SCHED-SUB) TO LM-FIRST-DUE-DATE.
           MOVE TAB-SCH-INSTALLMENT(WS-SCHED-SUB) TO LM-INSTALLMENT.
           MOVE WS-RUN-DATE TO LM-BOOKED-DATE.
           SET LM-ACTIVE TO TRUE.
           MOVE APPR-AMOUNT TO LM-BALANCE.
           MOVE 0 TO LM-PAID-INSTALLMENTS.
           MOVE 0 TO LM-PART-PAID.
           MOVE 0 TO LM-LAST-PAY-DATE.
           MOVE 0 TO LM-DAYS-PAST-DUE.
           MOVE 0 TO LM-LATE-REPORTED.
           WRITE LOAN-MASTER-REC
               INVALID KEY
                  IF LOAN-MASTER-STATUS = '22'
                     MOVE 'ALREADY BOOKED - DUPLICATE' TO WS-REASON
                  ELSE
                     DISPLAY 'ERROR WRITING LOAN MASTER: '
                             LOAN-MASTER-STATUS
                     DISPLAY 'REQUEST ID: ' APPR-REQUEST-ID
                     STOP RUN
                  END-IF
           END-WRITE.

      **********************************************
      * MARKS THE CURRENT APPROVAL REFUSED (REASON ALREADY SET)
      **********************************************
       REFUSE-LOAN.
           MOVE 'REFUSED' TO WS-RESULT.
           ADD 1 TO LOANS-REFUSED.

      **********************************************
      * ONE BOOKING REPORT LINE PER APPROVAL
      **********************************************
       WRITE-BOOKING-LINE.
           MOVE SPACES TO REPORT-REC.
           IF WS-RESULT = 'BOOKED'
              MOVE APPR-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-NEW-DEBT TO WS-DEBT-EDIT
              STRING APPR-REQUEST-ID DELIMITED BY SIZE
                     ' BOOKED CUSTOMER ' DELIMITED BY SIZE
                     APPR-CUST-ID DELIMITED BY SIZE
                     ' PRINCIPAL ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                     ' DEBT NOW ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DEBT-EDIT) DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
           ELSE
              STRING APPR-REQUEST-ID DELIMITED BY SIZE
                     ' REFUSED ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE APPROVED-LOANS-FILE.
           IF APPROVED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING APPROVED LOANS: '
                       APPROVED-STATUS
           END-IF.

           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN MASTER: '
                       LOAN-MASTER-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE SCHEDULE-RECS-READ TO SCHEDULE-RECS-READ-DISP.
           MOVE APPROVALS-READ TO APPROVALS-READ-DISP.
           MOVE LOANS-BOOKED TO LOANS-BOOKED-DISP.
           MOVE LOANS-REFUSED TO LOANS-REFUSED-DISP.
           MOVE DUPLICATES-REFUSED TO DUPLICATES-REFUSED-DISP.
           MOVE PRINCIPAL-BOOKED TO PRINCIPAL-BOOKED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'LOAN BOOKING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SCHEDULE RECORDS:   ' SCHEDULE-RECS-READ-DISP.
           DISPLAY 'APPROVALS READ:     ' APPROVALS-READ-DISP.
           DISPLAY 'LOANS BOOKED:       ' LOANS-BOOKED-DISP.
           DISPLAY 'LOANS REFUSED:      ' LOANS-REFUSED-DISP.
           DISPLAY '  DUPLICATES:       ' DUPLICATES-REFUSED-DISP.
           DISPLAY 'PRINCIPAL BOOKED:   ' PRINCIPAL-BOOKED-DISP.
           DISPLAY '========================================'.
