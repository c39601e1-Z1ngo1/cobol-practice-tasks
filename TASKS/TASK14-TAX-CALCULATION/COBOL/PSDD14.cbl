      ******************************************************************
      * DIRECT-DEPOSIT PAYMENT FILE FROM THE NET-PAY REGISTER          *
      *                                                                *
      * PURPOSE:                                                       *
      * TURNS EACH PAY RUN'S NET-PAY REGISTER (PSTASK14 NETDD) INTO    *
      * A BANK PAYMENT FILE - BATCH HEADER, ONE CREDIT ENTRY PER       *
      * ACCOUNT AND A BATCH TRAILER WITH CONTROL TOTALS - USING THE    *
      * EMPLOYEE BANK DETAILS MASTER MAINTAINED BY BNKMT14.            *
      * EMPLOYEES WHO CANNOT BE PAID BY DEPOSIT THIS CYCLE GO ON A     *
      * PAPER-CHEQUE LIST INSTEAD OF BEING DROPPED.                    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARMDD: PAY DATE (YYYYMMDD), COMPANY NAME, COMPANY ID AND    *
      *   ORIGINATING BANK ROUTING NUMBER. MISSING OR INVALID -> RC 12 *
      *   THE REGISTER'S EMPLOYEE LINES GIVE EACH EMPLOYEE'S NET PAY;  *
      *   WHERE AN EMPLOYEE HAS DEDUCTIONS THE LAST EMPLOYEE LINE      *
      *   CARRIES THE FINAL NET. PER EMPLOYEE WITH NET PAY OVER ZERO:  *
      *     NO BANK DETAILS -> CHEQUE LIST                             *
      *     PRENOTE DUE -> ONE ZERO-AMOUNT PRENOTE ENTRY PER ACCOUNT,  *
      *       STATUS SET TO SENT WITH THE PAY DATE -> CHEQUE LIST      *
      *     PRENOTE SENT ON AN EARLIER PAY DATE -> STATUS SET LIVE     *
      *       AND PAID BY DEPOSIT; SENT ON THIS PAY DATE (A RERUN)     *
      *       -> PRENOTE ENTRIES WRITTEN AGAIN, STATUS UNCHANGED, SO   *
      *       THE RERUN REPRODUCES THE PAYMENT FILE -> CHEQUE LIST     *
      *     LIVE -> NET PAY SPLIT ACROSS THE ACCOUNTS IN ORDER:        *
      *       FIXED AMOUNTS (A) AND PERCENTS OF NET (P) EACH CAPPED    *
      *       AT WHAT IS LEFT, THE LAST ACCOUNT TAKES THE REMAINDER.   *
      *       ACCOUNTS WITH NOTHING LEFT TO TAKE GET NO ENTRY.         *
      *     BANK DETAILS WITH NO ACCOUNTS -> CHEQUE LIST, RC 4         *
      *   EMPLOYEES WITH NO NET PAY ARE COUNTED, NOT PAID.             *
      *   AFTER THE REGISTER, PRENOTES ARE ALSO SENT FOR ANY OTHER     *
      *   BANK DETAILS STILL PRENOTE DUE (E.G. SET UP AHEAD OF THE     *
      *   EMPLOYEE'S FIRST PAY), SO THEY ARE LIVE BY THEIR FIRST PAY.  *
      *   ON A RERUN THE SWEEP ALSO WRITES AGAIN THE PRENOTES SENT ON  *
      *   THIS PAY DATE FOR EMPLOYEES NOT ON THE REGISTER.             *
      *   PRENOTE STATUS CHANGES ARE HELD IN A TABLE AND ONLY APPLIED  *
      *   TO THE BANK MASTER ONCE THE CONTROLS HAVE PASSED, SO A RUN   *
      *   STOPPED WITH RC 16 LEAVES THE MASTER AS IT WAS. MORE THAN    *
      *   2000 PRENOTE EMPLOYEES IN ONE RUN -> RC 16.                  *
      *   TRANSACTION CODES: 22 CHECKING CREDIT, 23 CHECKING PRENOTE,  *
      *   32 SAVINGS CREDIT, 33 SAVINGS PRENOTE.                       *
      *   TRAILER: ENTRY COUNT, ENTRY HASH (SUM OF THE FIRST 8 DIGITS  *
      *   OF EVERY ENTRY'S ROUTING NUMBER, LOW 10 DIGITS KEPT), TOTAL  *
      *   CREDIT AMOUNT AND PRENOTE COUNT.                             *
      *   CONTROLS: THE SUM OF THE REGISTER'S EMPLOYEE NETS MUST       *
      *   AGREE WITH ITS 'COMPANY NET' LINE, AND DEPOSITS PLUS         *
      *   CHEQUES MUST AGREE WITH THE NET PAY OVER ZERO. A MISSING     *
      *   COMPANY NET LINE OR ANY DIFFERENCE -> RC 16.                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  HOLD PRENOTE STATUS CHANGES UNTIL THE         *
      *                  CONTROLS PASS; WRITE PRENOTES SENT ON THIS    *
      *                  PAY DATE AGAIN ON A RERUN                     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  NETDD (NETPAY.REGISTER) - NET-PAY REGISTER (PS, 80 B)  *
      *         PARMDD (DDPAY.PARM) - PAY DATE/COMPANY/ORIGIN (PS)     *
      * I-O:    BNKDD (BANK.MASTER) - EMPLOYEE BANK DETAILS (VSAM KSDS)*
      * OUTPUT: PAYDD (DDPAY.FILE) - BANK PAYMENT FILE (PS, 80 B)      *
      *         CHQDD (DDPAY.CHEQUES) - PAPER-CHEQUE LIST (PS, 80 B)   *
      *                                                                *
      * COPYBOOK: BNKMAST - EMPLOYEE BANK DETAILS RECORD               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSDD14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETPAY-REGISTER-FILE ASSIGN TO NETDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NET-STATUS.

           SELECT PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT BANK-MASTER-FILE ASSIGN TO BNKDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BNK-EMP-ID
              FILE STATUS IS BNK-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO PAYDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAY-STATUS.

           SELECT CHEQUE-LIST-FILE ASSIGN TO CHQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * NET-PAY REGISTER. EMPLOYEE LINES HAVE THE ID IN BYTES 1-5,
      * '  GROSS ' IN BYTES 6-13 AND THE NET IN BYTES 46-55; THE
      * COMPANY NET LINE HAS ITS TOTAL IN BYTES 18-29.
       FD NETPAY-REGISTER-FILE RECORDING MODE IS F.
       01 NETPAY-REC PIC X(80).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARM-PAY-DATE PIC X(8).
          05 PARM-COMPANY-NAME PIC X(23).
          05 PARM-COMPANY-ID PIC X(10).
          05 PARM-ORIGIN-ROUTING PIC X(9).
          05 FILLER PIC X(30).

       FD BANK-MASTER-FILE.
       01 BANK-MASTER-REC.
           COPY BNKMAST.

       FD PAYMENT-FILE RECORDING MODE IS F.
       01 PAYMENT-REC PIC X(80).

       FD CHEQUE-LIST-FILE RECORDING MODE IS F.
       01 CHEQUE-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 NET-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 BNK-FILE-STATUS PIC X(2).
          05 PAY-STATUS PIC X(2).
          05 CHQ-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-NET-EOF PIC X(1) VALUE 'N'.
             88 NET-EOF VALUE 'Y'.
          05 WS-BNK-EOF PIC X(1) VALUE 'N'.
             88 BNK-EOF VALUE 'Y'.
          05 WS-PENDING-SW PIC X(1) VALUE 'N'.
             88 EMP-PENDING VALUE 'Y'.
          05 WS-COMPANY-NET-SW PIC X(1) VALUE 'N'.
             88 COMPANY-NET-SEEN VALUE 'Y'.

      * RUN PARAMETERS AND RUN DATE/TIME FOR THE BATCH HEADER
       01 WS-PAY-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME-FULL PIC X(8).

      * EMPLOYEE WAITING TO BE PAID - ITS NET IS TAKEN FROM THE
      * LAST REGISTER LINE FOR THE ID
       01 WS-PEND-EMP-ID PIC X(5) VALUE SPACES.
       01 WS-PEND-NET PIC S9(9)V99 VALUE 0.

      * REGISTER AMOUNT PARSE WORK FIELDS
       01 WS-AMT-SLICE PIC X(12) VALUE SPACES.
       01 WS-AMT-SUB PIC 9(2) VALUE 0.
       01 WS-AMT-DIGITS PIC X(12) VALUE SPACES.
       01 WS-AMT-DIG-CNT PIC 9(2) VALUE 0.
       01 WS-AMT-NUM PIC 9(12) VALUE 0.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(12).
       01 WS-AMT-SIGNED PIC S9(10)V99 VALUE 0.

      * ACCOUNT SPLIT WORK FIELDS
       01 WS-ACCT-SUB PIC 9(1) VALUE 0.
       01 WS-LEFT-TO-PAY PIC S9(9)V99 VALUE 0.
       01 WS-ENTRY-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-CHEQUE-REASON PIC X(30) VALUE SPACES.

      * ENTRY TRACE NUMBER AND ROUTING HASH WORK FIELDS
       01 WS-TRACE-SEQ PIC 9(7) VALUE 0.
       01 WS-ROUTING-8 PIC 9(8) VALUE 0.
       01 WS-ENTRY-HASH PIC 9(12) VALUE 0.

      * CONTROL TOTALS
       01 WS-REGISTER-NET-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-COMPANY-NET PIC S9(11)V99 VALUE 0.
       01 WS-PAYABLE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CHEQUE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-RECON-DIFF PIC S9(11)V99 VALUE 0.

      * PAYMENT FILE RECORDS
       01 PAY-HEADER-REC.
          05 PBH-REC-TYPE PIC X(1) VALUE 'H'.
          05 PBH-PAY-DATE PIC X(8).
          05 PBH-COMPANY-ID PIC X(10).
          05 PBH-COMPANY-NAME PIC X(23).
          05 PBH-ORIGIN-ROUTING PIC X(9).
          05 PBH-CREATED-DATE PIC X(8).
          05 PBH-CREATED-TIME PIC X(6).
          05 FILLER PIC X(15) VALUE SPACES.
       01 PAY-ENTRY-REC.
          05 PDE-REC-TYPE PIC X(1) VALUE 'D'.
          05 PDE-TRAN-CODE PIC X(2).
          05 PDE-ROUTING PIC X(9).
          05 PDE-ACCT-NUMBER PIC X(17).
          05 PDE-AMOUNT PIC 9(8)V99.
          05 PDE-EMP-ID PIC X(5).
          05 PDE-HOLDER-NAME PIC X(22).
          05 PDE-TRACE PIC 9(7).
          05 FILLER PIC X(7) VALUE SPACES.
       01 PAY-TRAILER-REC.
          05 PBT-REC-TYPE PIC X(1) VALUE 'T'.
          05 PBT-ENTRY-COUNT PIC 9(6).
          05 PBT-ENTRY-HASH PIC 9(10).
          05 PBT-TOTAL-CREDIT PIC 9(10)V99.
          05 PBT-PRENOTE-COUNT PIC 9(6).
          05 PBT-COMPANY-ID PIC X(10).
          05 FILLER PIC X(35) VALUE SPACES.

      * PAPER-CHEQUE LIST LINES
       01 CHQ-TITLE-LINE.
          05 FILLER PIC X(30) VALUE 'PAPER CHEQUES FOR PAY DATE '.
          05 CTL-PAY-DATE PIC X(8).
          05 FILLER PIC X(42) VALUE SPACES.
       01 CHQ-HEADING-LINE.
          05 FILLER PIC X(7) VALUE 'EMP ID '.
          05 FILLER PIC X(14) VALUE '    NET AMOUNT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(30) VALUE 'REASON'.
          05 FILLER PIC X(27) VALUE SPACES.
       01 CHQ-DETAIL-LINE.
          05 CDL-EMP-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-AMOUNT PIC Z(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CDL-REASON PIC X(30).
          05 FILLER PIC X(27) VALUE SPACES.
       01 CHQ-TOTAL-LINE.
          05 FILLER PIC X(7) VALUE 'TOTAL  '.
          05 CTT-AMOUNT PIC Z(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CTT-COUNT PIC Z(4)9.
          05 FILLER PIC X(8) VALUE ' CHEQUES'.
          05 FILLER PIC X(44) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-REG-EMPLOYEES PIC 9(5) VALUE 0.
          05 TOTAL-DEPOSITED PIC 9(5) VALUE 0.
          05 TOTAL-WENT-LIVE PIC 9(5) VALUE 0.
          05 TOTAL-CHEQUES PIC 9(5) VALUE 0.
          05 TOTAL-NO-NET PIC 9(5) VALUE 0.
          05 TOTAL-BAD-DETAILS PIC 9(5) VALUE 0.
          05 TOTAL-ENTRIES PIC 9(6) VALUE 0.
          05 TOTAL-PRENOTES PIC 9(6) VALUE 0.
          05 TOTAL-PRENOTE-EMPS PIC 9(5) VALUE 0.
          05 TOTAL-BANK-UPDATES PIC 9(5) VALUE 0.

      * BANK MASTER UPDATES HELD UNTIL THE CONTROLS PASS. ONE ENTRY
      * PER EMPLOYEE WHOSE PRENOTE WAS WRITTEN OR WHO WENT LIVE;
      * A RESENT PRENOTE (RERUN) NEEDS NO UPDATE BUT IS KEPT SO THE
      * SWEEP DOES NOT WRITE IT A SECOND TIME.
       01 WS-BANK-UPDATE-TABLE.
          05 WS-UPD-COUNT PIC 9(4) VALUE 0.
          05 WS-UPD-ENTRY OCCURS 2000 TIMES.
             10 WS-UPD-EMP-ID PIC X(5).
             10 WS-UPD-ACTION PIC X(1).
                88 UPD-MARK-SENT VALUE 'S'.
                88 UPD-GO-LIVE VALUE 'L'.
                88 UPD-RESENT VALUE 'R'.
       01 WS-UPD-SUB PIC 9(4) VALUE 0.
       01 WS-UPD-ACTION-NEW PIC X(1) VALUE SPACE.
       01 WS-UPD-FOUND-SW PIC X(1) VALUE 'N'.
          88 UPD-FOUND VALUE 'Y'.

      * DISPLAY-FORMATTED SUMMARY EDITS
       01 WS-SUM-AMT-ED PIC -(11)9.99.

      **********************************************
      * MAIN FLOW: PARAMETERS -> BATCH HEADER -> REGISTER ->
      * OUTSTANDING PRENOTES -> BATCH TRAILER -> CHEQUE TOTAL ->
      * SUMMARY -> CONTROLS -> BANK MASTER UPDATES
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FULL FROM TIME.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM PROCESS-REGISTER.
           PERFORM SEND-OUTSTANDING-PRENOTES.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-CHEQUE-TOTAL.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           PERFORM CHECK-CONTROLS.
           PERFORM APPLY-BANK-UPDATES.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT NETPAY-REGISTER-FILE.
           IF NET-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NET-PAY REGISTER: ' NET-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARAM FILE: ' PARAM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BANK MASTER: ' BNK-FILE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CHEQUE-LIST-FILE.
           IF CHQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHEQUE LIST: ' CHQ-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS PAY DATE, COMPANY DETAILS AND ORIGINATING ROUTING.
      * THE PAY DATE DRIVES THE PRENOTE CYCLE, SO A BAD CARD
      * STOPS THE RUN WITH RC 12.
      **********************************************
       READ-PARAMETERS.
           READ PARAM-FILE
             AT END
                DISPLAY 'ERROR: PARAM FILE IS EMPTY OR UNREADABLE'
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-READ.
           IF PARM-PAY-DATE IS NOT NUMERIC
              DISPLAY 'ERROR: PAY DATE NOT YYYYMMDD: ' PARM-PAY-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PARM-COMPANY-ID = SPACES
              DISPLAY 'ERROR: COMPANY ID BLANK'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PARM-ORIGIN-ROUTING IS NOT NUMERIC
              DISPLAY 'ERROR: ORIGIN ROUTING NOT 9 DIGITS: '
                      PARM-ORIGIN-ROUTING
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-PAY-DATE TO WS-PAY-DATE.
           CLOSE PARAM-FILE.

      **********************************************
      * BATCH HEADER, AND THE CHEQUE LIST TITLE LINES
      **********************************************
       WRITE-BATCH-HEADER.
           MOVE WS-PAY-DATE TO PBH-PAY-DATE.
           MOVE PARM-COMPANY-ID TO PBH-COMPANY-ID.
           MOVE PARM-COMPANY-NAME TO PBH-COMPANY-NAME.
           MOVE PARM-ORIGIN-ROUTING TO PBH-ORIGIN-ROUTING.
           MOVE WS-RUN-DATE TO PBH-CREATED-DATE.
           MOVE WS-RUN-TIME-FULL(1:6) TO PBH-CREATED-TIME.
           WRITE PAYMENT-REC FROM PAY-HEADER-REC.
           PERFORM CHECK-PAYMENT-STATUS.

           MOVE WS-PAY-DATE TO CTL-PAY-DATE.
           WRITE CHEQUE-REC FROM CHQ-TITLE-LINE.
           PERFORM CHECK-CHEQUE-STATUS.
           WRITE CHEQUE-REC FROM CHQ-HEADING-LINE.
           PERFORM CHECK-CHEQUE-STATUS.

      **********************************************
      * READS THE REGISTER. AN EMPLOYEE LINE FOR A NEW ID PAYS
      * THE EMPLOYEE BEFORE IT; A REPEAT LINE FOR THE SAME ID
      * REPLACES ITS NET. DEDUCTION LINES ARE SKIPPED, THE
      * COMPANY NET LINE IS KEPT FOR THE CONTROL CHECK.
      **********************************************
       PROCESS-REGISTER.
           PERFORM UNTIL NET-EOF
              READ NETPAY-REGISTER-FILE
                AT END
                   SET NET-EOF TO TRUE
                NOT AT END
                   IF NET-STATUS NOT = '00'
                      DISPLAY 'ERROR READING NET-PAY REGISTER: '
                               NET-STATUS
                      STOP RUN
                   END-IF
                   PERFORM PROCESS-REGISTER-LINE
              END-READ
           END-PERFORM.
           PERFORM PAY-PENDING-EMPLOYEE.

      **********************************************
      * CLASSIFIES ONE REGISTER LINE
      **********************************************
       PROCESS-REGISTER-LINE.
           EVALUATE TRUE
              WHEN NETPAY-REC(1:12) = 'COMPANY NET '
                 PERFORM PAY-PENDING-EMPLOYEE
                 MOVE NETPAY-REC(18:12) TO WS-AMT-SLICE
                 PERFORM PARSE-AMOUNT-SLICE
                 MOVE WS-AMT-SIGNED TO WS-COMPANY-NET
                 SET COMPANY-NET-SEEN TO TRUE
              WHEN NETPAY-REC(1:11) = 'REMIT TYPE '
                 PERFORM PAY-PENDING-EMPLOYEE
              WHEN NETPAY-REC(6:8) = '  GROSS '
                 AND NETPAY-REC(1:5) NOT = SPACES
                 IF EMP-PENDING
                    AND NETPAY-REC(1:5) NOT = WS-PEND-EMP-ID
                    PERFORM PAY-PENDING-EMPLOYEE
                 END-IF
                 MOVE NETPAY-REC(1:5) TO WS-PEND-EMP-ID
                 MOVE NETPAY-REC(46:10) TO WS-AMT-SLICE
                 PERFORM PARSE-AMOUNT-SLICE
                 MOVE WS-AMT-SIGNED TO WS-PEND-NET
                 SET EMP-PENDING TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * PARSES AN EDITED REGISTER AMOUNT IN WS-AMT-SLICE INTO
      * WS-AMT-SIGNED, COLLECTING DIGITS, SKIPPING THE DECIMAL
      * POINT AND HONOURING A LEADING MINUS SIGN.
      **********************************************
       PARSE-AMOUNT-SLICE.
           MOVE SPACES TO WS-AMT-DIGITS.
           MOVE 0 TO WS-AMT-DIG-CNT.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                     UNTIL WS-AMT-SUB > 12
              IF WS-AMT-SLICE(WS-AMT-SUB:1) >= '0'
                 AND WS-AMT-SLICE(WS-AMT-SUB:1) <= '9'
                 ADD 1 TO WS-AMT-DIG-CNT
                 MOVE WS-AMT-SLICE(WS-AMT-SUB:1)
                   TO WS-AMT-DIGITS(WS-AMT-DIG-CNT:1)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-AMT-NUM.
           IF WS-AMT-DIG-CNT > 0
              MOVE WS-AMT-DIGITS(1:WS-AMT-DIG-CNT)
                TO WS-AMT-NUM-X(13 - WS-AMT-DIG-CNT:WS-AMT-DIG-CNT)
              INSPECT WS-AMT-NUM-X REPLACING ALL SPACE BY '0'
           END-IF.
           COMPUTE WS-AMT-SIGNED = WS-AMT-NUM / 100.
           IF WS-AMT-SLICE NOT = SPACES
              AND FUNCTION TRIM(WS-AMT-SLICE)(1:1) = '-'
              COMPUTE WS-AMT-SIGNED = 0 - WS-AMT-SIGNED
           END-IF.

      **********************************************
      * PAYS THE EMPLOYEE HELD FROM THE REGISTER (IF ANY) BY
      * THEIR BANK DETAILS' PRENOTE STATUS.
      **********************************************
       PAY-PENDING-EMPLOYEE.
           IF NOT EMP-PENDING
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PENDING-SW.
           ADD 1 TO TOTAL-REG-EMPLOYEES.
           ADD WS-PEND-NET TO WS-REGISTER-NET-TOTAL.
           IF WS-PEND-NET NOT > 0
              ADD 1 TO TOTAL-NO-NET
              EXIT PARAGRAPH
           END-IF.
           ADD WS-PEND-NET TO WS-PAYABLE-TOTAL.

           MOVE WS-PEND-EMP-ID TO BNK-EMP-ID.
           READ BANK-MASTER-FILE
               INVALID KEY
                 MOVE 'NO BANK DETAILS' TO WS-CHEQUE-REASON
                 PERFORM WRITE-CHEQUE-LINE
                 EXIT PARAGRAPH
           END-READ.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' WS-PEND-EMP-ID
              STOP RUN
           END-IF.

           IF BNK-ACCT-COUNT NOT NUMERIC OR BNK-ACCT-COUNT = 0
              OR BNK-ACCT-COUNT > 3
              ADD 1 TO TOTAL-BAD-DETAILS
              MOVE 'BANK DETAILS HAVE NO ACCOUNTS' TO WS-CHEQUE-REASON
              PERFORM WRITE-CHEQUE-LINE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN BNK-PRENOTE-DUE
                 PERFORM SEND-PRENOTE
                 MOVE 'PRENOTE SENT - LIVE NEXT CYCLE'
                   TO WS-CHEQUE-REASON
                 PERFORM WRITE-CHEQUE-LINE
              WHEN BNK-PRENOTE-SENT
                   AND BNK-PRENOTE-DATE < WS-PAY-DATE
                 MOVE 'L' TO WS-UPD-ACTION-NEW
                 PERFORM HOLD-BANK-UPDATE
                 ADD 1 TO TOTAL-WENT-LIVE
                 PERFORM PAY-BY-DEPOSIT
              WHEN BNK-PRENOTE-SENT
                 PERFORM RESEND-PRENOTE
                 MOVE 'PRENOTE SENT THIS PAY DATE'
                   TO WS-CHEQUE-REASON
                 PERFORM WRITE-CHEQUE-LINE
              WHEN BNK-LIVE
                 PERFORM PAY-BY-DEPOSIT
              WHEN OTHER
                 ADD 1 TO TOTAL-BAD-DETAILS
                 MOVE 'BANK DETAILS STATUS UNKNOWN'
                   TO WS-CHEQUE-REASON
                 PERFORM WRITE-CHEQUE-LINE
           END-EVALUATE.

      **********************************************
      * SPLITS THE NET ACROSS THE ACCOUNTS IN ORDER. EACH FIXED
      * AMOUNT OR PERCENT IS CAPPED AT WHAT IS LEFT; THE LAST
      * (REMAINDER) ACCOUNT TAKES THE REST.
      **********************************************
       PAY-BY-DEPOSIT.
           ADD 1 TO TOTAL-DEPOSITED.
           MOVE WS-PEND-NET TO WS-LEFT-TO-PAY.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > BNK-ACCT-COUNT
              EVALUATE TRUE
                 WHEN WS-ACCT-SUB = BNK-ACCT-COUNT
                 WHEN BNK-SPLIT-REMAINDER(WS-ACCT-SUB)
                    MOVE WS-LEFT-TO-PAY TO WS-ENTRY-AMOUNT
                 WHEN BNK-SPLIT-PERCENT(WS-ACCT-SUB)
                    COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                       WS-PEND-NET * BNK-SPLIT-VALUE(WS-ACCT-SUB) / 100
                 WHEN OTHER
                    MOVE BNK-SPLIT-VALUE(WS-ACCT-SUB)
                      TO WS-ENTRY-AMOUNT
              END-EVALUATE
              IF WS-ENTRY-AMOUNT > WS-LEFT-TO-PAY
                 MOVE WS-LEFT-TO-PAY TO WS-ENTRY-AMOUNT
              END-IF
              IF WS-ENTRY-AMOUNT > 0
                 SUBTRACT WS-ENTRY-AMOUNT FROM WS-LEFT-TO-PAY
                 PERFORM WRITE-CREDIT-ENTRY
              END-IF
           END-PERFORM.

      **********************************************
      * ONE ZERO-AMOUNT PRENOTE ENTRY PER ACCOUNT, THEN THE BANK
      * DETAILS ARE HELD TO BE MARKED SENT WITH THIS PAY DATE
      **********************************************
       SEND-PRENOTE.
           PERFORM WRITE-PRENOTE-ENTRIES.
           MOVE 'S' TO WS-UPD-ACTION-NEW.
           PERFORM HOLD-BANK-UPDATE.

      **********************************************
      * PRENOTE ALREADY SENT ON THIS PAY DATE (A RERUN): THE
      * ENTRIES ARE WRITTEN AGAIN SO THE REPLACEMENT PAYMENT FILE
      * STILL CARRIES THEM. THE STATUS IS ALREADY RIGHT.
      **********************************************
       RESEND-PRENOTE.
           PERFORM WRITE-PRENOTE-ENTRIES.
           MOVE 'R' TO WS-UPD-ACTION-NEW.
           PERFORM HOLD-BANK-UPDATE.

      **********************************************
      * ONE ZERO-AMOUNT PRENOTE ENTRY PER ACCOUNT
      **********************************************
       WRITE-PRENOTE-ENTRIES.
           ADD 1 TO TOTAL-PRENOTE-EMPS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > BNK-ACCT-COUNT
              MOVE 0 TO WS-ENTRY-AMOUNT
              PERFORM WRITE-PRENOTE-ENTRY
           END-PERFORM.

      **********************************************
      * HOLDS THE BANK MASTER UPDATE WS-UPD-ACTION-NEW FOR THE
      * CURRENT BANK DETAILS UNTIL THE CONTROLS HAVE PASSED. A
      * FULL TABLE STOPS THE RUN BEFORE THE MASTER IS TOUCHED.
      **********************************************
       HOLD-BANK-UPDATE.
           IF WS-UPD-COUNT >= 2000
              DISPLAY 'FATAL: BANK MASTER UPDATE TABLE FULL AT '
                      'EMPLOYEE ID: ' BNK-EMP-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-UPD-COUNT.
           MOVE BNK-EMP-ID TO WS-UPD-EMP-ID(WS-UPD-COUNT).
           MOVE WS-UPD-ACTION-NEW TO WS-UPD-ACTION(WS-UPD-COUNT).

      **********************************************
      * LOOKS UP THE CURRENT BANK DETAILS IN THE HELD UPDATES
      **********************************************
       FIND-BANK-UPDATE.
           MOVE 'N' TO WS-UPD-FOUND-SW.
           PERFORM VARYING WS-UPD-SUB FROM 1 BY 1
                     UNTIL WS-UPD-SUB > WS-UPD-COUNT
                        OR UPD-FOUND
              IF WS-UPD-EMP-ID(WS-UPD-SUB) = BNK-EMP-ID
                 SET UPD-FOUND TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * CREDIT ENTRY FOR WS-ENTRY-AMOUNT TO ACCOUNT WS-ACCT-SUB
      **********************************************
       WRITE-CREDIT-ENTRY.
           IF BNK-SAVINGS(WS-ACCT-SUB)
              MOVE '32' TO PDE-TRAN-CODE
           ELSE
              MOVE '22' TO PDE-TRAN-CODE
           END-IF.
           ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL.
           PERFORM WRITE-PAYMENT-ENTRY.

      **********************************************
      * ZERO-AMOUNT PRENOTE ENTRY TO ACCOUNT WS-ACCT-SUB
      **********************************************
       WRITE-PRENOTE-ENTRY.
           IF BNK-SAVINGS(WS-ACCT-SUB)
              MOVE '33' TO PDE-TRAN-CODE
           ELSE
              MOVE '23' TO PDE-TRAN-CODE
           END-IF.
           ADD 1 TO TOTAL-PRENOTES.
           PERFORM WRITE-PAYMENT-ENTRY.

      **********************************************
      * COMMON ENTRY FIELDS, TRACE NUMBER AND ROUTING HASH
      **********************************************
       WRITE-PAYMENT-ENTRY.
           ADD 1 TO WS-TRACE-SEQ.
           ADD 1 TO TOTAL-ENTRIES.
           MOVE BNK-ROUTING(WS-ACCT-SUB) TO PDE-ROUTING.
           MOVE BNK-ACCT-NUMBER(WS-ACCT-SUB) TO PDE-ACCT-NUMBER.
           MOVE WS-ENTRY-AMOUNT TO PDE-AMOUNT.
           MOVE BNK-EMP-ID TO PDE-EMP-ID.
           MOVE BNK-HOLDER-NAME TO PDE-HOLDER-NAME.
           MOVE WS-TRACE-SEQ TO PDE-TRACE.
           MOVE BNK-ROUTING(WS-ACCT-SUB)(1:8) TO WS-ROUTING-8.
           ADD WS-ROUTING-8 TO WS-ENTRY-HASH.
           WRITE PAYMENT-REC FROM PAY-ENTRY-REC.
           PERFORM CHECK-PAYMENT-STATUS.

      **********************************************
      * CHEQUE LIST LINE FOR THE HELD EMPLOYEE
      **********************************************
       WRITE-CHEQUE-LINE.
           ADD 1 TO TOTAL-CHEQUES.
           ADD WS-PEND-NET TO WS-CHEQUE-TOTAL.
           MOVE WS-PEND-EMP-ID TO CDL-EMP-ID.
           MOVE WS-PEND-NET TO CDL-AMOUNT.
           MOVE WS-CHEQUE-REASON TO CDL-REASON.
           WRITE CHEQUE-REC FROM CHQ-DETAIL-LINE.
           PERFORM CHECK-CHEQUE-STATUS.

      **********************************************
      * REWRITE THE BANK DETAILS WITH THEIR NEW PRENOTE STATUS
      **********************************************
       REWRITE-BANK.
           REWRITE BANK-MASTER-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' BNK-EMP-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * SWEEPS THE BANK MASTER FOR DETAILS STILL PRENOTE DUE -
      * EMPLOYEES NOT ON THIS RUN'S REGISTER - AND SENDS THEIR
      * PRENOTES NOW. PRENOTES ALREADY SENT ON THIS PAY DATE ARE
      * WRITTEN AGAIN (A RERUN). EMPLOYEES ALREADY HANDLED FROM
      * THE REGISTER ARE IN THE HELD UPDATES AND ARE SKIPPED.
      **********************************************
       SEND-OUTSTANDING-PRENOTES.
           MOVE LOW-VALUES TO BNK-EMP-ID.
           START BANK-MASTER-FILE KEY IS NOT LESS THAN BNK-EMP-ID
               INVALID KEY
                 SET BNK-EOF TO TRUE
           END-START.
           PERFORM UNTIL BNK-EOF
              READ BANK-MASTER-FILE NEXT RECORD
                AT END
                   SET BNK-EOF TO TRUE
                NOT AT END
                   IF BNK-FILE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BANK MASTER: '
                               BNK-FILE-STATUS
                      STOP RUN
                   END-IF
                   IF (BNK-PRENOTE-DUE
                       OR (BNK-PRENOTE-SENT
                           AND BNK-PRENOTE-DATE = WS-PAY-DATE))
                      AND BNK-ACCT-COUNT IS NUMERIC
                      AND BNK-ACCT-COUNT > 0
                      AND BNK-ACCT-COUNT NOT > 3
                      PERFORM FIND-BANK-UPDATE
                      IF NOT UPD-FOUND
                         IF BNK-PRENOTE-DUE
                            PERFORM SEND-PRENOTE
                         ELSE
                            PERFORM RESEND-PRENOTE
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * APPLIES THE HELD PRENOTE STATUS CHANGES ONCE THE CONTROLS
      * HAVE PASSED: SENT WITH THIS PAY DATE, OR LIVE.
      **********************************************
       APPLY-BANK-UPDATES.
           IF WS-UPD-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING BANK MASTER: ' BNK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-UPD-SUB FROM 1 BY 1
                     UNTIL WS-UPD-SUB > WS-UPD-COUNT
              IF NOT UPD-RESENT(WS-UPD-SUB)
                 PERFORM APPLY-ONE-BANK-UPDATE
              END-IF
           END-PERFORM.
           CLOSE BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BANK MASTER: '
                       BNK-FILE-STATUS
           END-IF.
           DISPLAY 'BANK DETAILS UPDATED:  ' TOTAL-BANK-UPDATES.

      **********************************************
      * READS THE BANK DETAILS FOR ONE HELD UPDATE AND REWRITES
      * THEM WITH THE NEW PRENOTE STATUS
      **********************************************
       APPLY-ONE-BANK-UPDATE.
           MOVE WS-UPD-EMP-ID(WS-UPD-SUB) TO BNK-EMP-ID.
           READ BANK-MASTER-FILE
               INVALID KEY
                 CONTINUE
           END-READ.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'BANK MASTER READ FOR UPDATE FAILED: '
                      BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' BNK-EMP-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF UPD-GO-LIVE(WS-UPD-SUB)
              SET BNK-LIVE TO TRUE
           ELSE
              SET BNK-PRENOTE-SENT TO TRUE
              MOVE WS-PAY-DATE TO BNK-PRENOTE-DATE
           END-IF.
           PERFORM REWRITE-BANK.
           ADD 1 TO TOTAL-BANK-UPDATES.

      **********************************************
      * BATCH TRAILER WITH THE CONTROL TOTALS
      **********************************************
       WRITE-BATCH-TRAILER.
           MOVE TOTAL-ENTRIES TO PBT-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO PBT-ENTRY-HASH.
           MOVE WS-CREDIT-TOTAL TO PBT-TOTAL-CREDIT.
           MOVE TOTAL-PRENOTES TO PBT-PRENOTE-COUNT.
           MOVE PARM-COMPANY-ID TO PBT-COMPANY-ID.
           WRITE PAYMENT-REC FROM PAY-TRAILER-REC.
           PERFORM CHECK-PAYMENT-STATUS.

      **********************************************
      * CHEQUE LIST TOTAL LINE
      **********************************************
       WRITE-CHEQUE-TOTAL.
           MOVE WS-CHEQUE-TOTAL TO CTT-AMOUNT.
           MOVE TOTAL-CHEQUES TO CTT-COUNT.
           WRITE CHEQUE-REC FROM CHQ-TOTAL-LINE.
           PERFORM CHECK-CHEQUE-STATUS.

      **********************************************
      * CHECK THE PAYMENT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-PAYMENT-STATUS.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYMENT FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CHECK THE CHEQUE LIST STATUS AFTER A WRITE
      **********************************************
       CHECK-CHEQUE-STATUS.
           IF CHQ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHEQUE LIST: ' CHQ-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE NETPAY-REGISTER-FILE.
           IF NET-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NET-PAY REGISTER: '
                       NET-STATUS
           END-IF.

           CLOSE BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BANK MASTER: '
                       BNK-FILE-STATUS
           END-IF.

           CLOSE PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT FILE: ' PAY-STATUS
           END-IF.

           CLOSE CHEQUE-LIST-FILE.
           IF CHQ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHEQUE LIST: ' CHQ-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'DIRECT-DEPOSIT PAYMENT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAY DATE:              ' WS-PAY-DATE.
           DISPLAY 'REGISTER EMPLOYEES:    ' TOTAL-REG-EMPLOYEES.
           DISPLAY '  PAID BY DEPOSIT:     ' TOTAL-DEPOSITED.
           DISPLAY '    WENT LIVE:         ' TOTAL-WENT-LIVE.
           DISPLAY '  PAPER CHEQUES:       ' TOTAL-CHEQUES.
           DISPLAY '  NO NET PAY:          ' TOTAL-NO-NET.
           DISPLAY 'BANK DETAILS IN ERROR: ' TOTAL-BAD-DETAILS.
           DISPLAY 'PRENOTES SENT FOR:     ' TOTAL-PRENOTE-EMPS.
           DISPLAY 'PAYMENT ENTRIES:       ' TOTAL-ENTRIES.
           DISPLAY '  OF WHICH PRENOTES:   ' TOTAL-PRENOTES.
           DISPLAY 'ENTRY HASH:            ' PBT-ENTRY-HASH.
           MOVE WS-CREDIT-TOTAL TO WS-SUM-AMT-ED.
           DISPLAY 'TOTAL CREDITS:         ' WS-SUM-AMT-ED.
           MOVE WS-CHEQUE-TOTAL TO WS-SUM-AMT-ED.
           DISPLAY 'TOTAL CHEQUES:         ' WS-SUM-AMT-ED.
           MOVE WS-REGISTER-NET-TOTAL TO WS-SUM-AMT-ED.
           DISPLAY 'REGISTER NET (LINES):  ' WS-SUM-AMT-ED.
           MOVE WS-COMPANY-NET TO WS-SUM-AMT-ED.
           DISPLAY 'REGISTER COMPANY NET:  ' WS-SUM-AMT-ED.
           DISPLAY '========================================'.

      **********************************************
      * CONTROL CHECKS. THE REGISTER MUST BALANCE TO ITS COMPANY
      * NET LINE AND EVERY PAYABLE CENT MUST BE ON THE PAYMENT
      * FILE OR THE CHEQUE LIST. RC 16 ON ANY FAILURE, ELSE RC 4
      * WHEN BANK DETAILS WERE IN ERROR.
      **********************************************
       CHECK-CONTROLS.
           IF NOT COMPANY-NET-SEEN
              DISPLAY 'FATAL: NET-PAY REGISTER HAS NO COMPANY NET LINE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RECON-DIFF =
              WS-REGISTER-NET-TOTAL - WS-COMPANY-NET.
           IF WS-RECON-DIFF NOT = 0
              MOVE WS-RECON-DIFF TO WS-SUM-AMT-ED
              DISPLAY 'FATAL: REGISTER LINES DO NOT AGREE WITH '
                      'COMPANY NET, DIFFERENCE ' WS-SUM-AMT-ED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RECON-DIFF =
              WS-PAYABLE-TOTAL - WS-CREDIT-TOTAL - WS-CHEQUE-TOTAL.
           IF WS-RECON-DIFF NOT = 0
              MOVE WS-RECON-DIFF TO WS-SUM-AMT-ED
              DISPLAY 'FATAL: DEPOSITS PLUS CHEQUES DO NOT AGREE '
                      'WITH NET PAY, DIFFERENCE ' WS-SUM-AMT-ED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TOTAL-BAD-DETAILS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
