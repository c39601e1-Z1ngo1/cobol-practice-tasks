      ******************************************************************
      * BNKMAST - EMPLOYEE BANK DETAILS MASTER RECORD LAYOUT           *
      *                                                                *
      * COPIED AS THE BODY OF THE BANK DETAILS FD RECORD (KSDS         *
      * BANK.MASTER, KEY BNK-EMP-ID). ONE RECORD PER EMPLOYEE PAID BY  *
      * DIRECT DEPOSIT WITH UP TO THREE ACCOUNTS. EACH ACCOUNT TAKES   *
      * A FIXED AMOUNT (METHOD A), A PERCENT OF NET PAY (METHOD P,     *
      * VALUE 00025.00 = 25 PCT) OR THE REMAINDER (METHOD R); THE      *
      * LAST ACCOUNT IS ALWAYS THE REMAINDER ACCOUNT. UNUSED ACCOUNT   *
      * SLOTS ARE SPACES. NEW OR CHANGED ACCOUNTS START PRENOTE DUE;   *
      * THE PAYMENT RUN SENDS THE ZERO-AMOUNT PRENOTE (SENT, WITH ITS  *
      * DATE) AND GOES LIVE ON THE FOLLOWING CYCLE.                    *
      * MAINTAINED ONLY BY BNKMT14; PRENOTE STATUS ALSO SET BY PSDD14. *
      ******************************************************************
           05 BNK-EMP-ID PIC X(5).
           05 BNK-HOLDER-NAME PIC X(22).
           05 BNK-PRENOTE-STATUS PIC X(1).
              88 BNK-PRENOTE-DUE VALUE 'P'.
              88 BNK-PRENOTE-SENT VALUE 'S'.
              88 BNK-LIVE VALUE 'L'.
           05 BNK-PRENOTE-DATE PIC X(8).
           05 BNK-ACCT-COUNT PIC 9(1).
           05 BNK-ACCOUNT OCCURS 3 TIMES.
              10 BNK-ROUTING PIC X(9).
              10 BNK-ACCT-NUMBER PIC X(17).
              10 BNK-ACCT-TYPE PIC X(1).
                 88 BNK-CHECKING VALUE 'C'.
                 88 BNK-SAVINGS VALUE 'S'.
              10 BNK-SPLIT-METHOD PIC X(1).
                 88 BNK-SPLIT-AMOUNT VALUE 'A'.
                 88 BNK-SPLIT-PERCENT VALUE 'P'.
                 88 BNK-SPLIT-REMAINDER VALUE 'R'.
              10 BNK-SPLIT-VALUE PIC 9(5)V99.
           05 BNK-CHANGED-DATE PIC X(8).
           05 BNK-CHANGED-BY PIC X(8).
           05 FILLER PIC X(42).
