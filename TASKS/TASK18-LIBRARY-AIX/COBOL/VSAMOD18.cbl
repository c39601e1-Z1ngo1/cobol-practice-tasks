      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  THE LOAN LEDGER IS NOW KEYED BY ISBN AND COPY *
      *                  NUMBER NOW THAT THE CATALOG HOLDS SEVERAL     *
      *                  COPIES PER TITLE. THE OVERDUE REPORT AND      *
      *                  NOTICES SHOW THE COPY NUMBER.                 *
      *                                                                *
      * FILES:                                                         *
      * I-O:    LOANDD (LOAN.LEDGER) - LOANS AND FINES (VSAM KSDS)     *
           SELECT LOAN-LEDGER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOAN-KEY
              FILE STATUS IS LOAN-STATUS.

           SELECT PARAM-FILE ASSIGN TO PARMDD
       FILE SECTION.
       FD LOAN-LEDGER-FILE.
       01 LOAN-REC.
          05 LOAN-KEY.
             10 LOAN-ISBN PIC X(10).
             10 LOAN-COPY-NO PIC 9(3).
          05 LOAN-BORROWER-ID PIC X(8).
          05 LOAN-DUE-DATE PIC 9(8).
          05 LOAN-FINE PIC 9(5)V99.
          05 RPT-DAYS-LATE PIC ZZZZ9.
          05 FILLER PIC X(1).
          05 RPT-FINE PIC ZZZZ9.99.
          05 FILLER PIC X(1).
          05 RPT-COPY-NO PIC 9(3).
          05 FILLER PIC X(33).

       FD NOTICE-FILE RECORDING MODE IS F.
       01 NOTICE-REC.
          05 NTC-FINE PIC ZZZZ9.99.
          05 FILLER PIC X(1).
          05 NTC-TEXT PIC X(30).
          05 FILLER PIC X(1).
          05 NTC-COPY-NO PIC 9(3).
          05 FILLER PIC X(11).

       WORKING-STORAGE SECTION.

      * OVERDUE LOAN.
      **********************************************
       PROCESS-ALL-LOANS.
           MOVE LOW-VALUES TO LOAN-KEY.
           START LOAN-LEDGER-FILE KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   DISPLAY 'LOAN LEDGER IS EMPTY'
                   SET EOF TO TRUE

           MOVE SPACES TO REPORT-REC.
           MOVE LOAN-ISBN TO RPT-ISBN.
           MOVE LOAN-COPY-NO TO RPT-COPY-NO.
           MOVE LOAN-BORROWER-ID TO RPT-BORROWER.
           MOVE LOAN-DUE-DATE TO RPT-DUE-DATE.
           MOVE WS-DAYS-LATE TO RPT-DAYS-LATE.
       WRITE-NOTICE.
           MOVE SPACES TO NOTICE-REC.
           MOVE LOAN-ISBN TO NTC-ISBN.
           MOVE LOAN-COPY-NO TO NTC-COPY-NO.
           MOVE LOAN-BORROWER-ID TO NTC-BORROWER.
           MOVE WS-DAYS-LATE TO NTC-DAYS-LATE.
           MOVE LOAN-FINE TO NTC-FINE.
