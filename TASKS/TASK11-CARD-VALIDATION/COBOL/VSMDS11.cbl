      *   VALIDATIONS GO TO THE EXCEPTION REPORT.                      *
      *   AFTER THE REQUESTS, EVERY MASTER CASE STILL O OR P WHOSE     *
      *   OPEN DATE IS OLDER THAN THE AGING THRESHOLD (INDD PARAM,     *
      *   BUSINESS DAYS, DEFAULT 21) IS LISTED ON THE AGING SECTION    *
      *   OF THE REPORT. A CASE'S AGE IS THE NUMBER OF BUSINESS DAYS   *
      *   FROM ITS OPEN DATE TO THE RUN DATE ON THE HOLIDAY CALENDAR   *
      *   (SUBDT23) - WEEKENDS AND PUBLIC HOLIDAYS DO NOT COUNT.       *
      *   A CASE WITH AN INVALID OPEN DATE IS REPORTED AND NOT AGED -  *
      *   RC 4.                                                        *
      *   THE FULL CARD NUMBER IS KEPT ONLY ON THE DISPUTE MASTER.     *
      *   THE REQUEST'S CARD IS MATCHED TO THE APPROVED FILE THROUGH   *
      *   THE CARD TOKEN (SUBTK11), AND THE FEED AND REPORT SHOW THE   *
      *   MASKED NUMBER ONLY.                                          *
      *   EVERY FEED RECORD IS ALSO POSTED TO THE CARD'S CYCLE BALANCE *
      *   ON THE BALANCE MASTER (BALDD): PCRD AND FCRD CREDITS COME    *
      *   OFF IT (NEVER BELOW ZERO), AN RVSL PUTS THE PROVISIONAL      *
      *   CREDIT BACK. A CARD WITH NO BALANCE RECORD, OR A CREDIT      *
      *   LARGER THAN THE BALANCE, IS LISTED ON THE EXCEPTION REPORT.  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  CASE AGING NOW COUNTS BUSINESS DAYS THROUGH   *
      *                  THE SHARED DATE SERVICE (SUBDT23, HOLDD)      *
      *                  INSTEAD OF CALENDAR DAYS. THE THRESHOLD IS IN *
      *                  BUSINESS DAYS; THE DEFAULT MOVES FROM 30 TO   *
      *                  21, ROUGHLY THE SAME SPAN.                    *
      * 2026/10/15  SSH  THE DISPUTED TRANSACTION'S MERCHANT ID IS     *
      *                  TAKEN FROM THE APPROVED FILE AT OPEN, KEPT ON *
      *                  THE DISPUTE MASTER AND CARRIED ON EVERY       *
      *                  SETTLEMENT FEED RECORD SO MERCHANT SETTLEMENT *
      *                  (VSMMS11) CAN CHARGE IT BACK. CASES OPENED    *
      *                  BEFORE THIS CHANGE HAVE A BLANK MERCHANT.     *
      * 2026/10/15  SSH  THE APPROVED FILE NOW CARRIES A MASKED CARD   *
      *                  NUMBER AND A CARD TOKEN; AN OPEN REQUEST IS   *
      *                  MATCHED ON THE TOKEN OF ITS CARD NUMBER. THE  *
      *                  SETTLEMENT FEED CARRIES MASKED NUMBER AND     *
      *                  TOKEN INSTEAD OF THE FULL CARD NUMBER.        *
      * 2026/10/15  SSH  EVERY SETTLEMENT FEED RECORD IS ALSO POSTED   *
      *                  TO THE CARD'S CYCLE BALANCE ON BALDD (CREDITS *
      *                  OFF, REVERSALS BACK ON), SO THE BALANCE       *
      *                  AGREES WITH WHAT VSMRC11 EXPECTS. THE FEED    *
      *                  RECORD CARRIES THE AMOUNT ACTUALLY APPLIED TO *
      *                  THE BALANCE (SFD-APPLIED) FOR VSMRC11.        *
      * 2026/10/15  SSH  CASES SKIPPED FROM AGING FOR AN INVALID OPEN  *
      *                  DATE ARE COUNTED AND END THE RUN WITH RC 4.   *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DSPTDD (DISPUTE.REQUESTS) - DISPUTE REQUESTS (PS)      *
      * INPUT:  APRVDD (APPROVED.FILE) - APPROVED TRANS (PS, 80 B)     *
      * INPUT:  INDD (DISPUTE.PARM) - AGING THRESHOLD DAYS (PS)        *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23             *
      * I-O:    DSPMDD (DISPUTE.MASTER) - DISPUTE MASTER (KSDS)        *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: SETLDD (DISPUTE.SETTLE) - CREDIT/REVERSAL FEED (PS)    *
      * OUTPUT: REPDD (DISPUTE.REPORT) - EXCEPTIONS AND AGING (PS)     *
      *                                                                *
      * COPYBOOKS: BDCAL  - DATE SERVICE AREA (SUBDT23)                *
      *            CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS DSP-TRANS-ID
               FILE STATUS IS DSPM-STATUS.

           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT DISPUTE-REQUEST-FILE ASSIGN TO DSPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSPT-STATUS.
          05 DSP-STATUS PIC X(1).
          05 DSP-OPEN-DATE PIC 9(8).
          05 DSP-LAST-ACTION-DATE PIC 9(8).
          05 DSP-MERCHANT-ID PIC X(8).

      * CARD BALANCE MASTER AS MAINTAINED BY VSMCC11 AND VSMPY11
       FD CARD-BALANCE-FILE.
       01 CARD-BALANCE-REC.
          05 CARD-BAL-NUM PIC 9(16).
          05 CARD-CREDIT-LIMIT PIC 9(9)V99.
          05 CARD-CYCLE-BALANCE PIC 9(9)V99.
          05 CARD-LAST-STMT-DATE PIC 9(8).
          05 CARD-STMT-BALANCE PIC 9(9)V99.
          05 CARD-MIN-PAY-DUE PIC 9(9)V99.
          05 CARD-PAY-DUE-DATE PIC 9(8).
          05 CARD-PAID-SINCE-STMT PIC 9(9)V99.
          05 CARD-PAID-BY-DUE PIC 9(9)V99.
          05 CARD-LAST-PAY-DATE PIC 9(8).
          05 CARD-LATE-FEE-DATE PIC 9(8).
          05 CARD-PAST-DUE-CYCLES PIC 9(2).

      * DISPUTE REQUEST: ACTION O/P/C/M AGAINST ONE TRANSACTION
       FD DISPUTE-REQUEST-FILE RECORDING MODE IS F.
       01 APPROVED-REC.
          05 APPROVED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 APPROVED-AMOUNT PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(18).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 FILLER PIC X(77).

      * SETTLEMENT FEED RECORD: PCRD = PROVISIONAL CREDIT, FCRD =
      * FINAL CREDIT, RVSL = REVERSAL OF A PROVISIONAL CREDIT. THE
      * MERCHANT IS THE ONE THE DISPUTED TRANSACTION WAS MADE AT.
      * THE CARD IS MASKED, WITH THE CARD TOKEN FOR MATCHING.
      * SFD-APPLIED IS THE PART OF THE AMOUNT POSTED TO THE CARD
      * BALANCE - LESS THAN SFD-AMOUNT WHEN A CREDIT EXCEEDED THE
      * BALANCE, ZERO WHEN THE CARD HAS NO BALANCE RECORD.
       FD SETTLE-FEED-FILE RECORDING MODE IS F.
       01 SETL-FEED-REC.
          05 SFD-TYPE PIC X(4).
          05 FILLER PIC X(1).
          05 SFD-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 SFD-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 SFD-AMOUNT PIC -(6)9.99.
          05 FILLER PIC X(1).
          05 SFD-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 SFD-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(1).
          05 SFD-APPLIED PIC -(6)9.99.
          05 FILLER PIC X(4).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).
      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 DSPM-STATUS PIC X(2).
          05 BAL-STATUS PIC X(2).
          05 DSPT-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
       01 APRV-TABLE.
          05 APRV-ENTRY OCCURS 1000 TIMES.
             10 TAB-TRANS-ID PIC X(5).
             10 TAB-CARD-TOKEN PIC 9(16).
             10 TAB-AMOUNT PIC 9(7)V99.
             10 TAB-MERCHANT-ID PIC X(8).
       01 WS-APRV-SUB PIC 9(4) VALUE 0.
       01 WS-APRV-HIT PIC 9(4) VALUE 0.

       01 WS-AMT-NUM PIC 9(7) VALUE 0.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(7).

      * RUN DATE AND AGING THRESHOLD (BUSINESS DAYS)
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC 9(3) VALUE 21.
       01 WS-CASE-AGE PIC S9(5) COMP-3 VALUE 0.
       01 WS-CASE-AGE-DISP PIC ZZZZ9.

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * CARD NUMBER MASK AND TOKEN SERVICE (SUBTK11)
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      * SETTLEMENT FEED AMOUNT WORK FIELD (SIGNED)
       01 WS-FEED-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-APPLIED-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-RESOLVED-MCH PIC 9(5) VALUE 0.
          05 TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
          05 TOTAL-AGED PIC 9(5) VALUE 0.
          05 TOTAL-BAL-POSTED PIC 9(5) VALUE 0.
          05 TOTAL-BAD-OPEN-DATE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-RESOLVED-MCH-DISP PIC Z(4)9.
          05 TOTAL-EXCEPTIONS-DISP PIC Z(4)9.
          05 TOTAL-AGED-DISP PIC Z(4)9.
          05 TOTAL-BAL-POSTED-DISP PIC Z(4)9.
          05 TOTAL-BAD-OPEN-DATE-DISP PIC Z(4)9.

      * REPORT LINE BUILD AREA
       01 WS-REPORT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-APPROVED-TRANS.
           PERFORM AGE-OPEN-CASES.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-BAD-OPEN-DATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
              STOP RUN
           END-IF.

           OPEN I-O CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-REQUEST-FILE.
           IF DSPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DISPUTE REQUESTS: ' DSPT-STATUS
           END-IF.

      **********************************************
      * READS THE AGING THRESHOLD (BUSINESS DAYS). AN EMPTY FILE
      * KEEPS THE 21-DAY DEFAULT.
      **********************************************
       READ-PARAMETERS.
           READ PARAM-FILE
             AT END
                DISPLAY 'NO PARAM RECORD - DEFAULT AGING '
                        WS-AGE-DAYS ' BUSINESS DAYS'
             NOT AT END
                IF PARAM-AGE-DAYS IS NUMERIC
                   MOVE PARAM-AGE-DAYS TO WS-AGE-DAYS
                END-IF
                DISPLAY 'AGING THRESHOLD: ' WS-AGE-DAYS
                        ' BUSINESS DAYS'
           END-READ
           CLOSE PARAM-FILE.

                      ADD 1 TO APRV-COUNT
                      MOVE APPROVED-TRANS-ID
                        TO TAB-TRANS-ID(APRV-COUNT)
                      MOVE APPROVED-CARD-TOKEN
                        TO TAB-CARD-TOKEN(APRV-COUNT)
                      MOVE APPROVED-MERCHANT-ID
                        TO TAB-MERCHANT-ID(APRV-COUNT)
                      PERFORM PARSE-APPROVED-AMOUNT
                      COMPUTE TAB-AMOUNT(APRV-COUNT) =
                         WS-AMT-NUM / 100
              PERFORM REPORT-REQUEST-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE REQ-CARD-NUM TO CTK-CARD-NUM.
           PERFORM TOKENIZE-CARD.
           IF NOT CTK-OK
              MOVE 'CARD NUMBER NOT VALID' TO WS-REPORT-LINE
              PERFORM REPORT-REQUEST-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CARD-TOKEN(WS-APRV-HIT) NOT = CTK-TOKEN
              MOVE 'CARD DOES NOT MATCH TRANSACTION'
                TO WS-REPORT-LINE
              PERFORM REPORT-REQUEST-EXCEPTION
           MOVE REQ-TRANS-ID TO DSP-TRANS-ID.
           MOVE REQ-CARD-NUM TO DSP-CARD-NUM.
           MOVE TAB-AMOUNT(WS-APRV-HIT) TO DSP-AMOUNT.
           MOVE TAB-MERCHANT-ID(WS-APRV-HIT) TO DSP-MERCHANT-ID.
           MOVE REQ-REASON TO DSP-REASON.
           MOVE 'O' TO DSP-STATUS.
           MOVE WS-RUN-DATE TO DSP-OPEN-DATE.
           END-PERFORM.

      **********************************************
      * MASKS AND TOKENIZES CTK-CARD-NUM VIA SUBTK11. A NUMBER
      * THE SERVICE CANNOT TAKE SHOWS AS ALL '*' WITH A ZERO
      * TOKEN.
      **********************************************
       TOKENIZE-CARD.
           SET CTK-TOKENIZE TO TRUE.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE ALL '*' TO CTK-MASKED
              MOVE 0 TO CTK-TOKEN
           END-IF.

      **********************************************
      * POSTS THE AMOUNT TO THE BALANCE, THEN WRITES ONE
      * SETTLEMENT FEED RECORD (TYPE ALREADY SET) WITH THE FULL
      * AMOUNT AND THE PART OF IT APPLIED TO THE BALANCE.
      **********************************************
       WRITE-SETTLE-FEED.
           MOVE DSP-CARD-NUM TO CTK-CARD-NUM.
           PERFORM TOKENIZE-CARD.
           PERFORM POST-FEED-TO-BALANCE.
           MOVE REQ-TRANS-ID TO SFD-TRANS-ID.
           MOVE CTK-MASKED TO SFD-CARD-MASKED.
           MOVE CTK-TOKEN TO SFD-CARD-TOKEN.
           MOVE WS-FEED-AMOUNT TO SFD-AMOUNT.
           MOVE WS-APPLIED-AMOUNT TO SFD-APPLIED.
           MOVE DSP-MERCHANT-ID TO SFD-MERCHANT-ID.
           WRITE SETL-FEED-REC.
           IF SETL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SETTLEMENT FEED: ' SETL-STATUS
           END-IF.
           MOVE SPACES TO SETL-FEED-REC.

      **********************************************
      * POSTS THE FEED AMOUNT TO THE CARD'S CYCLE BALANCE: A
      * CREDIT (NEGATIVE) COMES OFF IT, A REVERSAL (POSITIVE) PUTS
      * IT BACK. A CREDIT LARGER THAN THE BALANCE TAKES IT TO ZERO
      * AND THE EXCESS IS REPORTED FOR THE CARD TEAM TO REFUND.
      * WS-APPLIED-AMOUNT IS WHAT ACTUALLY WENT ON THE BALANCE.
      **********************************************
       POST-FEED-TO-BALANCE.
           MOVE 0 TO WS-APPLIED-AMOUNT.
           MOVE DSP-CARD-NUM TO CARD-BAL-NUM.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   MOVE 'NO BALANCE RECORD - FEED NOT POSTED'
                     TO WS-REPORT-LINE
                   PERFORM REPORT-REQUEST-EXCEPTION
           END-READ.
           IF BAL-STATUS = '23'
              EXIT PARAGRAPH
           END-IF.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'CARD BALANCE READ ERROR: ' BAL-STATUS
              STOP RUN
           END-IF.
           IF WS-FEED-AMOUNT < 0
              AND 0 - WS-FEED-AMOUNT > CARD-CYCLE-BALANCE
              COMPUTE WS-APPLIED-AMOUNT = 0 - CARD-CYCLE-BALANCE
              MOVE 0 TO CARD-CYCLE-BALANCE
              MOVE 'CREDIT EXCEEDS BALANCE - EXCESS NOT POSTED'
                TO WS-REPORT-LINE
              PERFORM REPORT-REQUEST-EXCEPTION
           ELSE
              MOVE WS-FEED-AMOUNT TO WS-APPLIED-AMOUNT
              ADD WS-FEED-AMOUNT TO CARD-CYCLE-BALANCE
           END-IF.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-BAL-POSTED.

      **********************************************
      * EXCEPTION LINES: UNKNOWN ACTION AND REQUEST-LEVEL FAILURES.
      **********************************************
           END-PERFORM.

      **********************************************
      * COMPUTES THE CASE AGE IN BUSINESS DAYS AND REPORTS IT
      * WHEN OVER THE THRESHOLD. A CASE WITH AN UNREADABLE OPEN
      * DATE CANNOT BE AGED AND IS FLAGGED INSTEAD, RC 4.
      **********************************************
       CHECK-CASE-AGE.
           SET BDC-COUNT-DAYS TO TRUE.
           MOVE DSP-OPEN-DATE TO BDC-DATE-IN.
           MOVE WS-RUN-DATE TO BDC-DATE-TO.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'WARNING: CASE ' DSP-TRANS-ID
                      ' HAS AN INVALID OPEN DATE: ' DSP-OPEN-DATE
              ADD 1 TO TOTAL-BAD-OPEN-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE BDC-DAYS TO WS-CASE-AGE.
           IF WS-CASE-AGE > WS-AGE-DAYS
              ADD 1 TO TOTAL-AGED
              MOVE WS-CASE-AGE TO WS-CASE-AGE-DISP
                     DSP-STATUS DELIMITED BY SIZE
                     ' OPEN ' DELIMITED BY SIZE
                     WS-CASE-AGE-DISP DELIMITED BY SIZE
                     ' BUS DAYS, OPENED ' DELIMITED BY SIZE
                     DSP-OPEN-DATE DELIMITED BY SIZE
                     INTO REPORT-REC
              END-STRING
                       DSPM-STATUS
           END-IF.

           CLOSE CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD BALANCE: '
                       BAL-STATUS
           END-IF.

           CLOSE DISPUTE-REQUEST-FILE.
           IF DSPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DISPUTE REQUESTS: '
           MOVE TOTAL-RESOLVED-MCH TO TOTAL-RESOLVED-MCH-DISP.
           MOVE TOTAL-EXCEPTIONS TO TOTAL-EXCEPTIONS-DISP.
           MOVE TOTAL-AGED TO TOTAL-AGED-DISP.
           MOVE TOTAL-BAL-POSTED TO TOTAL-BAL-POSTED-DISP.
           MOVE TOTAL-BAD-OPEN-DATE TO TOTAL-BAD-OPEN-DATE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'DISPUTE PROCESSING SUMMARY'.
           DISPLAY 'RESOLVED - MERCHANT:   ' TOTAL-RESOLVED-MCH-DISP.
           DISPLAY 'EXCEPTIONS:            ' TOTAL-EXCEPTIONS-DISP.
           DISPLAY 'AGED OPEN CASES:       ' TOTAL-AGED-DISP.
           DISPLAY 'POSTED TO BALANCE:     ' TOTAL-BAL-POSTED-DISP.
           DISPLAY 'INVALID OPEN DATES:    ' TOTAL-BAD-OPEN-DATE-DISP.
           DISPLAY '========================================'.
