      ******************************************************************
      * PRICE-AS-OF INQUIRY AND PRICE VOLATILITY REPORT                *
      *                                                                *
      * PURPOSE:                                                       *
      * ANSWERS CUSTOMER SERVICE'S "WHAT DID THIS PRODUCT COST ON      *
      * THAT DATE" QUESTIONS FROM TB_PRICE_HISTORY IN BATCH, REPORTS   *
      * HOW MUCH EACH PRODUCT'S PRICE MOVED OVER A PERIOD, AND LISTS   *
      * PRODUCTS WHOSE CURRENT PRICE ON THE PRODUCT MASTER (THE KSDS   *
      * DB2VSM25 MAINTAINS) DISAGREES WITH THE LATEST HISTORY ROW.     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - INQUIRIES: EACH REQDD RECORD (PRODUCT, AS-OF DATE) *
      *     IS ANSWERED ON ANSDD WITH THE PRICE AND CURRENCY IN EFFECT *
      *     ON THAT DATE: THE NEW_PRICE OF THE LAST CHANGE WITH A      *
      *     CHANGE_DATE ON OR BEFORE IT. ANSWER STATUS:                *
      *       FOUND  - ONE CHANGE ON THE EFFECTIVE CHANGE DATE.        *
      *       MULTI  - SEVERAL CHANGES THAT DAY; THE ONE ENDING THE    *
      *                DAY'S CHAIN (ITS NEW PRICE IS NO OTHER SAME-DAY *
      *                ROW'S OLD PRICE) IS ANSWERED.                   *
      *       PRIOR  - DATE BEFORE THE FIRST RECORDED CHANGE: THE OLD  *
      *                PRICE OF THAT FIRST CHANGE IS ANSWERED.         *
      *       NOHIST - NO PRICE HISTORY FOR THE PRODUCT.               *
      *       BADREQ - PRODUCT BLANK OR AS-OF DATE NOT A VALID DATE.   *
      *   PHASE 2 - VOLATILITY: PER PRODUCT AND CURRENCY, FOR CHANGES  *
      *     DATED IN THE PERIOD: NUMBER OF CHANGES, LARGEST SINGLE     *
      *     MOVE (AMOUNT AND PERCENT OF THE OLD PRICE), AND THE        *
      *     CUMULATIVE NET CHANGE. A ROW WITH NO OLD PRICE (A NEW      *
      *     PRODUCT) COUNTS AS A CHANGE BUT NOT AS A MOVE.             *
      *   PHASE 3 - EXCEPTIONS: EVERY PRODUCT ON THE MASTER IS         *
      *     PRICED AS OF TODAY FROM THE HISTORY AS IN PHASE 1. A       *
      *     PRICE OR CURRENCY THAT DIFFERS FROM THE MASTER IS LISTED   *
      *     AS AN EXCEPTION AND THE RUN ENDS WITH RETURN-CODE 4.       *
      *     PRODUCTS WITHOUT HISTORY ARE COUNTED, NOT LISTED.          *
      *   PERIOD - PARMDD FROMDATE= / TODATE= (YYYYMMDD), OR DAYS=NNN  *
      *     BACK FROM TODATE. DEFAULT: THE 30 DAYS ENDING TODAY.       *
      *   READ ONLY - NOTHING IS UPDATED.                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (PRICE.INQ.PARM) - PERIOD CARDS (OPTIONAL)      *
      *         REQDD  (PRICE.INQUIRY)  - AS-OF REQUESTS (PS, OPTIONAL *
      *                                   - ABSENT = REPORT ONLY)      *
      *         VSAMDD (PRODUCT.MASTER) - VSAM KSDS PRODUCT MASTER     *
      * OUTPUT: ANSDD  (PRICE.ANSWERS)  - ONE ANSWER PER REQUEST (PS)  *
      *         OUTDD  (PRICE.VOLATILITY) - VOLATILITY AND EXCEPTION   *
      *                                   REPORT (PS, 80 B)            *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_PRICE_HISTORY - AUDIT TABLE (PROD_ID,OLD_PRICE,NEW_PRICE,   *
      *                     CURRENCY_CODE,CHANGE_DATE) (READ ONLY)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2PQ25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL REQUEST-FILE ASSIGN TO REQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.

      * VSAM KSDS READ SEQUENTIALLY FOR THE EXCEPTION PASS.
           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VSAM-PROD-ID
              FILE STATUS IS VSAM-STATUS.

           SELECT ANSWER-FILE ASSIGN TO ANSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ANSWER-STATUS.

           SELECT OUT-FILE ASSIGN TO OUTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * ONE AS-OF QUESTION; THE REFERENCE IS CUSTOMER SERVICE'S OWN
      * CASE NUMBER, ECHOED ON THE ANSWER
       FD REQUEST-FILE RECORDING MODE IS F.
       01 REQUEST-REC.
          05 REQ-PROD-ID PIC X(5).
          05 REQ-AS-OF-DATE PIC X(8).
          05 REQ-REFERENCE PIC X(10).
          05 FILLER PIC X(57).

       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-PROD-ID PIC X(5).
          05 VSAM-PROD-NAME PIC X(20).
          05 VSAM-CURR-PRICE PIC 9(5)V99.
          05 VSAM-CURRENCY PIC X(3).
          05 FILLER PIC X(45).

      * ONE ANSWER PER REQUEST, IN REQUEST ORDER
       FD ANSWER-FILE RECORDING MODE IS F.
       01 ANSWER-REC.
          05 ANS-PROD-ID PIC X(5).
          05 ANS-AS-OF-DATE PIC X(8).
          05 ANS-REFERENCE PIC X(10).
          05 ANS-PRICE PIC 9(5)V99.
          05 ANS-CURRENCY PIC X(3).
          05 ANS-CHANGE-DATE PIC X(10).
          05 ANS-STATUS PIC X(6).
          05 FILLER PIC X(31).

       FD OUT-FILE RECORDING MODE IS F.
       01 OUT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * DB2 COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DCLGEN HOST VARIABLES
           EXEC SQL
             INCLUDE TASK25
           END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARM-STATUS PIC X(2).
          05 REQUEST-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 ANSWER-STATUS PIC X(2).
          05 OUT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-REQ-OPEN-SW PIC X(1) VALUE 'N'.
             88 REQUESTS-PRESENT VALUE 'Y'.

      * DB2 HOST VARIABLES - AS-OF LOOKUP
       01 HV-ASOF-DATE PIC X(10).
       01 HV-EFF-DATE PIC X(10).
       01 HV-EFF-IND PIC S9(4) COMP VALUE 0.
       01 HV-CHANGE-COUNT PIC S9(9) COMP.
       01 HV-OLD-PRICE-IND PIC S9(4) COMP VALUE 0.
       01 HV-NEW-PRICE-IND PIC S9(4) COMP VALUE 0.

      * DB2 HOST VARIABLES - VOLATILITY PERIOD AND RESULT ROW
       01 HV-FROM-DATE PIC X(10).
       01 HV-TO-DATE PIC X(10).
       01 HV-VOL-PROD-ID PIC X(5).
       01 HV-VOL-CURRENCY PIC X(3).
       01 HV-VOL-CHANGES PIC S9(9) COMP.
       01 HV-VOL-MAX-MOVE PIC S9(5)V9(2) COMP-3.
       01 HV-VOL-MAX-PCT PIC S9(7)V9(2) COMP-3.
       01 HV-VOL-NET PIC S9(9)V9(2) COMP-3.
       01 HV-VOL-IND-TAB.
          05 HV-VOL-IND PIC S9(4) COMP OCCURS 3 TIMES.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

           EXEC SQL
             DECLARE CUR-VOLATILITY CURSOR FOR
               SELECT PROD_ID, CURRENCY_CODE, COUNT(*),
                      MAX(ABS(NEW_PRICE - OLD_PRICE)),
                      MAX(CASE WHEN OLD_PRICE > 0
                               THEN ABS(NEW_PRICE - OLD_PRICE)
                                    * 100 / OLD_PRICE
                          END),
                      SUM(NEW_PRICE - OLD_PRICE)
                 FROM TB_PRICE_HISTORY
                WHERE CHANGE_DATE BETWEEN DATE(:HV-FROM-DATE)
                                      AND DATE(:HV-TO-DATE)
                GROUP BY PROD_ID, CURRENCY_CODE
                ORDER BY PROD_ID, CURRENCY_CODE
           END-EXEC.

      * RUN DATE AND REPORT PERIOD (YYYYMMDD)
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 30.

      * DATE VALIDATION OF A PARM OR REQUEST DATE
       01 WS-DATE-TEXT PIC X(8).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-DATE-OK-SW PIC X(1) VALUE 'N'.
          88 DATE-TEXT-VALID VALUE 'Y'.

      * DATE CONVERSION: YYYYMMDD TO DB2 ISO YYYY-MM-DD
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
          05 WS-DATE-YYYY PIC 9(4).
          05 WS-DATE-MM PIC 9(2).
          05 WS-DATE-DD PIC 9(2).
       01 WS-ISO-DATE.
          05 WS-ISO-YYYY PIC 9(4).
          05 FILLER PIC X(1) VALUE '-'.
          05 WS-ISO-MM PIC 9(2).
          05 FILLER PIC X(1) VALUE '-'.
          05 WS-ISO-DD PIC 9(2).

      * RESULT OF ONE AS-OF LOOKUP
       01 WS-ASOF-PRICE PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-ASOF-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-ASOF-CHG-DATE PIC X(10) VALUE SPACES.
       01 WS-ASOF-STATUS PIC X(6) VALUE SPACES.
          88 ASOF-PRICED VALUE 'FOUND ' 'MULTI ' 'PRIOR '.

      * COUNTERS
       01 WS-COUNTERS.
          05 WS-CNT-REQUESTS PIC 9(7) VALUE 0.
          05 WS-CNT-ANSWERED PIC 9(7) VALUE 0.
          05 WS-CNT-NOHIST PIC 9(7) VALUE 0.
          05 WS-CNT-BADREQ PIC 9(7) VALUE 0.
          05 WS-CNT-VOL-ROWS PIC 9(7) VALUE 0.
          05 WS-CNT-PRODUCTS PIC 9(7) VALUE 0.
          05 WS-CNT-NO-HISTORY PIC 9(7) VALUE 0.
          05 WS-CNT-EXCEPTIONS PIC 9(7) VALUE 0.

      * EDITED FIELDS
       01 WS-EDITS.
          05 WS-CNT-EDIT PIC Z(6)9.

      * REPORT LINES
       01 VOL-HEADING-1.
          05 FILLER PIC X(40)
             VALUE 'PRODUCT CUR  CHANGES   LARGEST MOVE   LA'.
          05 FILLER PIC X(40)
             VALUE 'RGST PCT       NET CHANGE               '.

       01 VOL-DETAIL-LINE.
          05 VDL-PROD-ID PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 VDL-CURRENCY PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 VDL-CHANGES PIC Z(6)9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 VDL-MAX-MOVE PIC Z(8)9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 VDL-MAX-PCT PIC Z(6)9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 VDL-NET PIC -Z(9)9.99.
          05 FILLER PIC X(12) VALUE SPACES.

       01 EXC-HEADING-1.
          05 FILLER PIC X(40)
             VALUE 'PRODUCT NAME                 MASTER PRIC'.
          05 FILLER PIC X(40)
             VALUE 'E CUR HISTORY PRICE CUR  CHANGED        '.

       01 EXC-DETAIL-LINE.
          05 EDL-PROD-ID PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 EDL-PROD-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EDL-MASTER-PRICE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 EDL-MASTER-CUR PIC X(3).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EDL-HIST-PRICE PIC Z(9)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 EDL-HIST-CUR PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EDL-CHANGE-DATE PIC X(10).
          05 FILLER PIC X(5) VALUE SPACES.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * PERIOD -> INQUIRIES -> VOLATILITY -> EXCEPTIONS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-REPORT-PERIOD.
           PERFORM OPEN-ALL-FILES.
           PERFORM ANSWER-ALL-REQUESTS.
           PERFORM WRITE-VOLATILITY-REPORT.
           PERFORM WRITE-EXCEPTION-REPORT.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF WS-CNT-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD PERIOD CARDS:
      *   FROMDATE=YYYYMMDD - FIRST CHANGE DATE IN THE PERIOD.
      *   TODATE=YYYYMMDD   - LAST CHANGE DATE (DEFAULT TODAY).
      *   DAYS=NNN          - PERIOD LENGTH WHEN FROMDATE IS NOT
      *                       GIVEN (DEFAULT 30).
      * A FROMDATE AFTER THE TODATE IS SWAPPED ROUND.
      **********************************************
       GET-REPORT-PERIOD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
              PERFORM UNTIL PARM-STATUS NOT = '00'
                 READ PARM-FILE
                   AT END
                      MOVE '10' TO PARM-STATUS
                   NOT AT END
                      PERFORM APPLY-PARM-CARD
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
           END-IF.

           IF WS-FROM-DATE = 0
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                    - WS-PERIOD-DAYS)
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
              MOVE WS-FROM-DATE TO WS-DATE-NUM
              MOVE WS-TO-DATE TO WS-FROM-DATE
              MOVE WS-DATE-NUM TO WS-TO-DATE
           END-IF.

           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           PERFORM CONVERT-TO-ISO-DATE.
           MOVE WS-ISO-DATE TO HV-FROM-DATE.
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           PERFORM CONVERT-TO-ISO-DATE.
           MOVE WS-ISO-DATE TO HV-TO-DATE.

      **********************************************
      * APPLIES ONE PARMDD CARD. A DATE MUST BE A VALID
      * CALENDAR DATE OR THE CARD IS IGNORED WITH A WARNING.
      **********************************************
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-REC(1:9) = 'FROMDATE='
                 MOVE PARM-REC(10:8) TO WS-DATE-TEXT
                 PERFORM CHECK-DATE-TEXT
                 IF DATE-TEXT-VALID
                    MOVE PARM-REC(10:8) TO WS-FROM-DATE
                 ELSE
                    DISPLAY 'WARNING: INVALID FROMDATE VALUE: '
                            PARM-REC(10:8)
                 END-IF
               WHEN PARM-REC(1:7) = 'TODATE='
                 MOVE PARM-REC(8:8) TO WS-DATE-TEXT
                 PERFORM CHECK-DATE-TEXT
                 IF DATE-TEXT-VALID
                    MOVE PARM-REC(8:8) TO WS-TO-DATE
                 ELSE
                    DISPLAY 'WARNING: INVALID TODATE VALUE: '
                            PARM-REC(8:8)
                 END-IF
               WHEN PARM-REC(1:5) = 'DAYS='
                 IF PARM-REC(6:3) IS NUMERIC
                    AND PARM-REC(6:3) > 0
                    MOVE PARM-REC(6:3) TO WS-PERIOD-DAYS
                 ELSE
                    DISPLAY 'WARNING: INVALID DAYS VALUE: '
                            PARM-REC(6:3)
                 END-IF
               WHEN PARM-REC = SPACES
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                         PARM-REC(1:20)
           END-EVALUATE.

      **********************************************
      * SETS DATE-TEXT-VALID WHEN WS-DATE-TEXT HOLDS A REAL
      * CALENDAR DATE (YYYYMMDD).
      **********************************************
       CHECK-DATE-TEXT.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-DATE-TEXT IS NUMERIC
              MOVE WS-DATE-TEXT TO WS-DATE-CHECK
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) = 0
                 SET DATE-TEXT-VALID TO TRUE
              END-IF
           END-IF.

      **********************************************
      * WS-DATE-NUM (YYYYMMDD) -> WS-ISO-DATE (YYYY-MM-DD).
      **********************************************
       CONVERT-TO-ISO-DATE.
           MOVE WS-DATE-YYYY TO WS-ISO-YYYY.
           MOVE WS-DATE-MM TO WS-ISO-MM.
           MOVE WS-DATE-DD TO WS-ISO-DD.

      **********************************************
      * OPENS THE REQUESTS (IF ANY), THE PRODUCT MASTER, THE
      * ANSWER FILE AND THE REPORT.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = '00'
              SET REQUESTS-PRESENT TO TRUE
           ELSE
              DISPLAY 'NO INQUIRY FILE - REPORT ONLY'
           END-IF.

           OPEN INPUT VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ANSWER-FILE.
           IF ANSWER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ANSWER FILE: ' ANSWER-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT OUT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OUTPUT FILE: ' OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * ONE ANSWER PER REQUEST RECORD, IN REQUEST ORDER.
      **********************************************
       ANSWER-ALL-REQUESTS.
           IF NOT REQUESTS-PRESENT
              EXIT PARAGRAPH
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ REQUEST-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   PERFORM ANSWER-ONE-REQUEST
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE REQUEST, LOOKS THE PRICE UP AND WRITES
      * THE ANSWER.
      **********************************************
       ANSWER-ONE-REQUEST.
           ADD 1 TO WS-CNT-REQUESTS.
           MOVE SPACES TO ANSWER-REC.
           MOVE REQ-PROD-ID TO ANS-PROD-ID.
           MOVE REQ-AS-OF-DATE TO ANS-AS-OF-DATE.
           MOVE REQ-REFERENCE TO ANS-REFERENCE.
           MOVE 0 TO ANS-PRICE.

           MOVE REQ-AS-OF-DATE TO WS-DATE-TEXT.
           PERFORM CHECK-DATE-TEXT.
           IF REQ-PROD-ID = SPACES OR NOT DATE-TEXT-VALID
              MOVE 'BADREQ' TO WS-ASOF-STATUS
           ELSE
              MOVE REQ-PROD-ID TO PROD-ID
              MOVE REQ-AS-OF-DATE TO WS-DATE-NUM
              PERFORM CONVERT-TO-ISO-DATE
              MOVE WS-ISO-DATE TO HV-ASOF-DATE
              PERFORM LOOKUP-PRICE-AS-OF
           END-IF.

           MOVE WS-ASOF-STATUS TO ANS-STATUS.
           EVALUATE TRUE
              WHEN ASOF-PRICED
                 MOVE WS-ASOF-PRICE TO ANS-PRICE
                 MOVE WS-ASOF-CURRENCY TO ANS-CURRENCY
                 MOVE WS-ASOF-CHG-DATE TO ANS-CHANGE-DATE
                 ADD 1 TO WS-CNT-ANSWERED
              WHEN WS-ASOF-STATUS = 'NOHIST'
                 ADD 1 TO WS-CNT-NOHIST
              WHEN OTHER
                 ADD 1 TO WS-CNT-BADREQ
           END-EVALUATE.

           WRITE ANSWER-REC.
           IF ANSWER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ANSWER FILE: ' ANSWER-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * PRICE OF PROD-ID IN EFFECT ON HV-ASOF-DATE. FINDS THE
      * LAST CHANGE DATE ON OR BEFORE THE AS-OF DATE, THEN THE
      * PRICE SET THAT DAY. WITH NO CHANGE THAT EARLY, THE OLD
      * PRICE OF THE FIRST LATER CHANGE IS THE ANSWER (PRIOR).
      **********************************************
       LOOKUP-PRICE-AS-OF.
           MOVE 0 TO WS-ASOF-PRICE.
           MOVE SPACES TO WS-ASOF-CURRENCY.
           MOVE SPACES TO WS-ASOF-CHG-DATE.
           MOVE 'NOHIST' TO WS-ASOF-STATUS.

           EXEC SQL
             SELECT CHAR(MAX(CHANGE_DATE), ISO)
               INTO :HV-EFF-DATE :HV-EFF-IND
               FROM TB_PRICE_HISTORY
              WHERE PROD_ID = :PROD-ID
                AND CHANGE_DATE <= DATE(:HV-ASOF-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'AS-OF DATE SELECT ERROR: ' WS-SQLCODE-DISP
                      ' PRODUCT: ' PROD-ID
              STOP RUN
           END-IF.

           IF HV-EFF-IND < 0
              PERFORM LOOKUP-PRICE-BEFORE-HISTORY
           ELSE
              PERFORM LOOKUP-PRICE-ON-DATE
           END-IF.

      **********************************************
      * THE PRICE SET ON HV-EFF-DATE. WHEN SEVERAL CHANGES SHARE
      * THE DATE, THE ONE WHOSE NEW PRICE NO OTHER SAME-DAY ROW
      * STARTS FROM IS THE LAST OF THE DAY.
      **********************************************
       LOOKUP-PRICE-ON-DATE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :HV-CHANGE-COUNT
               FROM TB_PRICE_HISTORY
              WHERE PROD_ID = :PROD-ID
                AND CHANGE_DATE = DATE(:HV-EFF-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CHANGE COUNT SELECT ERROR: ' WS-SQLCODE-DISP
                      ' PRODUCT: ' PROD-ID
              STOP RUN
           END-IF.

           EXEC SQL
             SELECT H.NEW_PRICE, H.CURRENCY_CODE
               INTO :NEW-PRICE :HV-NEW-PRICE-IND, :CURRENCY-CODE
               FROM TB_PRICE_HISTORY H
              WHERE H.PROD_ID = :PROD-ID
                AND H.CHANGE_DATE = DATE(:HV-EFF-DATE)
                AND NOT EXISTS
                    (SELECT 1
                       FROM TB_PRICE_HISTORY N
                      WHERE N.PROD_ID = H.PROD_ID
                        AND N.CHANGE_DATE = H.CHANGE_DATE
                        AND N.CURRENCY_CODE = H.CURRENCY_CODE
                        AND N.OLD_PRICE = H.NEW_PRICE)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
      * A SAME-DAY CHAIN THAT RETURNS TO ITS STARTING PRICE HAS
      * NO CLEAR END - ANY ROW OF THE DAY CARRIES THAT PRICE.
           IF SQLCODE = 100
              EXEC SQL
                SELECT NEW_PRICE, CURRENCY_CODE
                  INTO :NEW-PRICE :HV-NEW-PRICE-IND, :CURRENCY-CODE
                  FROM TB_PRICE_HISTORY
                 WHERE PROD_ID = :PROD-ID
                   AND CHANGE_DATE = DATE(:HV-EFF-DATE)
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'PRICE SELECT ERROR: ' WS-SQLCODE-DISP
                      ' PRODUCT: ' PROD-ID
              STOP RUN
           END-IF.

           IF HV-NEW-PRICE-IND < 0
              MOVE 0 TO NEW-PRICE
           END-IF.
           MOVE NEW-PRICE TO WS-ASOF-PRICE.
           MOVE CURRENCY-CODE TO WS-ASOF-CURRENCY.
           MOVE HV-EFF-DATE TO WS-ASOF-CHG-DATE.
           IF HV-CHANGE-COUNT > 1
              MOVE 'MULTI' TO WS-ASOF-STATUS
           ELSE
              MOVE 'FOUND' TO WS-ASOF-STATUS
           END-IF.

      **********************************************
      * AS-OF DATE BEFORE THE FIRST RECORDED CHANGE: THE FIRST
      * CHANGE'S OLD PRICE WAS THE PRICE THEN. A FIRST CHANGE
      * WITHOUT AN OLD PRICE (A NEW PRODUCT) MEANS THERE WAS NO
      * PRICE YET.
      **********************************************
       LOOKUP-PRICE-BEFORE-HISTORY.
           EXEC SQL
             SELECT OLD_PRICE, CURRENCY_CODE, CHAR(CHANGE_DATE, ISO)
               INTO :OLD-PRICE :HV-OLD-PRICE-IND, :CURRENCY-CODE,
                    :CHANGE-DATE
               FROM TB_PRICE_HISTORY
              WHERE PROD_ID = :PROD-ID
              ORDER BY CHANGE_DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF HV-OLD-PRICE-IND >= 0
                    MOVE OLD-PRICE TO WS-ASOF-PRICE
                    MOVE CURRENCY-CODE TO WS-ASOF-CURRENCY
                    MOVE CHANGE-DATE TO WS-ASOF-CHG-DATE
                    MOVE 'PRIOR' TO WS-ASOF-STATUS
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'FIRST CHANGE SELECT ERROR: '
                         WS-SQLCODE-DISP ' PRODUCT: ' PROD-ID
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * ONE LINE PER PRODUCT AND CURRENCY WITH CHANGES IN THE
      * PERIOD.
      **********************************************
       WRITE-VOLATILITY-REPORT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'PRICE VOLATILITY ' DELIMITED BY SIZE
                  HV-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  HV-TO-DATE DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           MOVE VOL-HEADING-1 TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.

           EXEC SQL
             OPEN CUR-VOLATILITY
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              EXEC SQL
                FETCH CUR-VOLATILITY
                 INTO :HV-VOL-PROD-ID, :HV-VOL-CURRENCY,
                      :HV-VOL-CHANGES,
                      :HV-VOL-MAX-MOVE :HV-VOL-IND(1),
                      :HV-VOL-MAX-PCT :HV-VOL-IND(2),
                      :HV-VOL-NET :HV-VOL-IND(3)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM WRITE-VOLATILITY-LINE
                 WHEN 100
                    SET EOF TO TRUE
                 WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                    STOP RUN
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-VOLATILITY
           END-EXEC.

           IF WS-CNT-VOL-ROWS = 0
              MOVE 'NO PRICE CHANGES IN THE PERIOD' TO WS-OUT-MSG
              PERFORM WRITE-OUT-LINE
           END-IF.

      **********************************************
      * FORMATS ONE VOLATILITY LINE. NULL AGGREGATES (ONLY NEW-
      * PRODUCT ROWS, OR NO NONZERO OLD PRICE) SHOW AS ZERO.
      **********************************************
       WRITE-VOLATILITY-LINE.
           ADD 1 TO WS-CNT-VOL-ROWS.
           IF HV-VOL-IND(1) < 0
              MOVE 0 TO HV-VOL-MAX-MOVE
           END-IF.
           IF HV-VOL-IND(2) < 0
              MOVE 0 TO HV-VOL-MAX-PCT
           END-IF.
           IF HV-VOL-IND(3) < 0
              MOVE 0 TO HV-VOL-NET
           END-IF.
           MOVE HV-VOL-PROD-ID TO VDL-PROD-ID.
           MOVE HV-VOL-CURRENCY TO VDL-CURRENCY.
           MOVE HV-VOL-CHANGES TO VDL-CHANGES.
           MOVE HV-VOL-MAX-MOVE TO VDL-MAX-MOVE.
           MOVE HV-VOL-MAX-PCT TO VDL-MAX-PCT.
           MOVE HV-VOL-NET TO VDL-NET.
           MOVE VOL-DETAIL-LINE TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.

      **********************************************
      * SCANS THE PRODUCT MASTER AND LISTS EVERY PRODUCT WHOSE
      * CURRENT PRICE OR CURRENCY DIFFERS FROM THE PRICE THE
      * HISTORY GIVES FOR TODAY.
      **********************************************
       WRITE-EXCEPTION-REPORT.
           MOVE SPACES TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.
           MOVE 'MASTER PRICE EXCEPTIONS (MASTER VS LATEST HISTORY)'
             TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.
           MOVE EXC-HEADING-1 TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           PERFORM CONVERT-TO-ISO-DATE.
           MOVE WS-ISO-DATE TO HV-ASOF-DATE.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ VSAM-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   PERFORM CHECK-MASTER-PRICE
              END-READ
              IF NOT EOF AND VSAM-STATUS NOT = '00'
                 DISPLAY 'ERROR READING VSAM FILE: ' VSAM-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.

           IF WS-CNT-EXCEPTIONS = 0
              MOVE 'NO EXCEPTIONS' TO WS-OUT-MSG
              PERFORM WRITE-OUT-LINE
           END-IF.

      **********************************************
      * COMPARES ONE MASTER PRODUCT TO ITS HISTORY PRICE.
      **********************************************
       CHECK-MASTER-PRICE.
           ADD 1 TO WS-CNT-PRODUCTS.
           MOVE VSAM-PROD-ID TO PROD-ID.
           PERFORM LOOKUP-PRICE-AS-OF.
           IF NOT ASOF-PRICED
              ADD 1 TO WS-CNT-NO-HISTORY
              EXIT PARAGRAPH
           END-IF.
           IF WS-ASOF-PRICE = VSAM-CURR-PRICE
              AND WS-ASOF-CURRENCY = VSAM-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-EXCEPTIONS.
           MOVE VSAM-PROD-ID TO EDL-PROD-ID.
           MOVE VSAM-PROD-NAME TO EDL-PROD-NAME.
           MOVE VSAM-CURR-PRICE TO EDL-MASTER-PRICE.
           MOVE VSAM-CURRENCY TO EDL-MASTER-CUR.
           MOVE WS-ASOF-PRICE TO EDL-HIST-PRICE.
           MOVE WS-ASOF-CURRENCY TO EDL-HIST-CUR.
           MOVE WS-ASOF-CHG-DATE TO EDL-CHANGE-DATE.
           MOVE EXC-DETAIL-LINE TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.

      **********************************************
      * RUN TOTALS AT THE FOOT OF THE REPORT.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-MSG.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-REQUESTS TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'INQUIRIES READ:        ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-ANSWERED TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'INQUIRIES PRICED:      ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-NOHIST TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'INQUIRIES NO HISTORY:  ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-BADREQ TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'INQUIRIES REJECTED:    ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-PRODUCTS TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'MASTER PRODUCTS:       ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-NO-HISTORY TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'PRODUCTS NO HISTORY:   ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

           MOVE WS-CNT-EXCEPTIONS TO WS-CNT-EDIT.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'PRICE EXCEPTIONS:      ' DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-OUT-LINE.

      **********************************************
      * WRITES ONE REPORT LINE.
      **********************************************
       WRITE-OUT-LINE.
           MOVE WS-OUT-MSG TO OUT-REC.
           WRITE OUT-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING OUTPUT FILE: ' OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSES ALL FILES.
      **********************************************
       CLOSE-ALL-FILES.
           IF REQUESTS-PRESENT
              CLOSE REQUEST-FILE
           END-IF.
           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: '
                      VSAM-STATUS
           END-IF.
           CLOSE ANSWER-FILE.
           IF ANSWER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ANSWER FILE: '
                      ANSWER-STATUS
           END-IF.
           CLOSE OUT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OUTPUT FILE: '
                      OUT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'PRICE INQUIRY AND VOLATILITY SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PERIOD:              ' HV-FROM-DATE ' TO '
                   HV-TO-DATE.
           MOVE WS-CNT-REQUESTS TO WS-CNT-EDIT.
           DISPLAY 'INQUIRIES READ:      ' WS-CNT-EDIT.
           MOVE WS-CNT-ANSWERED TO WS-CNT-EDIT.
           DISPLAY 'INQUIRIES PRICED:    ' WS-CNT-EDIT.
           MOVE WS-CNT-VOL-ROWS TO WS-CNT-EDIT.
           DISPLAY 'VOLATILITY LINES:    ' WS-CNT-EDIT.
           MOVE WS-CNT-EXCEPTIONS TO WS-CNT-EDIT.
           DISPLAY 'PRICE EXCEPTIONS:    ' WS-CNT-EDIT.
           IF WS-CNT-EXCEPTIONS > 0
              DISPLAY 'WARNING: MASTER PRICES DISAGREE WITH '
                      'TB_PRICE_HISTORY - SEE REPORT'
           END-IF.
           DISPLAY '========================================'.
