      ******************************************************************
      * PERIODIC CREDIT-LIMIT REVIEW OF TB_CUSTOMERS                   *
      *                                                                *
      * PURPOSE:                                                       *
      * CREDIT_LIMIT ON TB_CUSTOMERS IS SET ONCE WHEN DB2JOB19         *
      * IMPORTS THE CUSTOMER. THIS PROGRAM REVISITS IT: EACH CUSTOMER  *
      * IS MATCHED TO ITS CREDIT.MASTER RECORD (THE KSDS JOBSUB23      *
      * SCORES LOANS FROM), A NEW LIMIT IS PROPOSED FROM THE CURRENT   *
      * CREDIT-SCORE AND LATE-PAYMENTS, AND THE LIMIT IS MOVED TOWARDS *
      * IT WITHIN THE CONFIGURED CAPS. EVERY DECISION IS LISTED ON A   *
      * BEFORE/AFTER AUDIT REPORT AND KEPT ON TB_CREDIT_LIMIT_HISTORY. *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - MATCH: CREDIT.MASTER IS READ BY THE TB_CUSTOMERS   *
      *     CUST_ID. WHEN THE IDS DIFFER, THE DB2XR45 IDENTITY XREF    *
      *     (XREFDD) ROW FOR THAT DB2 ID SUPPLIES THE OTHER IDS OF THE *
      *     SAME PERSON: THE CLIENT MASTER ID IS TRIED FIRST, THEN THE *
      *     CUSTOMER MASTER ID. NO MATCH -> STATUS NOMATCH, UNCHANGED. *
      *   PHASE 2 - TREND: THE CUSTOMERS LAST TB_CREDIT_LIMIT_HISTORY  *
      *     ROW GIVES THE SCORE AND LATE PAYMENTS AT THE PREVIOUS      *
      *     REVIEW. A LOWER SCORE OR MORE LATE PAYMENTS IS WORSE. A    *
      *     CUSTOMER ALREADY REVIEWED TODAY IS SKIPPED (STATUS DONE),  *
      *     SO A RERUN AFTER A FAILURE DOES NOT STEP A LIMIT TWICE.    *
      *   PHASE 3 - POLICY: POLICYDD ROWS CARRY A SCORE FLOOR, THE     *
      *     MOST LATE PAYMENTS ALLOWED AND A LIMIT. THE TARGET LIMIT   *
      *     IS THE HIGHEST LIMIT OF ANY ROW THE CUSTOMER QUALIFIES FOR *
      *     (SCORE >= FLOOR AND LATE PAYMENTS <= MAXIMUM); NONE -> 0.  *
      *   PHASE 4 - APPLY:                                             *
      *     TARGET ABOVE LIMIT - INCREASE, CAPPED AT INCPCT= PERCENT   *
      *       OF THE CURRENT LIMIT AND INCAMT= (STATUS INCR/INCRCAP).  *
      *       A CUSTOMER WHOSE CREDIT WORSENED IS NOT RAISED (HOLD).   *
      *     TARGET BELOW LIMIT - DECREASE, CAPPED AT DECPCT= PERCENT   *
      *       AND DECAMT= (STATUS DECR/DECRCAP). EVERY DECREASE GOES   *
      *       TO THE LTRDD EXTRACT FOR THE LETTERS TEAM, WITH REASON   *
      *       WORSE (CREDIT WORSENED) OR POLICY.                       *
      *     A ZERO CAP IS OFF. COMMIT EVERY COMMIT= CUSTOMERS.         *
      *     LETTERS ARE HELD UNTIL THEIR CUSTOMERS ARE COMMITTED, SO   *
      *     LTRDD NEVER CARRIES A REDUCTION THAT WAS ROLLED BACK. A    *
      *     RUN THAT FINDS REVIEW ROWS FOR TODAY IS A RERUN AND ADDS   *
      *     ITS LETTERS TO THE END OF LTRDD INSTEAD OF REPLACING IT.   *
      *   PARMDD DRYRUN=Y -> REPORT ONLY: NO UPDATE, NO HISTORY ROWS,  *
      *     NO LETTERS.                                                *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (CREDIT.REVIEW.PARM) - CONTROL CARDS (OPTIONAL) *
      *           DRYRUN=Y, INCPCT=NNNN / DECPCT=NNNN (2 DECIMALS,     *
      *           DEFAULTS 25.00 / 50.00), INCAMT=NNNNNNN /            *
      *           DECAMT=NNNNNNN (DEFAULTS 5000 / 0), COMMIT=NNNNN     *
      *         VSAMDD (CREDIT.MASTER) - CREDIT SCORES (KSDS, RANDOM)  *
      *         POLICYDD (CREDIT.LIMIT.POLICY) - LIMIT POLICY (PS)     *
      *         XREFDD (CUST.IDENTITY.XREF) - DB2XR45 ID XREF (PS,     *
      *                  OPTIONAL - ABSENT = SAME-ID MATCHING ONLY)    *
      * OUTPUT: OUTDD (CREDIT.REVIEW.REPORT) - AUDIT REPORT (PS, 80 B) *
      *         LTRDD (CREDIT.LIMIT.LETTERS) - REDUCTIONS FOR THE      *
      *                  LETTERS TEAM (PS, 80 B)                       *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_CUSTOMERS - CUSTOMER TABLE (CREDIT_LIMIT UPDATED)           *
      * TB_CREDIT_LIMIT_HISTORY - ONE ROW PER CUSTOMER PER REVIEW:     *
      *   CUST_ID, REVIEW_DATE, CREDIT_SCORE, LATE_PAYMENTS,           *
      *   OLD_LIMIT, NEW_LIMIT, ACTION_CODE (READ AND WRITTEN)         *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH AUDIT TABLE (WRITTEN)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CL19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT CREDIT-MASTER-FILE ASSIGN TO VSAMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CM-CUST-ID
             FILE STATUS IS CM-STATUS.

           SELECT POLICY-FILE ASSIGN TO POLICYDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS POLICY-STATUS.

           SELECT OPTIONAL XREF-FILE ASSIGN TO XREFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS XREF-STATUS.

           SELECT REPORT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT LETTER-FILE ASSIGN TO LTRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * CREDIT.MASTER - SAME LAYOUT AS IN JOBSUB23
       FD CREDIT-MASTER-FILE.
       01 CM-REC.
          05 CM-CUST-ID PIC X(6).
          05 CM-CUST-NAME PIC X(25).
          05 CM-CREDIT-SCORE PIC 9(3).
          05 CM-LATE-PAYMENTS PIC 9(2).
          05 CM-CURRENT-DEBT PIC 9(5)V99.
          05 FILLER PIC X(37).

      * LIMIT POLICY: A CUSTOMER WITH A SCORE OF AT LEAST THE FLOOR
      * AND NO MORE THAN THE MAXIMUM LATE PAYMENTS QUALIFIES FOR THE
      * ROW'S LIMIT. THE BEST LIMIT QUALIFIED FOR IS THE TARGET.
       FD POLICY-FILE RECORDING MODE IS F.
       01 POLICY-REC.
          05 POL-SCORE-FLOOR PIC 9(3).
          05 POL-MAX-LATE PIC 9(2).
          05 POL-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(66).

      * IDENTITY XREF WRITTEN BY DB2XR45
       FD XREF-FILE RECORDING MODE IS F.
       01 XREF-REC.
          05 XRF-MAST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-DB2-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-MATCH-TYPE PIC X(5).
          05 FILLER PIC X(1).
          05 XRF-NAME PIC X(30).
          05 FILLER PIC X(23).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

      * ONE RECORD PER LIMIT REDUCTION, FOR THE LETTERS TEAM
       FD LETTER-FILE RECORDING MODE IS F.
       01 LETTER-REC.
          05 LTR-CUST-ID PIC X(6).
          05 LTR-CUST-NAME PIC X(30).
          05 LTR-OLD-LIMIT PIC 9(7)V99.
          05 LTR-NEW-LIMIT PIC 9(7)V99.
          05 LTR-CREDIT-SCORE PIC 9(3).
          05 LTR-LATE-PAYMENTS PIC 9(2).
          05 LTR-REASON PIC X(6).
          05 LTR-REVIEW-DATE PIC 9(8).
          05 FILLER PIC X(7).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES - TB_CUSTOMERS ROW
       01  HV-CUST-ID      PIC X(6).
       01  HV-CUST-NAME.
           49 HV-CUST-NAME-LEN  PIC S9(4) COMP-5.
           49 HV-CUST-NAME-TEXT PIC X(30).
       01  HV-CREDIT       PIC S9(7)V99 COMP-3.

      * DB2 HOST VARIABLES - TB_CREDIT_LIMIT_HISTORY ROW
       01 HV-CL-REVIEW-DATE PIC 9(8).
       01 HV-CL-SCORE PIC S9(4) COMP.
       01 HV-CL-LATE PIC S9(4) COMP.
       01 HV-CL-OLD-LIMIT PIC S9(7)V99 COMP-3.
       01 HV-CL-NEW-LIMIT PIC S9(7)V99 COMP-3.
       01 HV-CL-ACTION PIC X(7).
      * TODAYS REVIEW ROWS ALREADY ON FILE (NON-ZERO = RERUN)
       01 HV-CL-TODAY-COUNT PIC S9(9) COMP.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

       EXEC SQL
         DECLARE CUR-CUSTOMERS CURSOR WITH HOLD FOR
           SELECT CUST_ID, CUST_NAME, CREDIT_LIMIT
             FROM TB_CUSTOMERS
           FOR UPDATE OF CREDIT_LIMIT
       END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARM-STATUS PIC X(2).
          05 CM-STATUS PIC X(2).
          05 POLICY-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 LETTER-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-DRYRUN-SW PIC X(1) VALUE 'N'.
             88 DRY-RUN VALUE 'Y'.
          05 WS-RERUN-SW PIC X(1) VALUE 'N'.
             88 RERUN-TODAY VALUE 'Y'.
          05 WS-CM-FOUND-SW PIC X(1) VALUE 'N'.
             88 CM-FOUND VALUE 'Y'.
          05 WS-PRIOR-SW PIC X(1) VALUE 'N'.
             88 PRIOR-FOUND VALUE 'Y'.
          05 WS-TREND PIC X(5) VALUE SPACES.
             88 CREDIT-WORSE VALUE 'WORSE'.

      * RUN DATE - ALSO THE REVIEW_DATE OF THE HISTORY ROWS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * CAPS (PARMDD). PERCENTS HAVE 2 DECIMALS; ZERO TURNS A CAP
      * OFF. COMMIT SIZE IS CUSTOMERS WRITTEN PER COMMIT.
       01 WS-INC-PCT PIC 9(2)V99 VALUE 25.00.
       01 WS-INC-AMT PIC 9(7) VALUE 5000.
       01 WS-DEC-PCT PIC 9(2)V99 VALUE 50.00.
      * PARMDD PERCENT AS KEYED (NNNN, TWO IMPLIED DECIMALS)
       01 WS-PCT-IN PIC 9(4) VALUE 0.
       01 WS-DEC-AMT PIC 9(7) VALUE 0.
       01 COMMIT-FREQUENCY PIC 9(5) VALUE 100.

      * LIMIT POLICY TABLE (LOADED FROM POLICYDD)
       01 POLICY-TABLE-MAX PIC 9(3) VALUE 100.
       01 POLICY-ROWS-LOADED PIC 9(3) VALUE 0.
       01 POLICY-TABLE.
          05 POLICY-ENTRY OCCURS 100 TIMES.
             10 PT-SCORE-FLOOR PIC 9(3).
             10 PT-MAX-LATE PIC 9(2).
             10 PT-LIMIT PIC S9(7)V99 COMP-3.
       01 WS-POL-SUB PIC 9(3) VALUE 0.

      * IDENTITY XREF TABLE (LOADED FROM XREFDD), KEYED BY DB2 ID
       01 XREF-TABLE-MAX PIC 9(5) VALUE 5000.
       01 XREF-ROWS-LOADED PIC 9(5) VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 5000 TIMES.
             10 XT-DB2-ID PIC X(6).
             10 XT-MAST-ID PIC X(6).
             10 XT-CUST-ID PIC X(6).
       01 WS-XREF-SUB PIC 9(5) VALUE 0.
       01 WS-XREF-HIT PIC 9(5) VALUE 0.

      * REVIEW WORK FIELDS FOR THE CURRENT CUSTOMER
       01 WS-CM-KEY-USED PIC X(6).
       01 WS-MATCH-TYPE PIC X(6).
       01 WS-OLD-LIMIT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-TARGET-LIMIT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-NEW-LIMIT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-LIMIT-CHANGE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-MAX-STEP PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-PRIOR-SCORE PIC S9(4) COMP VALUE 0.
       01 WS-PRIOR-LATE PIC S9(4) COMP VALUE 0.
       01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
       01 STATUS-TEXT PIC X(7).
       01 WS-LETTER-REASON PIC X(6).

      * LETTERS OF THE CURRENT UNIT OF WORK, WRITTEN TO LTRDD ONLY
      * ONCE IT IS COMMITTED. A FULL TABLE FORCES AN EARLY COMMIT.
       01 LETTER-HOLD-MAX PIC 9(5) VALUE 500.
       01 LETTERS-HELD PIC 9(5) VALUE 0.
       01 LETTER-HOLD-TABLE.
          05 LETTER-HOLD-REC OCCURS 500 TIMES PIC X(80).
       01 WS-LTR-SUB PIC 9(5) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CUSTOMERS-READ PIC 9(7) VALUE 0.
          05 INCREASED-COUNT PIC 9(7) VALUE 0.
          05 DECREASED-COUNT PIC 9(7) VALUE 0.
          05 UNCHANGED-COUNT PIC 9(7) VALUE 0.
          05 HELD-COUNT PIC 9(7) VALUE 0.
          05 NOMATCH-COUNT PIC 9(7) VALUE 0.
          05 DONE-COUNT PIC 9(7) VALUE 0.
          05 XREF-MATCH-COUNT PIC 9(7) VALUE 0.
          05 LETTERS-WRITTEN PIC 9(7) VALUE 0.
          05 TOTAL-INCREASE PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-DECREASE PIC S9(11)V99 COMP-3 VALUE 0.
          05 COMMIT-COUNTER PIC 9(5) VALUE 0.
          05 COMMIT-BATCHES PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED FIELDS
       01 WS-DISP-FIELDS.
          05 COUNT-DISP PIC Z(6)9.
          05 AMOUNT-DISP PIC Z(10)9.99.
          05 COMMIT-BATCHES-DISP PIC Z(4)9.

      * AUDIT REPORT LAYOUTS
       01 RPT-HEADING-1.
          05 FILLER PIC X(40)
             VALUE 'CUSTID CMID   MATCH  SCR LP TREND  OLD-L'.
          05 FILLER PIC X(40)
             VALUE 'IMIT     TARGET  NEW-LIMIT STATUS       '.

       01 RPT-DETAIL.
          05 RD-CUST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-CM-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-MATCH PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-SCORE PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-LATE PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-TREND PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-OLD-LIMIT PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-TARGET PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-NEW-LIMIT PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-STATUS PIC X(7).
          05 FILLER PIC X(6) VALUE SPACES.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2CL19 '.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * PARAMETERS AND TABLES FIRST, THEN ONE REVIEW PER
      * TB_CUSTOMERS ROW, THE FINAL COMMIT, TOTALS AND AUDIT ROW.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CAPTURE-START-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-FILE.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM CHECK-FOR-RERUN.
           PERFORM OPEN-ALL-FILES.

           IF DRY-RUN
              DISPLAY 'DRY RUN MODE - NO CHANGES WILL BE COMMITTED'
           END-IF.

           MOVE RPT-HEADING-1 TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
             OPEN CUR-CUSTOMERS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              PERFORM FETCH-CUSTOMER
              IF NOT EOF
                 PERFORM REVIEW-CUSTOMER
              END-IF
           END-PERFORM.

           IF NOT DRY-RUN
              PERFORM TAKE-COMMIT
           END-IF.

           EXEC SQL
             CLOSE CUR-CUSTOMERS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           IF NOT DRY-RUN
              PERFORM RECORD-BATCH-HISTORY
           END-IF.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   DRYRUN=Y        - REPORT ONLY, NOTHING WRITTEN TO DB2.
      *   INCPCT=NNNN     - MOST AN INCREASE MAY ADD, AS PERCENT OF
      *                     THE CURRENT LIMIT, 2 DECIMALS (0 = OFF).
      *   INCAMT=NNNNNNN  - MOST AN INCREASE MAY ADD (0 = OFF).
      *   DECPCT=NNNN     - MOST A DECREASE MAY TAKE OFF, PERCENT.
      *   DECAMT=NNNNNNN  - MOST A DECREASE MAY TAKE OFF (0 = OFF).
      *   COMMIT=NNNNN    - CUSTOMERS WRITTEN PER COMMIT.
      * NO PARMDD MEANS A REAL RUN WITH THE DEFAULT CAPS.
      **********************************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   MOVE '10' TO PARM-STATUS
                NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:7) = 'DRYRUN='
                         IF PARM-REC(8:1) = 'Y'
                            SET DRY-RUN TO TRUE
                         END-IF
                       WHEN PARM-REC(1:7) = 'INCPCT='
                         IF PARM-REC(8:4) IS NUMERIC
                            MOVE PARM-REC(8:4) TO WS-PCT-IN
                            COMPUTE WS-INC-PCT = WS-PCT-IN / 100
                         ELSE
                            DISPLAY 'WARNING: INVALID INCPCT '
                                    'VALUE: ' PARM-REC(8:4)
                         END-IF
                       WHEN PARM-REC(1:7) = 'INCAMT='
                         IF PARM-REC(8:7) IS NUMERIC
                            MOVE PARM-REC(8:7) TO WS-INC-AMT
                         ELSE
                            DISPLAY 'WARNING: INVALID INCAMT '
                                    'VALUE: ' PARM-REC(8:7)
                         END-IF
                       WHEN PARM-REC(1:7) = 'DECPCT='
                         IF PARM-REC(8:4) IS NUMERIC
                            MOVE PARM-REC(8:4) TO WS-PCT-IN
                            COMPUTE WS-DEC-PCT = WS-PCT-IN / 100
                         ELSE
                            DISPLAY 'WARNING: INVALID DECPCT '
                                    'VALUE: ' PARM-REC(8:4)
                         END-IF
                       WHEN PARM-REC(1:7) = 'DECAMT='
                         IF PARM-REC(8:7) IS NUMERIC
                            MOVE PARM-REC(8:7) TO WS-DEC-AMT
                         ELSE
                            DISPLAY 'WARNING: INVALID DECAMT '
                                    'VALUE: ' PARM-REC(8:7)
                         END-IF
                       WHEN PARM-REC(1:7) = 'COMMIT='
                         IF PARM-REC(8:5) IS NUMERIC
                            AND PARM-REC(8:5) > 0
                            MOVE PARM-REC(8:5) TO COMMIT-FREQUENCY
                         ELSE
                            DISPLAY 'WARNING: INVALID COMMIT '
                                    'VALUE: ' PARM-REC(8:5)
                         END-IF
                       WHEN PARM-REC = SPACES
                         CONTINUE
                       WHEN OTHER
                         DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                                 PARM-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

      **********************************************
      * LOADS THE LIMIT POLICY FROM POLICYDD. A ROW WITH A NON-
      * NUMERIC FIELD IS SKIPPED WITH A WARNING. AN EMPTY POLICY
      * WOULD TARGET EVERY LIMIT AT ZERO, SO IT STOPS THE RUN.
      **********************************************
       LOAD-POLICY-TABLE.
           OPEN INPUT POLICY-FILE.
           IF POLICY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POLICY-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL POLICY-STATUS NOT = '00'
              READ POLICY-FILE
                AT END
                   MOVE '10' TO POLICY-STATUS
                NOT AT END
                   IF POL-SCORE-FLOOR IS NOT NUMERIC
                      OR POL-MAX-LATE IS NOT NUMERIC
                      OR POL-LIMIT IS NOT NUMERIC
                      DISPLAY 'WARNING: INVALID POLICY ROW SKIPPED: '
                              POLICY-REC(1:14)
                   ELSE
                      IF POLICY-ROWS-LOADED >= POLICY-TABLE-MAX
                         DISPLAY 'FATAL: POLICY TABLE OVERFLOW, MAX='
                                 POLICY-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO POLICY-ROWS-LOADED
                      MOVE POL-SCORE-FLOOR
                        TO PT-SCORE-FLOOR(POLICY-ROWS-LOADED)
                      MOVE POL-MAX-LATE
                        TO PT-MAX-LATE(POLICY-ROWS-LOADED)
                      MOVE POL-LIMIT
                        TO PT-LIMIT(POLICY-ROWS-LOADED)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.

           IF POLICY-ROWS-LOADED = 0
              DISPLAY 'FATAL: NO VALID ROWS IN POLICYDD'
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE DB2XR45 IDENTITY XREF. ONLY ROWS THAT CARRY A
      * DB2 ID ARE KEPT - THE LOOKUP IS BY TB_CUSTOMERS CUST_ID.
      * NO XREFDD MEANS SAME-ID MATCHING ONLY.
      **********************************************
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = '00'
              DISPLAY 'NO XREF FILE - MATCHING BY SAME ID ONLY'
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL XREF-STATUS NOT = '00'
              READ XREF-FILE
                AT END
                   MOVE '10' TO XREF-STATUS
                NOT AT END
                   IF XRF-DB2-ID NOT = SPACES
                      IF XREF-ROWS-LOADED >= XREF-TABLE-MAX
                         DISPLAY 'FATAL: XREF TABLE OVERFLOW, MAX='
                                 XREF-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO XREF-ROWS-LOADED
                      MOVE XRF-DB2-ID TO XT-DB2-ID(XREF-ROWS-LOADED)
                      MOVE XRF-MAST-ID TO XT-MAST-ID(XREF-ROWS-LOADED)
                      MOVE XRF-CUST-ID TO XT-CUST-ID(XREF-ROWS-LOADED)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      **********************************************
      * A RUN THAT FINDS TB_CREDIT_LIMIT_HISTORY ROWS DATED TODAY
      * IS A RERUN AFTER A FAILURE: THE LETTERS OF THE CUSTOMERS
      * COMMITTED BY THE FAILED RUN ARE ALREADY ON LTRDD AND MUST
      * BE KEPT.
      **********************************************
       CHECK-FOR-RERUN.
           MOVE WS-RUN-DATE TO HV-CL-REVIEW-DATE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :HV-CL-TODAY-COUNT
               FROM TB_CREDIT_LIMIT_HISTORY
              WHERE REVIEW_DATE = :HV-CL-REVIEW-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'REVIEW HISTORY COUNT ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.
           IF HV-CL-TODAY-COUNT > 0
              SET RERUN-TODAY TO TRUE
              DISPLAY 'RERUN - CUSTOMERS REVIEWED TODAY ARE SKIPPED, '
                      'LETTERS ARE ADDED TO LTRDD'
           END-IF.

      **********************************************
      * OPENS CREDIT.MASTER, THE REPORT AND THE LETTERS EXTRACT
      * (EXTEND ON A RERUN, SEE CHECK-FOR-RERUN).
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CREDIT-MASTER-FILE.
           IF CM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT MASTER: ' CM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

           IF RERUN-TODAY
              OPEN EXTEND LETTER-FILE
           ELSE
              OPEN OUTPUT LETTER-FILE
           END-IF.
           IF LETTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTER FILE: ' LETTER-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * FETCHES THE NEXT TB_CUSTOMERS ROW. THE NAME IS CLEARED
      * FIRST SO A SHORT VARCHAR LEAVES NO TAIL OF THE LAST ONE.
      **********************************************
       FETCH-CUSTOMER.
           MOVE SPACES TO HV-CUST-NAME-TEXT.
           EXEC SQL
             FETCH CUR-CUSTOMERS
              INTO :HV-CUST-ID, :HV-CUST-NAME, :HV-CREDIT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO CUSTOMERS-READ
              WHEN 100
                 SET EOF TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                 PERFORM ROLLBACK-AND-STOP
           END-EVALUATE.

      **********************************************
      * REVIEWS ONE CUSTOMER: MATCH, TREND, POLICY TARGET, CAPPED
      * CHANGE, THEN THE UPDATE, LETTER AND HISTORY ROW.
      **********************************************
       REVIEW-CUSTOMER.
           MOVE HV-CREDIT TO WS-OLD-LIMIT.
           MOVE HV-CREDIT TO WS-NEW-LIMIT.
           MOVE 0 TO WS-TARGET-LIMIT.
           MOVE SPACES TO WS-TREND.
           MOVE SPACES TO WS-LETTER-REASON.

           PERFORM FIND-CREDIT-RECORD.
           IF NOT CM-FOUND
              MOVE 'NOMATCH' TO STATUS-TEXT
              ADD 1 TO NOMATCH-COUNT
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM GET-PRIOR-REVIEW.
           IF PRIOR-FOUND AND WS-PRIOR-DATE = WS-RUN-DATE
              MOVE 'DONE' TO STATUS-TEXT
              ADD 1 TO DONE-COUNT
              PERFORM WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM SET-CREDIT-TREND.
           PERFORM LOOKUP-POLICY-LIMIT.

           EVALUATE TRUE
              WHEN WS-TARGET-LIMIT > WS-OLD-LIMIT
                 IF CREDIT-WORSE
                    MOVE 'HOLD' TO STATUS-TEXT
                    ADD 1 TO HELD-COUNT
                 ELSE
                    PERFORM APPLY-INCREASE
                 END-IF
              WHEN WS-TARGET-LIMIT < WS-OLD-LIMIT
                 PERFORM APPLY-DECREASE
              WHEN OTHER
                 MOVE 'NOCHG' TO STATUS-TEXT
                 ADD 1 TO UNCHANGED-COUNT
           END-EVALUATE.

           IF NOT DRY-RUN
              IF WS-NEW-LIMIT NOT = WS-OLD-LIMIT
                 PERFORM UPDATE-CREDIT-LIMIT
              END-IF
              IF WS-NEW-LIMIT < WS-OLD-LIMIT
                 PERFORM WRITE-LETTER-RECORD
              END-IF
              PERFORM INSERT-REVIEW-HISTORY
              ADD 1 TO COMMIT-COUNTER
              IF COMMIT-COUNTER >= COMMIT-FREQUENCY
                 OR LETTERS-HELD >= LETTER-HOLD-MAX
                 PERFORM TAKE-COMMIT
              END-IF
           END-IF.

           PERFORM WRITE-DETAIL-LINE.

      **********************************************
      * READS CREDIT.MASTER FOR THE CUSTOMER. THE TB_CUSTOMERS ID
      * IS TRIED FIRST; IF IT IS NOT ON THE KSDS, THE XREF ROW FOR
      * THE DB2 ID GIVES THE CLIENT MASTER ID AND THE CUSTOMER
      * MASTER ID OF THE SAME PERSON, TRIED IN THAT ORDER.
      **********************************************
       FIND-CREDIT-RECORD.
           MOVE 'N' TO WS-CM-FOUND-SW.
           MOVE SPACES TO WS-MATCH-TYPE.
           MOVE HV-CUST-ID TO WS-CM-KEY-USED.
           PERFORM READ-CREDIT-MASTER.
           IF CM-FOUND
              MOVE 'SAMEID' TO WS-MATCH-TYPE
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-XREF-HIT.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XREF-ROWS-LOADED
              IF XT-DB2-ID(WS-XREF-SUB) = HV-CUST-ID
                 MOVE WS-XREF-SUB TO WS-XREF-HIT
                 MOVE XREF-ROWS-LOADED TO WS-XREF-SUB
              END-IF
           END-PERFORM.
           IF WS-XREF-HIT = 0
              EXIT PARAGRAPH
           END-IF.

           IF XT-MAST-ID(WS-XREF-HIT) NOT = SPACES
              AND XT-MAST-ID(WS-XREF-HIT) NOT = HV-CUST-ID
              MOVE XT-MAST-ID(WS-XREF-HIT) TO WS-CM-KEY-USED
              PERFORM READ-CREDIT-MASTER
           END-IF.
           IF NOT CM-FOUND
              AND XT-CUST-ID(WS-XREF-HIT) NOT = SPACES
              AND XT-CUST-ID(WS-XREF-HIT) NOT = HV-CUST-ID
              MOVE XT-CUST-ID(WS-XREF-HIT) TO WS-CM-KEY-USED
              PERFORM READ-CREDIT-MASTER
           END-IF.
           IF CM-FOUND
              MOVE 'XREF' TO WS-MATCH-TYPE
              ADD 1 TO XREF-MATCH-COUNT
           ELSE
              MOVE HV-CUST-ID TO WS-CM-KEY-USED
           END-IF.

      **********************************************
      * RANDOM READ OF CREDIT.MASTER BY WS-CM-KEY-USED. NOT FOUND
      * (23) IS A MISS; ANY OTHER ERROR STOPS THE RUN.
      **********************************************
       READ-CREDIT-MASTER.
           MOVE WS-CM-KEY-USED TO CM-CUST-ID.
           READ CREDIT-MASTER-FILE.
           EVALUATE CM-STATUS
              WHEN '00'
                 SET CM-FOUND TO TRUE
              WHEN '23'
                 MOVE 'N' TO WS-CM-FOUND-SW
              WHEN OTHER
                 DISPLAY 'ERROR READING CREDIT MASTER: ' CM-STATUS
                         ' KEY: ' WS-CM-KEY-USED
                 PERFORM ROLLBACK-AND-STOP
           END-EVALUATE.

      **********************************************
      * FETCHES THE CUSTOMERS MOST RECENT REVIEW ROW, IF ANY.
      **********************************************
       GET-PRIOR-REVIEW.
           MOVE 'N' TO WS-PRIOR-SW.
           EXEC SQL
             SELECT REVIEW_DATE, CREDIT_SCORE, LATE_PAYMENTS
               INTO :HV-CL-REVIEW-DATE, :HV-CL-SCORE, :HV-CL-LATE
               FROM TB_CREDIT_LIMIT_HISTORY
              WHERE CUST_ID = :HV-CUST-ID
                AND REVIEW_DATE =
                    (SELECT MAX(REVIEW_DATE)
                       FROM TB_CREDIT_LIMIT_HISTORY
                      WHERE CUST_ID = :HV-CUST-ID)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET PRIOR-FOUND TO TRUE
                 MOVE HV-CL-REVIEW-DATE TO WS-PRIOR-DATE
                 MOVE HV-CL-SCORE TO WS-PRIOR-SCORE
                 MOVE HV-CL-LATE TO WS-PRIOR-LATE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'REVIEW HISTORY SELECT ERROR: '
                         WS-SQLCODE-DISP ' CUST: ' HV-CUST-ID
                 PERFORM ROLLBACK-AND-STOP
           END-EVALUATE.

      **********************************************
      * COMPARES THE CREDIT.MASTER FIGURES WITH THE LAST REVIEW:
      * WORSE (LOWER SCORE OR MORE LATE PAYMENTS), BETTR, SAME,
      * OR NEW WHEN THE CUSTOMER HAS NEVER BEEN REVIEWED.
      **********************************************
       SET-CREDIT-TREND.
           EVALUATE TRUE
              WHEN NOT PRIOR-FOUND
                 MOVE 'NEW' TO WS-TREND
              WHEN CM-CREDIT-SCORE < WS-PRIOR-SCORE
                OR CM-LATE-PAYMENTS > WS-PRIOR-LATE
                 MOVE 'WORSE' TO WS-TREND
              WHEN CM-CREDIT-SCORE > WS-PRIOR-SCORE
                OR CM-LATE-PAYMENTS < WS-PRIOR-LATE
                 MOVE 'BETTR' TO WS-TREND
              WHEN OTHER
                 MOVE 'SAME' TO WS-TREND
           END-EVALUATE.

      **********************************************
      * TARGET LIMIT: THE HIGHEST LIMIT OF ANY POLICY ROW THE
      * CUSTOMER QUALIFIES FOR; ZERO WHEN NONE APPLIES.
      **********************************************
       LOOKUP-POLICY-LIMIT.
           MOVE 0 TO WS-TARGET-LIMIT.
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                   UNTIL WS-POL-SUB > POLICY-ROWS-LOADED
              IF CM-CREDIT-SCORE >= PT-SCORE-FLOOR(WS-POL-SUB)
                 AND CM-LATE-PAYMENTS <= PT-MAX-LATE(WS-POL-SUB)
                 AND PT-LIMIT(WS-POL-SUB) > WS-TARGET-LIMIT
                 MOVE PT-LIMIT(WS-POL-SUB) TO WS-TARGET-LIMIT
              END-IF
           END-PERFORM.

      **********************************************
      * RAISES THE LIMIT TOWARDS THE TARGET, NO FURTHER THAN
      * INCPCT PERCENT OF THE CURRENT LIMIT OR INCAMT. THE PERCENT
      * CAP CANNOT APPLY TO A ZERO LIMIT.
      **********************************************
       APPLY-INCREASE.
           MOVE 'INCR' TO STATUS-TEXT.
           COMPUTE WS-LIMIT-CHANGE = WS-TARGET-LIMIT - WS-OLD-LIMIT.
           IF WS-INC-PCT > 0 AND WS-OLD-LIMIT > 0
              COMPUTE WS-MAX-STEP ROUNDED =
                 WS-OLD-LIMIT * WS-INC-PCT / 100
              IF WS-LIMIT-CHANGE > WS-MAX-STEP
                 MOVE WS-MAX-STEP TO WS-LIMIT-CHANGE
                 MOVE 'INCRCAP' TO STATUS-TEXT
              END-IF
           END-IF.
           IF WS-INC-AMT > 0 AND WS-LIMIT-CHANGE > WS-INC-AMT
              MOVE WS-INC-AMT TO WS-LIMIT-CHANGE
              MOVE 'INCRCAP' TO STATUS-TEXT
           END-IF.
           COMPUTE WS-NEW-LIMIT = WS-OLD-LIMIT + WS-LIMIT-CHANGE.
           ADD 1 TO INCREASED-COUNT.
           ADD WS-LIMIT-CHANGE TO TOTAL-INCREASE.

      **********************************************
      * LOWERS THE LIMIT TOWARDS THE TARGET, NO FURTHER THAN
      * DECPCT PERCENT OF THE CURRENT LIMIT OR DECAMT. THE LETTER
      * REASON RECORDS WHETHER THE CUSTOMERS CREDIT WORSENED OR
      * THE POLICY ALONE CALLS FOR A LOWER LIMIT.
      **********************************************
       APPLY-DECREASE.
           MOVE 'DECR' TO STATUS-TEXT.
           COMPUTE WS-LIMIT-CHANGE = WS-OLD-LIMIT - WS-TARGET-LIMIT.
           IF WS-DEC-PCT > 0
              COMPUTE WS-MAX-STEP ROUNDED =
                 WS-OLD-LIMIT * WS-DEC-PCT / 100
              IF WS-LIMIT-CHANGE > WS-MAX-STEP
                 MOVE WS-MAX-STEP TO WS-LIMIT-CHANGE
                 MOVE 'DECRCAP' TO STATUS-TEXT
              END-IF
           END-IF.
           IF WS-DEC-AMT > 0 AND WS-LIMIT-CHANGE > WS-DEC-AMT
              MOVE WS-DEC-AMT TO WS-LIMIT-CHANGE
              MOVE 'DECRCAP' TO STATUS-TEXT
           END-IF.
           COMPUTE WS-NEW-LIMIT = WS-OLD-LIMIT - WS-LIMIT-CHANGE.
           IF CREDIT-WORSE
              MOVE 'WORSE' TO WS-LETTER-REASON
           ELSE
              MOVE 'POLICY' TO WS-LETTER-REASON
           END-IF.
           ADD 1 TO DECREASED-COUNT.
           ADD WS-LIMIT-CHANGE TO TOTAL-DECREASE.

      **********************************************
      * WRITES THE NEW LIMIT BACK TO TB_CUSTOMERS.
      **********************************************
       UPDATE-CREDIT-LIMIT.
           MOVE WS-NEW-LIMIT TO HV-CREDIT.
           EXEC SQL
             UPDATE TB_CUSTOMERS
                SET CREDIT_LIMIT = :HV-CREDIT
              WHERE CURRENT OF CUR-CUSTOMERS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'UPDATE ERROR: ' WS-SQLCODE-DISP
                      ' CUST: ' HV-CUST-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * RECORDS THE REVIEW ON TB_CREDIT_LIMIT_HISTORY: THE FIGURES
      * IT WAS BASED ON, THE LIMIT BEFORE AND AFTER, AND THE
      * OUTCOME. THE NEXT REVIEW READS THIS ROW FOR THE TREND.
      **********************************************
       INSERT-REVIEW-HISTORY.
           MOVE WS-RUN-DATE TO HV-CL-REVIEW-DATE.
           MOVE CM-CREDIT-SCORE TO HV-CL-SCORE.
           MOVE CM-LATE-PAYMENTS TO HV-CL-LATE.
           MOVE WS-OLD-LIMIT TO HV-CL-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO HV-CL-NEW-LIMIT.
           MOVE STATUS-TEXT TO HV-CL-ACTION.
           EXEC SQL
             INSERT INTO TB_CREDIT_LIMIT_HISTORY
               (CUST_ID, REVIEW_DATE, CREDIT_SCORE, LATE_PAYMENTS,
                OLD_LIMIT, NEW_LIMIT, ACTION_CODE)
             VALUES
               (:HV-CUST-ID, :HV-CL-REVIEW-DATE, :HV-CL-SCORE,
                :HV-CL-LATE, :HV-CL-OLD-LIMIT, :HV-CL-NEW-LIMIT,
                :HV-CL-ACTION)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'REVIEW HISTORY INSERT ERROR: ' WS-SQLCODE-DISP
                      ' CUST: ' HV-CUST-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * ONE LTRDD RECORD PER REDUCED LIMIT FOR THE LETTERS TEAM,
      * HELD UNTIL TAKE-COMMIT WRITES IT.
      **********************************************
       WRITE-LETTER-RECORD.
           MOVE SPACES TO LETTER-REC.
           MOVE HV-CUST-ID TO LTR-CUST-ID.
           MOVE HV-CUST-NAME-TEXT TO LTR-CUST-NAME.
           MOVE WS-OLD-LIMIT TO LTR-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO LTR-NEW-LIMIT.
           MOVE CM-CREDIT-SCORE TO LTR-CREDIT-SCORE.
           MOVE CM-LATE-PAYMENTS TO LTR-LATE-PAYMENTS.
           MOVE WS-LETTER-REASON TO LTR-REASON.
           MOVE WS-RUN-DATE TO LTR-REVIEW-DATE.
           ADD 1 TO LETTERS-HELD.
           MOVE LETTER-REC TO LETTER-HOLD-REC(LETTERS-HELD).

      **********************************************
      * WRITES THE LETTERS OF THE UNIT OF WORK JUST COMMITTED.
      **********************************************
       FLUSH-HELD-LETTERS.
           PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
                     UNTIL WS-LTR-SUB > LETTERS-HELD
              MOVE LETTER-HOLD-REC(WS-LTR-SUB) TO LETTER-REC
              WRITE LETTER-REC
              IF LETTER-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING LETTER FILE: ' LETTER-STATUS
                 DISPLAY 'LETTERS NOT WRITTEN FROM CUSTOMER: '
                         LTR-CUST-ID
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LETTERS-WRITTEN
           END-PERFORM.
           MOVE 0 TO LETTERS-HELD.

      **********************************************
      * ONE BEFORE/AFTER LINE PER CUSTOMER ON THE AUDIT REPORT.
      **********************************************
       WRITE-DETAIL-LINE.
           MOVE HV-CUST-ID TO RD-CUST-ID.
           MOVE WS-MATCH-TYPE TO RD-MATCH.
           MOVE WS-TREND TO RD-TREND.
           MOVE WS-OLD-LIMIT TO RD-OLD-LIMIT.
           MOVE WS-TARGET-LIMIT TO RD-TARGET.
           MOVE WS-NEW-LIMIT TO RD-NEW-LIMIT.
           MOVE STATUS-TEXT TO RD-STATUS.
           IF CM-FOUND
              MOVE WS-CM-KEY-USED TO RD-CM-ID
              MOVE CM-CREDIT-SCORE TO RD-SCORE
              MOVE CM-LATE-PAYMENTS TO RD-LATE
           ELSE
              MOVE SPACES TO RD-CM-ID
              MOVE 0 TO RD-SCORE
              MOVE 0 TO RD-LATE
           END-IF.
           MOVE RPT-DETAIL TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * CLOSING SECTION OF THE AUDIT REPORT: COUNTS BY OUTCOME
      * AND THE TOTAL LIMIT ADDED AND TAKEN OFF.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.
           IF DRY-RUN
              MOVE 'DRY RUN - NO CHANGES WERE COMMITTED' TO WS-OUT-MSG
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE CUSTOMERS-READ TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CUSTOMERS REVIEWED:  ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE INCREASED-COUNT TO COUNT-DISP.
           MOVE TOTAL-INCREASE TO AMOUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'LIMITS INCREASED:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '  TOTAL ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE DECREASED-COUNT TO COUNT-DISP.
           MOVE TOTAL-DECREASE TO AMOUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'LIMITS DECREASED:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '  TOTAL ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE UNCHANGED-COUNT TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'UNCHANGED:           ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE HELD-COUNT TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'HELD (CREDIT WORSE): ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE NOMATCH-COUNT TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'NO CREDIT RECORD:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE DONE-COUNT TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'ALREADY REVIEWED:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE LETTERS-WRITTEN TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'LETTERS EXTRACTED:   ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES ONE LINE TO THE AUDIT REPORT.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-OUT-MSG TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * COMMITS THE CUSTOMERS REVIEWED SINCE THE LAST COMMIT AND
      * WRITES THEIR LETTERS.
      **********************************************
       TAKE-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
              PERFORM ROLLBACK-AND-STOP
           END-IF.
           ADD 1 TO COMMIT-BATCHES.
           MOVE 0 TO COMMIT-COUNTER.
           PERFORM FLUSH-HELD-LETTERS.

      **********************************************
      * BACKS OUT THE CUSTOMERS SINCE THE LAST COMMIT AND STOPS.
      * COMMITTED CUSTOMERS HAVE TODAYS HISTORY ROW, SO A RERUN
      * SKIPS THEM AND REVIEWS ONLY THE REST.
      **********************************************
       ROLLBACK-AND-STOP.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
           END-IF.
           DISPLAY 'CREDIT REVIEW STOPPED - A RERUN TODAY SKIPS THE '
                   'CUSTOMERS ALREADY COMMITTED'.
           STOP RUN.

      **********************************************
      * CLOSES CREDIT.MASTER, THE REPORT AND THE LETTERS EXTRACT.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CREDIT-MASTER-FILE.
           IF CM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT MASTER: '
                      CM-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                      REPORT-STATUS
           END-IF.

           CLOSE LETTER-FILE.
           IF LETTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LETTER FILE: '
                      LETTER-STATUS
           END-IF.

      **********************************************
      * NOTES WHEN THE JOB STARTED FOR ITS TB_BATCH_RUN_HISTORY
      * ROW. IF DB2 CANNOT SUPPLY THE TIME THE ROW IS WRITTEN
      * WITH A NULL START_TS RATHER THAN FAILING THE RUN.
      **********************************************
       CAPTURE-START-TIME.
           EXEC SQL
             SET :HV-HIST-START-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO HV-HIST-START-IND
           ELSE
              MOVE 0 TO HV-HIST-START-IND
           END-IF.

      **********************************************
      * WRITES ONE ROW TO THE SHARED TB_BATCH_RUN_HISTORY
      * AUDIT TABLE. CUSTOMERS WITH NO CREDIT RECORD COUNT AS
      * ERRORS. NOT CALLED ON A DRY RUN.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CUSTOMERS-READ TO HV-HIST-RECORDS-PROCESSED.
           COMPUTE HV-HIST-RECORDS-CHANGED =
              INCREASED-COUNT + DECREASED-COUNT.
           MOVE NOMATCH-COUNT TO HV-HIST-RECORDS-ERRORS.

           EXEC SQL
             INSERT INTO TB_BATCH_RUN_HISTORY
               (JOB_NAME, RUN_DATE, RECORDS_PROCESSED,
                RECORDS_CHANGED, RECORDS_ERRORS,
                START_TS, END_TS)
             VALUES
               (:HV-HIST-JOB-NAME, :HV-HIST-RUN-DATE,
                :HV-HIST-RECORDS-PROCESSED,
                :HV-HIST-RECORDS-CHANGED,
                :HV-HIST-RECORDS-ERRORS,
                :HV-HIST-START-TS :HV-HIST-START-IND,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: BATCH HISTORY INSERT FAILED: '
                       WS-SQLCODE-DISP
           ELSE
              EXEC SQL
                COMMIT WORK
              END-EXEC
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CREDIT-LIMIT REVIEW SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'REVIEW DATE:         ' WS-RUN-DATE.
           MOVE CUSTOMERS-READ TO COUNT-DISP.
           DISPLAY 'CUSTOMERS REVIEWED:  ' COUNT-DISP.
           MOVE XREF-MATCH-COUNT TO COUNT-DISP.
           DISPLAY 'MATCHED VIA XREF:    ' COUNT-DISP.
           MOVE INCREASED-COUNT TO COUNT-DISP.
           DISPLAY 'LIMITS INCREASED:    ' COUNT-DISP.
           MOVE DECREASED-COUNT TO COUNT-DISP.
           DISPLAY 'LIMITS DECREASED:    ' COUNT-DISP.
           MOVE HELD-COUNT TO COUNT-DISP.
           DISPLAY 'HELD (CREDIT WORSE): ' COUNT-DISP.
           MOVE NOMATCH-COUNT TO COUNT-DISP.
           DISPLAY 'NO CREDIT RECORD:    ' COUNT-DISP.
           MOVE LETTERS-WRITTEN TO COUNT-DISP.
           DISPLAY 'LETTERS EXTRACTED:   ' COUNT-DISP.
           MOVE COMMIT-BATCHES TO COMMIT-BATCHES-DISP.
           DISPLAY 'COMMIT BATCHES:      ' COMMIT-BATCHES-DISP.
           IF DRY-RUN
              DISPLAY 'DRY RUN - NO CHANGES COMMITTED'
           END-IF.
           DISPLAY '========================================'.
