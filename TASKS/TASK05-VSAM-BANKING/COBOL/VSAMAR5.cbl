      ******************************************************************
      * DUAL AUTHORIZATION RELEASE SYSTEM                              *
      *                                                                *
      * PURPOSE:                                                       *
      * RELEASES THE LARGE WITHDRAWALS AND TRANSFERS THAT THE VSAMJO5  *
      * POSTING RUN QUEUED TO THE PENDING-AUTHORIZATION KSDS (PENDDD)  *
      * INSTEAD OF POSTING. READS THE AUTHORIZER DECISIONS FILE,       *
      * POSTS EACH APPROVED ITEM TO ACCT.MASTER THROUGH THE SAME       *
      * VALIDATION RULES VSAMJO5 APPLIES, JOURNALS EVERY RELEASE TO    *
      * TRANS.JOURNAL, AND EXPIRES ITEMS NOBODY HAS AUTHORIZED WITHIN  *
      * THE CONFIGURED NUMBER OF DAYS.                                 *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   DECISION FILE (DECDD), ONE RECORD PER PENDING ITEM:          *
      *     PENDING KEY (QUEUE DATE, QUEUE TIME, SEQUENCE), ACTION     *
      *     (A = APPROVE, D = DENY) AND THE AUTHORIZER ID.             *
      *   A DECISION IS REFUSED (ITEM LEFT AS IT WAS) WHEN:            *
      *     ACTION IS NOT A OR D, AUTHORIZER ID IS BLANK, THE ITEM     *
      *     IS NOT ON PENDDD, OR THE ITEM IS NO LONGER AWAITING        *
      *     AUTHORIZATION (ALREADY DECIDED OR EXPIRED).                *
      *   DENY    -> ITEM STATUS D, NOTHING POSTS.                     *
      *   APPROVE -> THE QUEUED TRANSACTION IS VALIDATED AS VSAMJO5    *
      *              WOULD: ACCOUNT ON FILE AND OPEN, LEDGER BALANCE   *
      *              COVERS THE AMOUNT, AVAILABLE BALANCE (LEDGER      *
      *              LESS ACTIVE HOLDS ON HOLDDD) COVERS THE AMOUNT,   *
      *              AND FOR A TRANSFER THE TARGET EXISTS, IS OPEN     *
      *              AND IS NOT THE SOURCE. THE ACCOUNT'S PRODUCT      *
      *              RULES (PRODDD) MUST ALSO PASS: KNOWN PRODUCT,     *
      *              MINIMUM BALANCE KEPT, TRANSFERS OUT ALLOWED FOR   *
      *              A TRANSFER, MONTHLY WITHDRAWAL COUNT NOT REACHED  *
      *              FOR A WITHDRAWAL.                                 *
      *              PASSED -> POSTED AND JOURNALED, ITEM STATUS A.    *
      *              FAILED -> NOTHING POSTS, ITEM STATUS X WITH THE   *
      *                        REASON, SO THE BRANCH CAN RE-SUBMIT.    *
      *   EXPIRY SWEEP: AN ITEM STILL AWAITING AUTHORIZATION MORE      *
      *   THAN EXPIREDAYS= (PARMDD, DEFAULT 5) DAYS AFTER ITS QUEUE    *
      *   DATE IS SET TO STATUS E AND REPORTED.                        *
      *   EVERY DECISION AND EVERY EXPIRY IS LISTED ON RPTDD WITH      *
      *   RUN TOTALS AT THE END.                                       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  ACCT-REC EXTENDED TO 80 BYTES WITH A PRODUCT  *
      *                  CODE AND MONTHLY WITHDRAWAL COUNTER. RELEASES *
      *                  NOW APPLY THE PRODDD PRODUCT RULES AND COUNT  *
      *                  RELEASED WITHDRAWALS AS VSAMJO5 DOES.         *
      * 2026/10/15  SSH  THE FEED SOURCE CODE CARRIED ON THE QUEUED    *
      *                  TRANSACTION (STAMPED BY THE VSAMTI5 INTAKE)   *
      *                  IS WRITTEN TO JRNL-FEED-SOURCE ON THE         *
      *                  JOURNAL, AS VSAMJO5 DOES.                     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DECDD (AUTH.DECISIONS) - AUTHORIZER DECISIONS (PS)     *
      *         PARMDD (AUTH.PARM) - EXPIRY PARAMETER (PS, 80 B)       *
      *         HOLDDD (HOLD.MASTER) - FUNDS HOLD FILE (KSDS)          *
      *         PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)         *
      * I-O:    PENDDD (PEND.AUTH) - PENDING AUTHORIZATIONS (KSDS)     *
      *         EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (KSDS)       *
      * OUTPUT: JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)      *
      *         RPTDD (AUTH.REPORT) - RELEASE REPORT (PS, 80 B)        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMAR5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-STATUS.

           SELECT PEND-AUTH-FILE ASSIGN TO PENDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.

           SELECT HOLD-MASTER ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT DECISION-FILE ASSIGN TO DECDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCT-MASTER.
       01 ACCT-REC.
          05 ACCT-ID PIC X(5).
          05 ACCT-NAME PIC X(20).
          05 ACCT-BAL PIC 9(5)V99.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
             88 ACCT-CLOSE-PENDING VALUE 'P'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

      * PENDING-AUTHORIZATION QUEUE AS WRITTEN BY VSAMJO5. STATUS:
      * P = AWAITING AUTHORIZATION, A = APPROVED AND POSTED,
      * D = DENIED, X = APPROVED BUT FAILED VALIDATION AT RELEASE,
      * E = EXPIRED UNAUTHORIZED.
       FD PEND-AUTH-FILE.
       01 PEND-REC.
          05 PEND-KEY.
             10 PEND-QUEUE-DATE PIC 9(8).
             10 PEND-QUEUE-TIME PIC 9(6).
             10 PEND-SEQ PIC 9(4).
          05 PEND-TRANS PIC X(80).
          05 PEND-REC-STATUS PIC X(1).
             88 PEND-AWAITING VALUE 'P'.
             88 PEND-APPROVED VALUE 'A'.
             88 PEND-DENIED VALUE 'D'.
             88 PEND-FAILED VALUE 'X'.
             88 PEND-EXPIRED VALUE 'E'.
          05 PEND-AUTH-ID PIC X(8).
          05 PEND-DECISION-DATE PIC 9(8).
          05 PEND-RESULT-REASON PIC X(30).
          05 FILLER PIC X(15).

      * FUNDS HOLD FILE MAINTAINED BY VSAMHD5
       FD HOLD-MASTER.
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HOLD-ACCT-ID PIC X(5).
             10 HOLD-ID PIC X(10).
          05 HOLD-AMOUNT PIC 9(5)V99.
          05 HOLD-REASON PIC X(1).
          05 HOLD-REASON-TEXT PIC X(20).
          05 HOLD-PLACED-DATE PIC 9(8).
          05 HOLD-EXPIRY-DATE PIC 9(8).
          05 HOLD-REC-STATUS PIC X(1).
             88 HOLD-ACTIVE VALUE 'A'.
          05 HOLD-CLOSED-DATE PIC 9(8).
          05 FILLER PIC X(12).

       FD DECISION-FILE RECORDING MODE IS F.
       01 DECISION-REC.
          05 DEC-PEND-KEY.
             10 DEC-QUEUE-DATE PIC 9(8).
             10 DEC-QUEUE-TIME PIC 9(6).
             10 DEC-SEQ PIC 9(4).
          05 DEC-ACTION PIC X(1).
             88 DEC-APPROVE VALUE 'A'.
             88 DEC-DENY VALUE 'D'.
          05 DEC-AUTH-ID PIC X(8).
          05 FILLER PIC X(53).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC.
          05 PARM-KEYWORD PIC X(11).
          05 PARM-EXPIRE-DAYS PIC X(3).
          05 PARM-EXPIRE-DAYS-N REDEFINES PARM-EXPIRE-DAYS PIC 9(3).
          05 FILLER PIC X(66).

      * PRODUCT PARAMETER FILE IN THE VSAMJO5 LAYOUT
       FD PROD-FILE RECORDING MODE IS F.
       01 PROD-REC.
          05 PRD-CODE PIC X(3).
          05 PRD-DESC PIC X(20).
          05 PRD-MIN-BAL PIC 9(5)V99.
          05 PRD-MAX-WD PIC 9(3).
          05 PRD-XFER-OUT PIC X(1).
          05 PRD-INT-PLAN PIC X(2).
          05 FILLER PIC X(44).

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
          05 JRNL-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(19).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 PEND-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 DEC-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).
          05 PROD-STATUS PIC X(2).
          05 JRNL-STATUS PIC X(2).
          05 RPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SWEEP-EOF PIC X(1) VALUE 'N'.
             88 SWEEP-EOF VALUE 'Y'.
          05 WS-HOLD-EOF PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 DEC-VALID VALUE 'Y'.
             88 DEC-INVALID VALUE 'N'.
          05 WS-POST-SW PIC X(1) VALUE 'Y'.
             88 POST-OK VALUE 'Y'.
             88 POST-FAILED VALUE 'N'.
          05 WS-PROD-EOF PIC X(1) VALUE 'N'.
             88 PROD-EOF VALUE 'Y'.
          05 WS-PROD-HIT PIC X(1) VALUE 'N'.
             88 PROD-FOUND VALUE 'Y'.
             88 PROD-NOT-FOUND VALUE 'N'.

      * THE QUEUED TRANSACTION, IN THE VSAMJO5 TRANS-REC LAYOUT
       01 TRANS-REC.
          05 TRANS-ACCT-ID PIC X(5).
          05 TRANS-TYPE PIC X(1).
          05 TRANS-AMOUNT PIC 9(5)V99.
          05 TRANS-REF-ID PIC X(10).
          05 TRANS-REF-TYPE PIC X(1).
          05 TRANS-TARGET-ACCT PIC X(5).
          05 TRANS-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(47).

      * RUN DATE (YYYYMMDD) AND THE UNAUTHORIZED-ITEM EXPIRY WINDOW
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EXPIRE-DAYS PIC 9(3) VALUE 5.
       01 WS-AGE-DAYS PIC S9(7).

      * MONTH (YYYYMM) THE ACCOUNT WITHDRAWAL COUNTER IS KEPT FOR
       01 WS-RUN-PERIOD PIC 9(6).

      * PRODUCT RULES LOADED FROM PRODDD
       01 WS-PROD-COUNT PIC 9(2) VALUE 0.
       01 WS-PROD-TABLE.
          05 WS-PROD-ENTRY OCCURS 20 TIMES INDEXED BY PROD-IDX.
             10 WS-PRD-CODE PIC X(3).
             10 WS-PRD-MIN-BAL PIC 9(5)V99.
             10 WS-PRD-MAX-WD PIC 9(3).
             10 WS-PRD-XFER-OUT PIC X(1).
                88 WS-PRD-XFER-ALLOWED VALUE 'Y'.

      * REASON FOR A REFUSED DECISION OR A FAILED RELEASE
       01 WS-REASON PIC X(30).

      * ACTIVE HOLDS ON THE DEBITED ACCOUNT AND THE AVAILABLE BALANCE
       01 WS-HOLD-TOTAL PIC 9(9)V99.
       01 WS-AVAIL-BAL PIC S9(9)V99.

      * BALANCE BEFORE THE CURRENT POSTING AND THE JOURNAL C/D TYPE
       01 WS-BAL-BEFORE PIC 9(5)V99.
       01 WS-JRNL-TYPE PIC X(1).

      * RELEASE REPORT DETAIL LINE
       01 WS-RPT-LINE.
          05 RPT-RESULT PIC X(9).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-PEND-KEY PIC X(18).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-ACCT-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-AMOUNT PIC Z(4)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-AUTH-ID PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-REASON PIC X(25).

      * REPORT HEADER LINES
       01 WS-RPT-HDR1 PIC X(80) VALUE
          '------------ DUAL AUTHORIZATION RELEASE REPORT ------------'.
       01 WS-RPT-HDR2 PIC X(80) VALUE
          'RESULT    PENDING KEY        ACCT  T  AMOUNT AUTH-ID REASON'.

      * RUN TOTALS LINE
       01 WS-TOT-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-CNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TOT-AMT PIC Z(8)9.99.
          05 FILLER PIC X(29) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-DECISIONS PIC 9(7) VALUE 0.
          05 TOTAL-POSTED PIC 9(7) VALUE 0.
          05 TOTAL-POSTED-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-DENIED PIC 9(7) VALUE 0.
          05 TOTAL-DENIED-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-FAILED PIC 9(7) VALUE 0.
          05 TOTAL-FAILED-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-REFUSED PIC 9(7) VALUE 0.
          05 TOTAL-EXPIRED PIC 9(7) VALUE 0.
          05 TOTAL-EXPIRED-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-STILL-PENDING PIC 9(7) VALUE 0.
          05 TOTAL-PENDING-AMT PIC 9(9)V99 VALUE 0.

      **********************************************
      * MAIN FLOW: PARM -> OPEN -> DECISIONS -> EXPIRY SWEEP ->
      * TOTALS -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM READ-EXPIRY-PARM.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-DECISIONS.
           PERFORM EXPIRE-PENDING.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           STOP RUN.

      **********************************************
      * READS THE PARMDD RECORDS. EXPIREDAYS=NNN SETS HOW MANY
      * DAYS AN ITEM MAY WAIT FOR AUTHORIZATION BEFORE IT EXPIRES.
      * AN EMPTY PARM FILE KEEPS THE DEFAULT.
      **********************************************
       READ-EXPIRY-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARM-FILE: ' PARM-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-KEYWORD = 'EXPIREDAYS='
                      IF PARM-EXPIRE-DAYS IS NUMERIC
                         MOVE PARM-EXPIRE-DAYS-N TO WS-EXPIRE-DAYS
                      ELSE
                         DISPLAY 'EXPIREDAYS ON PARMDD NOT NUMERIC: '
                                  PARM-EXPIRE-DAYS
                         MOVE 12 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'UNAUTHORIZED ITEMS EXPIRE AFTER ' WS-EXPIRE-DAYS
                   ' DAYS'.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.

      **********************************************
      * LOADS THE PRODUCT RULES FROM PRODDD. AN EMPTY FILE OR MORE
      * PRODUCTS THAN THE TABLE HOLDS REFUSES THE RUN, RC 12.
      **********************************************
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROD-FILE: ' PROD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PROD-EOF
              READ PROD-FILE
                AT END
                   SET PROD-EOF TO TRUE
                NOT AT END
                   IF PROD-STATUS NOT = '00'
                      DISPLAY 'READ PROD-FILE ERROR: ' PROD-STATUS
                      STOP RUN
                   END-IF
                   IF WS-PROD-COUNT >= 20
                      DISPLAY 'PRODUCT TABLE FULL AT ' PRD-CODE
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PROD-COUNT
                   SET PROD-IDX TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(PROD-IDX)
                   MOVE PRD-MIN-BAL TO WS-PRD-MIN-BAL(PROD-IDX)
                   MOVE PRD-MAX-WD TO WS-PRD-MAX-WD(PROD-IDX)
                   MOVE PRD-XFER-OUT TO WS-PRD-XFER-OUT(PROD-IDX)
              END-READ
           END-PERFORM.

           CLOSE PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PROD-FILE: ' PROD-STATUS
           END-IF.

           IF WS-PROD-COUNT = 0
              DISPLAY 'NO PRODUCTS ON PRODDD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: ' ACCT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O PEND-AUTH-FILE.
           IF PEND-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PEND-AUTH FILE: ' PEND-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD-MASTER FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT DECISION-FILE.
           IF DEC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DECISION FILE: ' DEC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
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
           WRITE REPORT-REC FROM WS-RPT-HDR2
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * READ EVERY AUTHORIZER DECISION AND APPLY IT
      **********************************************
       PROCESS-DECISIONS.
           PERFORM UNTIL EOF
              READ DECISION-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF DEC-STATUS = '00'
                      ADD 1 TO TOTAL-DECISIONS
                      PERFORM PROCESS-ONE-DECISION
                   ELSE
                      DISPLAY 'ERROR READING DECISION FILE: '
                               DEC-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATE THE DECISION AND FETCH ITS PENDING ITEM, THEN
      * DENY IT OR RELEASE IT FOR POSTING. A REFUSED DECISION
      * LEAVES THE PENDING ITEM EXACTLY AS IT WAS.
      **********************************************
       PROCESS-ONE-DECISION.
           SET DEC-VALID TO TRUE.
           MOVE SPACES TO WS-REASON.

           IF NOT DEC-APPROVE AND NOT DEC-DENY
              SET DEC-INVALID TO TRUE
              MOVE 'UNKNOWN DECISION ACTION' TO WS-REASON
           ELSE
              IF DEC-AUTH-ID = SPACES
                 SET DEC-INVALID TO TRUE
                 MOVE 'AUTHORIZER ID BLANK' TO WS-REASON
              END-IF
           END-IF.

           IF DEC-VALID
              MOVE DEC-PEND-KEY TO PEND-KEY
              READ PEND-AUTH-FILE
                  INVALID KEY
                      SET DEC-INVALID TO TRUE
                      MOVE 'PENDING ITEM NOT ON FILE' TO WS-REASON
                  NOT INVALID KEY
                      IF NOT PEND-AWAITING
                         SET DEC-INVALID TO TRUE
                         MOVE 'ITEM NOT AWAITING AUTHORIZATION'
                           TO WS-REASON
                      END-IF
              END-READ
              IF PEND-STATUS NOT = '00' AND PEND-STATUS NOT = '23'
                 DISPLAY 'READ PEND-AUTH ERROR: ' PEND-STATUS
                 STOP RUN
              END-IF
           END-IF.

           IF DEC-INVALID
              ADD 1 TO TOTAL-REFUSED
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'REFUSED' TO RPT-RESULT
              MOVE DEC-PEND-KEY TO RPT-PEND-KEY
              MOVE DEC-AUTH-ID TO RPT-AUTH-ID
              MOVE ZERO TO RPT-AMOUNT
              MOVE WS-REASON TO RPT-REASON
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE PEND-TRANS TO TRANS-REC
              MOVE DEC-AUTH-ID TO PEND-AUTH-ID
              MOVE WS-RUN-DATE TO PEND-DECISION-DATE
              IF DEC-DENY
                 SET PEND-DENIED TO TRUE
                 MOVE 'DENIED BY AUTHORIZER' TO PEND-RESULT-REASON
                 ADD 1 TO TOTAL-DENIED
                 ADD TRANS-AMOUNT TO TOTAL-DENIED-AMT
              ELSE
                 PERFORM RELEASE-TRANSACTION
                 IF POST-OK
                    SET PEND-APPROVED TO TRUE
                    MOVE 'APPROVED AND POSTED' TO PEND-RESULT-REASON
                    ADD 1 TO TOTAL-POSTED
                    ADD TRANS-AMOUNT TO TOTAL-POSTED-AMT
                 ELSE
                    SET PEND-FAILED TO TRUE
                    MOVE WS-REASON TO PEND-RESULT-REASON
                    ADD 1 TO TOTAL-FAILED
                    ADD TRANS-AMOUNT TO TOTAL-FAILED-AMT
                 END-IF
              END-IF
              PERFORM REWRITE-PENDING
              MOVE SPACES TO WS-RPT-LINE
              EVALUATE TRUE
                 WHEN PEND-APPROVED
                    MOVE 'POSTED' TO RPT-RESULT
                 WHEN PEND-DENIED
                    MOVE 'DENIED' TO RPT-RESULT
                 WHEN OTHER
                    MOVE 'FAILED' TO RPT-RESULT
              END-EVALUATE
              PERFORM FILL-ITEM-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * POSTS AN APPROVED ITEM UNDER THE VSAMJO5 VALIDATION RULES.
      * SETS POST-FAILED AND WS-REASON ON THE FIRST FAILED CHECK;
      * NOTHING IS WRITTEN TO THE MASTER UNLESS EVERY CHECK PASSES.
      **********************************************
       RELEASE-TRANSACTION.
           SET POST-OK TO TRUE.
           MOVE TRANS-ACCT-ID TO ACCT-ID.
           READ ACCT-MASTER
               INVALID KEY
                   SET POST-FAILED TO TRUE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '23'
              DISPLAY 'READ VSAM FILE ERROR: ' ACCT-STATUS
              STOP RUN
           END-IF.

           IF POST-OK
              IF ACCT-FROZEN
                 SET POST-FAILED TO TRUE
                 MOVE 'ACCOUNT FROZEN' TO WS-REASON
              END-IF
              IF ACCT-CLOSED
                 SET POST-FAILED TO TRUE
                 MOVE 'ACCOUNT CLOSED' TO WS-REASON
              END-IF
              IF ACCT-CLOSE-PENDING
                 SET POST-FAILED TO TRUE
                 MOVE 'ACCOUNT CLOSE PENDING' TO WS-REASON
              END-IF
           END-IF.

           IF POST-OK
              PERFORM CHECK-PRODUCT-RULES
           END-IF.

           IF POST-OK
              IF ACCT-BAL < TRANS-AMOUNT
                 SET POST-FAILED TO TRUE
                 MOVE 'INSUFFICIENT FUNDS' TO WS-REASON
              ELSE
                 PERFORM SUM-ACTIVE-HOLDS
                 IF WS-AVAIL-BAL < TRANS-AMOUNT
                    SET POST-FAILED TO TRUE
                    MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO WS-REASON
                 END-IF
              END-IF
           END-IF.

           IF POST-OK
              EVALUATE TRANS-TYPE
                 WHEN 'W'
                    MOVE ACCT-BAL TO WS-BAL-BEFORE
                    SUBTRACT TRANS-AMOUNT FROM ACCT-BAL
                    PERFORM COUNT-WITHDRAWAL
                    PERFORM REWRITE-ACCOUNT
                    MOVE 'D' TO WS-JRNL-TYPE
                    PERFORM WRITE-JOURNAL
                 WHEN 'T'
                    PERFORM RELEASE-TRANSFER
                 WHEN OTHER
                    SET POST-FAILED TO TRUE
                    MOVE 'UNKNOWN TRANS TYPE' TO WS-REASON
              END-EVALUATE
           END-IF.

      **********************************************
      * APPLIES THE ACCOUNT'S PRODUCT RULES AS VSAMJO5 DOES: AN
      * UNKNOWN PRODUCT, A TRANSFER OUT ON A PRODUCT THAT DOES NOT
      * ALLOW THEM, A WITHDRAWAL OVER THE MONTHLY COUNT, OR A DEBIT
      * LEAVING LESS THAN THE PRODUCT MINIMUM BALANCE FAILS THE
      * RELEASE. A DEBIT LARGER THAN THE BALANCE IS LEFT TO THE
      * INSUFFICIENT-FUNDS CHECK.
      **********************************************
       CHECK-PRODUCT-RULES.
           PERFORM FIND-PRODUCT.
           EVALUATE TRUE
              WHEN PROD-NOT-FOUND
                 SET POST-FAILED TO TRUE
                 MOVE 'UNKNOWN PRODUCT CODE' TO WS-REASON
              WHEN TRANS-TYPE = 'T'
                   AND NOT WS-PRD-XFER-ALLOWED(PROD-IDX)
                 SET POST-FAILED TO TRUE
                 MOVE 'TRANSFERS OUT NOT ALLOWED' TO WS-REASON
              WHEN TRANS-TYPE = 'W'
                   AND WS-PRD-MAX-WD(PROD-IDX) > 0
                   AND ACCT-WD-PERIOD = WS-RUN-PERIOD
                   AND ACCT-WD-COUNT >= WS-PRD-MAX-WD(PROD-IDX)
                 SET POST-FAILED TO TRUE
                 MOVE 'MONTHLY WITHDRAWAL LIMIT REACHED' TO WS-REASON
              WHEN ACCT-BAL >= TRANS-AMOUNT
                   AND ACCT-BAL - TRANS-AMOUNT
                       < WS-PRD-MIN-BAL(PROD-IDX)
                 SET POST-FAILED TO TRUE
                 MOVE 'BELOW PRODUCT MINIMUM BALANCE' TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * LOOKS ACCT-PRODUCT UP IN THE PRODUCT TABLE. ON A HIT
      * PROD-IDX POINTS AT THE ENTRY.
      **********************************************
       FIND-PRODUCT.
           SET PROD-NOT-FOUND TO TRUE.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-PROD-COUNT OR PROD-FOUND
              IF WS-PRD-CODE(PROD-IDX) = ACCT-PRODUCT
                 SET PROD-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF PROD-FOUND
              SET PROD-IDX DOWN BY 1
           END-IF.

      **********************************************
      * COUNTS A RELEASED WITHDRAWAL AGAINST THE CURRENT MONTH,
      * STARTING AFRESH WHEN THE MONTH HAS CHANGED.
      **********************************************
       COUNT-WITHDRAWAL.
           IF ACCT-WD-PERIOD NOT = WS-RUN-PERIOD
              MOVE WS-RUN-PERIOD TO ACCT-WD-PERIOD
              MOVE 0 TO ACCT-WD-COUNT
           END-IF.
           IF ACCT-WD-COUNT < 999
              ADD 1 TO ACCT-WD-COUNT
           END-IF.

      **********************************************
      * TRANSFER RELEASE: THE TARGET MUST EXIST, BE OPEN AND NOT
      * BE THE SOURCE. BOTH LEGS ARE APPLIED ONLY AFTER THE TARGET
      * PASSES, EACH RE-READ IMMEDIATELY BEFORE ITS REWRITE.
      **********************************************
       RELEASE-TRANSFER.
           IF TRANS-TARGET-ACCT = TRANS-ACCT-ID
              SET POST-FAILED TO TRUE
              MOVE 'TRANSFER TARGET SAME AS SOURCE' TO WS-REASON
           ELSE
              MOVE TRANS-TARGET-ACCT TO ACCT-ID
              READ ACCT-MASTER
                  INVALID KEY
                      SET POST-FAILED TO TRUE
                      MOVE 'TRANSFER TARGET NOT FOUND' TO WS-REASON
                  NOT INVALID KEY
                      IF ACCT-FROZEN OR ACCT-CLOSED
                         OR ACCT-CLOSE-PENDING
                         SET POST-FAILED TO TRUE
                         MOVE 'TRANSFER TARGET NOT OPEN' TO WS-REASON
                      END-IF
              END-READ
              IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '23'
                 DISPLAY 'READ VSAM FILE ERROR: ' ACCT-STATUS
                 STOP RUN
              END-IF
           END-IF.

           IF POST-OK
              MOVE TRANS-ACCT-ID TO ACCT-ID
              PERFORM READ-ACCOUNT-REQUIRED
              MOVE ACCT-BAL TO WS-BAL-BEFORE
              SUBTRACT TRANS-AMOUNT FROM ACCT-BAL
              PERFORM REWRITE-ACCOUNT
              MOVE 'D' TO WS-JRNL-TYPE
              PERFORM WRITE-JOURNAL

              MOVE TRANS-TARGET-ACCT TO ACCT-ID
              PERFORM READ-ACCOUNT-REQUIRED
              MOVE ACCT-BAL TO WS-BAL-BEFORE
              ADD TRANS-AMOUNT TO ACCT-BAL
              PERFORM REWRITE-ACCOUNT
              MOVE 'C' TO WS-JRNL-TYPE
              PERFORM WRITE-JOURNAL
           END-IF.

      **********************************************
      * SUMS THE ACTIVE FUNDS HOLDS ON THE DEBITED ACCOUNT AND SETS
      * WS-AVAIL-BAL TO THE LEDGER BALANCE LESS THAT TOTAL - THE
      * SAME RULE VSAMJO5 APPLIES.
      **********************************************
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF.
           MOVE TRANS-ACCT-ID TO HOLD-ACCT-ID.
           MOVE LOW-VALUES TO HOLD-ID.
           START HOLD-MASTER KEY IS >= HOLD-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START.
           IF HOLD-STATUS NOT = '00' AND HOLD-STATUS NOT = '23'
              DISPLAY 'START HOLD-MASTER ERROR: ' HOLD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL HOLD-EOF
              READ HOLD-MASTER NEXT RECORD
                AT END
                   SET HOLD-EOF TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'READ HOLD-MASTER ERROR: ' HOLD-STATUS
                      STOP RUN
                   END-IF
                   IF HOLD-ACCT-ID NOT = TRANS-ACCT-ID
                      SET HOLD-EOF TO TRUE
                   ELSE
                      IF HOLD-ACTIVE
                         AND (HOLD-EXPIRY-DATE = ZERO
                              OR HOLD-EXPIRY-DATE >= WS-RUN-DATE)
                         ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

           COMPUTE WS-AVAIL-BAL = ACCT-BAL - WS-HOLD-TOTAL.

      **********************************************
      * RANDOM READ OF AN ACCOUNT ALREADY PROVEN PRESENT. A MISS
      * HERE MEANS THE MASTER CHANGED UNDER US, SO THE RUN STOPS
      * RATHER THAN POSTING ONE LEG OF A TRANSFER.
      **********************************************
       READ-ACCOUNT-REQUIRED.
           READ ACCT-MASTER
               INVALID KEY
                   DISPLAY 'TRANSFER ACCOUNT VANISHED: ' ACCT-ID
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'READ VSAM FILE ERROR: ' ACCT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE UPDATED ACCT-REC BACK TO VSAM
      **********************************************
       REWRITE-ACCOUNT.
           REWRITE ACCT-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' ACCT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE THE DECIDED PENDING ITEM BACK TO THE KSDS
      **********************************************
       REWRITE-PENDING.
           REWRITE PEND-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF PEND-STATUS NOT = '00'
              DISPLAY 'PEND-AUTH REWRITE FAILED: ' PEND-STATUS
              DISPLAY 'PENDING KEY: ' PEND-KEY
              STOP RUN
           END-IF.

      **********************************************
      * WRITES ONE JOURNAL RECORD IN THE VSAMJO5 CONVENTION FOR
      * THE POSTING JUST APPLIED. ACCT-REC HOLDS THE AFTER IMAGE.
      **********************************************
       WRITE-JOURNAL.
           MOVE SPACES TO JRNL-REC.
           MOVE ACCT-ID TO JRNL-ACCT-ID.
           MOVE WS-JRNL-TYPE TO JRNL-TYPE.
           MOVE TRANS-AMOUNT TO JRNL-AMOUNT.
           MOVE TRANS-REF-ID TO JRNL-REF-ID.
           MOVE TRANS-TYPE TO JRNL-SOURCE-TYPE.
           MOVE WS-BAL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE ACCT-BAL TO JRNL-BAL-AFTER.
           MOVE WS-RUN-DATE TO JRNL-POST-DATE.
           MOVE TRANS-FEED-SOURCE TO JRNL-FEED-SOURCE.
           WRITE JRNL-REC
           END-WRITE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * EXPIRY SWEEP: BROWSE THE WHOLE PENDING FILE. AN ITEM STILL
      * AWAITING AUTHORIZATION MORE THAN WS-EXPIRE-DAYS AFTER ITS
      * QUEUE DATE IS EXPIRED AND REPORTED; THE REST ARE COUNTED
      * AS STILL PENDING.
      **********************************************
       EXPIRE-PENDING.
           MOVE LOW-VALUES TO PEND-KEY.
           START PEND-AUTH-FILE KEY IS >= PEND-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           IF PEND-STATUS NOT = '00' AND PEND-STATUS NOT = '23'
              DISPLAY 'START PEND-AUTH ERROR: ' PEND-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL SWEEP-EOF
              READ PEND-AUTH-FILE NEXT RECORD
                AT END
                   SET SWEEP-EOF TO TRUE
                NOT AT END
                   IF PEND-STATUS NOT = '00'
                      DISPLAY 'READ PEND-AUTH ERROR: ' PEND-STATUS
                      STOP RUN
                   END-IF
                   IF PEND-AWAITING
                      PERFORM CHECK-PENDING-AGE
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * AGE ONE AWAITING ITEM IN CALENDAR DAYS SINCE ITS QUEUE DATE
      **********************************************
       CHECK-PENDING-AGE.
           MOVE PEND-TRANS TO TRANS-REC.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(PEND-QUEUE-DATE).
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
              SET PEND-EXPIRED TO TRUE
              MOVE WS-RUN-DATE TO PEND-DECISION-DATE
              MOVE 'EXPIRED UNAUTHORIZED' TO PEND-RESULT-REASON
              PERFORM REWRITE-PENDING
              ADD 1 TO TOTAL-EXPIRED
              ADD TRANS-AMOUNT TO TOTAL-EXPIRED-AMT
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'EXPIRED' TO RPT-RESULT
              PERFORM FILL-ITEM-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              ADD 1 TO TOTAL-STILL-PENDING
              ADD TRANS-AMOUNT TO TOTAL-PENDING-AMT
           END-IF.

      **********************************************
      * FILLS THE ITEM FIELDS OF THE REPORT LINE FROM THE CURRENT
      * PENDING RECORD AND ITS TRANSACTION
      **********************************************
       FILL-ITEM-REPORT-LINE.
           MOVE PEND-KEY TO RPT-PEND-KEY.
           MOVE TRANS-ACCT-ID TO RPT-ACCT-ID.
           MOVE TRANS-TYPE TO RPT-TYPE.
           MOVE TRANS-AMOUNT TO RPT-AMOUNT.
           MOVE PEND-AUTH-ID TO RPT-AUTH-ID.
           MOVE PEND-RESULT-REASON TO RPT-REASON.

      **********************************************
      * RUN TOTALS AT THE FOOT OF THE RELEASE REPORT
      **********************************************
       WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'DECISIONS READ' TO TOT-LABEL.
           MOVE TOTAL-DECISIONS TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'APPROVED AND POSTED' TO TOT-LABEL.
           MOVE TOTAL-POSTED TO TOT-CNT.
           MOVE TOTAL-POSTED-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'APPROVED BUT FAILED VALIDATION' TO TOT-LABEL.
           MOVE TOTAL-FAILED TO TOT-CNT.
           MOVE TOTAL-FAILED-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'DENIED' TO TOT-LABEL.
           MOVE TOTAL-DENIED TO TOT-CNT.
           MOVE TOTAL-DENIED-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'DECISIONS REFUSED' TO TOT-LABEL.
           MOVE TOTAL-REFUSED TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'EXPIRED UNAUTHORIZED' TO TOT-LABEL.
           MOVE TOTAL-EXPIRED TO TOT-CNT.
           MOVE TOTAL-EXPIRED-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'STILL AWAITING AUTHORIZATION' TO TOT-LABEL.
           MOVE TOTAL-STILL-PENDING TO TOT-CNT.
           MOVE TOTAL-PENDING-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

      **********************************************
      * WRITE ONE RUN TOTALS LINE
      **********************************************
       WRITE-TOTAL-LINE.
           WRITE REPORT-REC FROM WS-TOT-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * WRITE THE PREPARED REPORT LINE AND CHECK STATUS
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

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
           CLOSE ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT MASTER: '
                       ACCT-STATUS
           END-IF.

           CLOSE PEND-AUTH-FILE.
           IF PEND-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PEND-AUTH: ' PEND-STATUS
           END-IF.

           CLOSE HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD MASTER: '
                       HOLD-STATUS
           END-IF.

           CLOSE DECISION-FILE.
           IF DEC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DECISIONS: ' DEC-STATUS
           END-IF.

           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING JOURNAL-FILE: '
                       JRNL-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT: ' RPT-STATUS
           END-IF.
