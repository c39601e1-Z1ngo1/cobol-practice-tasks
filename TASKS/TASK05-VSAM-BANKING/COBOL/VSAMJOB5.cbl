      *                 NOT THE SOURCE) BEFORE EITHER IS UPDATED, SO   *
      *                 THE DEBIT AND CREDIT EITHER BOTH POST OR BOTH  *
      *                 REJECT - NO MORE HALF-POSTED TRANSFER PAIRS.   *
      *   AVAILABLE BALANCE: A WITHDRAWAL OR TRANSFER THAT THE LEDGER  *
      *                 BALANCE COVERS BUT THAT WOULD LEAVE LESS THAN  *
      *                 THE SUM OF THE ACCOUNT'S ACTIVE FUNDS HOLDS    *
      *                 (HOLDDD, MAINTAINED BY VSAMHD5) IS REJECTED AS *
      *                 'INSUFFICIENT AVAILABLE FUNDS', DISTINCT FROM  *
      *                 THE PLAIN 'INSUFFICIENT FUNDS' OVERDRAFT.      *
      *   DUAL AUTHORIZATION: A WITHDRAWAL OR TRANSFER ABOVE THE       *
      *                 AUTHORIZATION LIMIT (AUTHLIMIT= ON PARMDD,     *
      *                 DEFAULT 10000.00) DOES NOT POST. IT IS QUEUED  *
      *                 WHOLE ON THE PENDDD PENDING-AUTHORIZATION KSDS *
      *                 WITH ITS QUEUE DATE FOR THE VSAMAR5 RELEASE    *
      *                 RUN, WHICH POSTS IT ONLY ONCE A SECOND PERSON  *
      *                 HAS APPROVED IT.                               *
      *   PRODUCT RULES: EACH ACCOUNT CARRIES A PRODUCT CODE WHOSE     *
      *                 RULES ARE ON PRODDD. A WITHDRAWAL OR TRANSFER  *
      *                 IS REJECTED IF THE PRODUCT IS UNKNOWN, IF IT   *
      *                 WOULD LEAVE LESS THAN THE PRODUCT MINIMUM      *
      *                 BALANCE, IF IT IS A TRANSFER OUT ON A PRODUCT  *
      *                 THAT DOES NOT ALLOW THEM, OR IF IT IS A        *
      *                 WITHDRAWAL BEYOND THE PRODUCT'S MONTHLY        *
      *                 WITHDRAWAL COUNT (ZERO MEANS UNLIMITED).       *
      *   ACCT NOT FOUND                 -> REJECT, WRITE ERROR        *
      *   UNKNOWN TRANS-TYPE             -> REJECT, WRITE ERROR        *
      *   FEED SOURCE: TRANS.FILE IS BUILT BY THE VSAMTI5 INTAKE,      *
      *                 WHICH STAMPS EACH TRANSACTION WITH THE SOURCE  *
      *                 CODE OF THE FEED IT CAME IN ON. THE CODE IS    *
      *                 JOURNALED AND THE BALANCING REPORT SHOWS       *
      *                 POSTED AND REJECTED TOTALS PER SOURCE AS WELL  *
      *                 AS PER TRANSACTION TYPE.                       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/11                                               *
      *                  RE-SUBMITTING THE SAME TRANS.FILE CAN NO      *
      *                  LONGER DOUBLE-POST IT. A LEGITIMATE RE-RUN    *
      *                  IS FORCED WITH OVERRIDE=Y ON PARMDD.          *
      * 2026/10/15  SSH  FUNDS HOLDS: WITHDRAWALS AND TRANSFERS ARE    *
      *                  NOW CHECKED AGAINST THE AVAILABLE BALANCE     *
      *                  (LEDGER BALANCE LESS ACTIVE HOLDS ON HOLDDD). *
      *                  A DEBIT THE LEDGER COVERS BUT THE AVAILABLE   *
      *                  BALANCE DOES NOT REJECTS WITH ITS OWN REASON. *
      * 2026/10/15  SSH  DUAL AUTHORIZATION: W AND T TRANSACTIONS      *
      *                  ABOVE THE AUTHLIMIT= PARMDD AMOUNT ARE QUEUED *
      *                  TO THE PENDDD PENDING-AUTHORIZATION KSDS      *
      *                  INSTEAD OF POSTING, AND COUNTED ON THEIR OWN  *
      *                  LINE OF THE BALANCING REPORT. PARMDD MAY NOW  *
      *                  CARRY MORE THAN ONE RECORD.                   *
      * 2026/10/15  SSH  ACCOUNTS MARKED CLOSE-PENDING (P) BY VSAMAM5  *
      *                  REJECT POSTINGS AND TRANSFERS IN UNTIL THE    *
      *                  VSAMCS5 SETTLEMENT RUN HAS CLOSED THEM.       *
      * 2026/10/15  SSH  JOURNAL RECORDS CARRY THE POSTING (BUSINESS)  *
      *                  DATE IN JRNL-POST-DATE FOR THE VSAMGL5        *
      *                  GENERAL LEDGER EXTRACT.                       *
      * 2026/10/15  SSH  ACCT-REC EXTENDED TO 80 BYTES WITH A PRODUCT  *
      *                  CODE AND A MONTHLY WITHDRAWAL COUNTER.        *
      *                  WITHDRAWALS AND TRANSFERS NOW ENFORCE THE     *
      *                  PRODDD PRODUCT RULES; EACH POSTED WITHDRAWAL  *
      *                  BUMPS THE COUNTER FOR THE CURRENT MONTH.      *
      * 2026/10/15  SSH  TRANS-REC CARRIES THE FEED SOURCE CODE        *
      *                  STAMPED BY THE VSAMTI5 MULTI-SOURCE INTAKE,   *
      *                  WHICH NOW BUILDS TRANS.FILE FROM THE PROVED   *
      *                  TELLER, STANDING ORDER AND ONLINE-BANKING     *
      *                  FEEDS. THE SOURCE IS CARRIED TO THE JOURNAL   *
      *                  IN JRNL-FEED-SOURCE AND THE BALANCING REPORT  *
      *                  BREAKS POSTED AND REJECTED COUNTS AND AMOUNTS *
      *                  DOWN BY SOURCE.                               *
      * 2026/10/15  SSH  TRANSACTIONS QUEUED FOR DUAL AUTHORIZATION    *
      *                  ARE ALSO COUNTED BY FEED SOURCE, SO THE PER-  *
      *                  SOURCE SECTION OF THE BALANCING REPORT SHOWS  *
      *                  POSTED, REJECTED AND QUEUED COUNTS AND        *
      *                  AMOUNTS.                                      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:   INDD (TRANS.FILE) - TRANSACTIONS FROM VSAMTI5 (PS)    *
      *          PARMDD (RUN.PARM) - OVERRIDE PARAMETER (PS, 80 B)     *
      *          HOLDDD (HOLD.MASTER) - FUNDS HOLD FILE (KSDS)         *
      *          PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)        *
      * I-O:     EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (KSDS)      *
      *          RUNCDD (RUN.CONTROL) - RUN-CONTROL DATASET (KSDS)     *
      *          PENDDD (PEND.AUTH) - PENDING AUTHORIZATIONS (KSDS)    *
      * OUTPUT:  REPDD (REPORT.FILE) - ERROR REPORT FILE (PS)          *
      *          JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)     *
      ******************************************************************
           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT HOLD-MASTER ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT PEND-AUTH-FILE ASSIGN TO PENDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.
                                                                        
       DATA DIVISION.                                                   
       FILE SECTION.                                                    
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
             88 ACCT-CLOSE-PENDING VALUE 'P'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).
                                                                        
       FD TRANS-FILE RECORDING MODE IS F.
       01 TRANS-REC.
          05 TRANS-REF-ID PIC X(10).
          05 TRANS-REF-TYPE PIC X(1).
          05 TRANS-TARGET-ACCT PIC X(5).
          05 TRANS-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(47).
                                                                        
       FD ERROR-FILE RECORDING MODE IS F.                               
       01 ERROR-REC.                                                    
      * POSTED-TRANSACTION JOURNAL. THE FIRST THREE FIELDS MATCH THE
      * TRNSDD TRANSACTION LOG LAYOUT THE NIGHTLY RECONCILIATION JOB
      * READS (C = CREDIT, D = DEBIT); THE REFERENCE AND BEFORE/AFTER
      * BALANCES SIT IN WHAT THAT LAYOUT TREATS AS FILLER, AS DOES THE
      * SOURCE CODE OF THE FEED THE TRANSACTION ARRIVED ON.
       FD JOURNAL-FILE RECORDING MODE IS F.
       01 JRNL-REC.
          05 JRNL-ACCT-ID PIC X(6).
          05 JRNL-SOURCE-TYPE PIC X(1).
          05 JRNL-BAL-BEFORE PIC 9(9)V99.
          05 JRNL-BAL-AFTER PIC 9(9)V99.
          05 JRNL-POST-DATE PIC 9(8).
          05 JRNL-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(19).

      * RUN-CONTROL DATASET: ONE RECORD PER INPUT FILE EVER POSTED,
      * KEYED BY THE FILE FINGERPRINT (RECORD COUNT PLUS AMOUNT SUM).
       01 PARM-REC.
          05 PARM-OVERRIDE PIC X(10).
          05 FILLER PIC X(70).
      * AUTHORIZATION LIMIT RECORD: 'AUTHLIMIT=' THEN 9(5)V99
       01 PARM-LIMIT-REC REDEFINES PARM-REC.
          05 PARM-KEYWORD PIC X(10).
          05 PARM-AUTH-LIMIT PIC X(7).
          05 PARM-AUTH-LIMIT-N REDEFINES PARM-AUTH-LIMIT
                                PIC 9(5)V99.
          05 FILLER PIC X(63).

      * FUNDS HOLD FILE MAINTAINED BY VSAMHD5, KEYED BY ACCOUNT PLUS
      * HOLD ID. ONLY ACTIVE HOLDS NOT PAST A NON-ZERO EXPIRY DATE
      * REDUCE THE AVAILABLE BALANCE.
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

      * PENDING-AUTHORIZATION QUEUE, RELEASED BY VSAMAR5. KEYED BY
      * QUEUE DATE, QUEUE TIME AND A SEQUENCE WITHIN THE RUN; CARRIES
      * THE WHOLE TRANSACTION AS RECEIVED. STATUS P = AWAITING
      * AUTHORIZATION (THE ONLY STATUS THIS PROGRAM WRITES).
       FD PEND-AUTH-FILE.
       01 PEND-REC.
          05 PEND-KEY.
             10 PEND-QUEUE-DATE PIC 9(8).
             10 PEND-QUEUE-TIME PIC 9(6).
             10 PEND-SEQ PIC 9(4).
          05 PEND-TRANS PIC X(80).
          05 PEND-REC-STATUS PIC X(1).
          05 PEND-AUTH-ID PIC X(8).
          05 PEND-DECISION-DATE PIC 9(8).
          05 PEND-RESULT-REASON PIC X(30).
          05 FILLER PIC X(15).

      * PRODUCT PARAMETER FILE, ONE RECORD PER PRODUCT CODE.
      * MAX-WD IS WITHDRAWALS PER CALENDAR MONTH (ZERO = UNLIMITED);
      * XFER-OUT Y ALLOWS TRANSFERS OUT; INT-PLAN IS USED BY VSAMIF5.
       FD PROD-FILE RECORDING MODE IS F.
       01 PROD-REC.
          05 PRD-CODE PIC X(3).
          05 PRD-DESC PIC X(20).
          05 PRD-MIN-BAL PIC 9(5)V99.
          05 PRD-MAX-WD PIC 9(3).
          05 PRD-XFER-OUT PIC X(1).
          05 PRD-INT-PLAN PIC X(2).
          05 FILLER PIC X(44).

       WORKING-STORAGE SECTION.

       01 JRNL-STATUS PIC X(2).
       01 RUNC-STATUS PIC X(2).
       01 PARM-STATUS PIC X(2).
       01 HOLD-STATUS PIC X(2).
       01 PEND-STATUS PIC X(2).
       01 PROD-STATUS PIC X(2).

      * RUN DATE (YYYYMMDD) AND ITS MONTH (YYYYMM), THE PERIOD THE
      * WITHDRAWAL COUNTER ON ACCT-REC IS KEPT FOR
       01 WS-RUN-DATE PIC 9(8).
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

      * INPUT FILE FINGERPRINT BUILT BY THE PRE-SCAN PASS
       01 WS-FINGERPRINT.
          05 WS-FP-REC-COUNT PIC 9(7) VALUE 0.
          05 WS-FP-AMT-HASH PIC 9(11)V99 VALUE 0.

      * RUN TIME (HHMMSSHH) AND THE QUEUE SEQUENCE WITHIN THE RUN,
      * TOGETHER WITH THE RUN DATE THE PENDING-AUTHORIZATION KEY
       01 WS-RUN-TIME PIC 9(8).
       01 WS-PEND-SEQ PIC 9(4) VALUE 0.

      * DUAL-AUTHORIZATION LIMIT - W AND T ABOVE THIS ARE QUEUED.
      * OVERRIDDEN BY AN AUTHLIMIT= RECORD ON PARMDD.
       01 WS-AUTH-LIMIT PIC 9(5)V99 VALUE 10000.00.

      * OVERRIDE SWITCH FROM PARMDD FOR A LEGITIMATE RE-RUN
       01 WS-OVERRIDE-SW PIC X(1) VALUE 'N'.
          88 RERUN-OVERRIDE VALUE 'Y'.
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.
          88 SCAN-EOF VALUE 'Y'.

      * ACTIVE HOLDS ON THE DEBITED ACCOUNT AND THE RESULTING
      * AVAILABLE BALANCE (SIGNED - HOLDS MAY EXCEED THE BALANCE)
       01 WS-HOLD-TOTAL PIC 9(9)V99.
       01 WS-AVAIL-BAL PIC S9(9)V99.

      * BALANCE BEFORE THE CURRENT POSTING AND THE JOURNAL C/D TYPE
       01 WS-BAL-BEFORE PIC 9(5)V99.
       01 WS-JRNL-TYPE PIC X(1).
          05 CTL-UNK-REJ-CNT PIC 9(5) VALUE 0.
          05 CTL-UNK-REJ-AMT PIC 9(9)V99 VALUE 0.
          05 CTL-NET-MOVEMENT PIC S9(9)V99 VALUE 0.
          05 CTL-AUTH-Q-CNT PIC 9(5) VALUE 0.
          05 CTL-AUTH-Q-AMT PIC 9(9)V99 VALUE 0.

      * CONTROL TOTALS PER FEED SOURCE (TRANS-FEED-SOURCE), IN THE
      * ORDER THE SOURCES ARE FIRST SEEN. THE LAST ROW IS KEPT FOR
      * ANY SOURCES BEYOND THE TABLE SO NOTHING DROPS OUT OF THE
      * REPORT; A BLANK SOURCE IS A TRANSACTION NOT FROM THE INTAKE.
       01 WS-SRC-MAX PIC 9(2) VALUE 30.
       01 WS-SRC-COUNT PIC 9(2) VALUE 0.
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 30 TIMES INDEXED BY SRC-IDX.
             10 WS-SRC-CODE PIC X(4).
             10 WS-SRC-POST-CNT PIC 9(5).
             10 WS-SRC-POST-AMT PIC 9(9)V99.
             10 WS-SRC-REJ-CNT PIC 9(5).
             10 WS-SRC-REJ-AMT PIC 9(9)V99.
             10 WS-SRC-Q-CNT PIC 9(5).
             10 WS-SRC-Q-AMT PIC 9(9)V99.

      * BALANCING REPORT DETAIL LINE
       01 WS-SUM-LINE.
          05 SUM-REJ-CNT PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SUM-REJ-AMT PIC Z(8)9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SUM-Q-CNT PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SUM-Q-AMT PIC Z(8)9.99.
          05 FILLER PIC X(3) VALUE SPACES.

      * BALANCING REPORT HEADER LINES
       01 WS-SUM-HDR1 PIC X(80) VALUE
          '------------- END-OF-RUN BALANCING REPORT -------------'.
       01 WS-SUM-HDR2 PIC X(80) VALUE
          'TYPE        POSTED   POSTED-AMT     REJECT   REJECT-AMT'.
       01 WS-SRC-HDR1 PIC X(80) VALUE
          '--------------- TOTALS BY FEED SOURCE -----------------'.
       01 WS-SRC-HDR2.
          05 FILLER PIC X(55) VALUE
             'SOURCE      POSTED   POSTED-AMT     REJECT   REJECT-AMT'.
          05 FILLER PIC X(25) VALUE
             '    QUEUED   QUEUED-AMT'.

      * BALANCING REPORT QUEUED-FOR-AUTHORIZATION LINE
       01 WS-AUTH-LINE.
          05 FILLER PIC X(32)
             VALUE 'QUEUED FOR DUAL AUTHORIZATION:  '.
          05 AUTH-CNT-EDIT PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 AUTH-AMT-EDIT PIC Z(8)9.99.
          05 FILLER PIC X(29) VALUE SPACES.

      * BALANCING REPORT NET MOVEMENT LINE
       01 WS-NET-LINE.
           05 POSTABLE-SW PIC X(1) VALUE 'N'.
              88 ACCT-POSTABLE VALUE 'Y'.
              88 ACCT-NOT-POSTABLE VALUE 'N'.
           05 HOLD-EOF-SW PIC X(1) VALUE 'N'.
              88 HOLD-EOF VALUE 'Y'.
           05 AUTH-SW PIC X(1) VALUE 'N'.
              88 AUTH-QUEUED VALUE 'Y'.
              88 AUTH-NOT-QUEUED VALUE 'N'.
           05 PROD-EOF-SW PIC X(1) VALUE 'N'.
              88 PROD-EOF VALUE 'Y'.
           05 PROD-HIT-SW PIC X(1) VALUE 'N'.
              88 PROD-FOUND VALUE 'Y'.
              88 PROD-NOT-FOUND VALUE 'N'.
           05 RULES-SW PIC X(1) VALUE 'Y'.
              88 PRODUCT-RULES-MET VALUE 'Y'.
              88 PRODUCT-RULES-FAILED VALUE 'N'.
           05 SRC-HIT-SW PIC X(1) VALUE 'N'.
              88 SRC-FOUND VALUE 'Y'.
              88 SRC-NOT-FOUND VALUE 'N'.
                                                                        
      **********************************************                    
      * OPEN FILES, PROCESS ALL TRANSACTIONS, CLOSE FILES.              
       MAIN-LOGIC.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-OVERRIDE-PARM.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM SCAN-TRANS-FILE.
           PERFORM CHECK-RUN-CONTROL.

              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD-MASTER FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           IF PEND-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PEND-AUTH FILE: ' PEND-STATUS
              STOP RUN
           END-IF.
                                                                        
      * READ EACH TRANSACTION AND PROCESS UNTIL EOF.                    
           PERFORM UNTIL EOF                                            
           OPEN OUTPUT ERROR-FILE.

           OPEN OUTPUT JOURNAL-FILE.

           OPEN INPUT HOLD-MASTER.

           OPEN I-O PEND-AUTH-FILE.
                                                                        
      **********************************************                    
      * CLOSES ALL FILES AND CHECKS STATUS                              
                       JRNL-STATUS
           END-IF.

           CLOSE HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD-MASTER FILE: '
                       HOLD-STATUS
           END-IF.

           CLOSE PEND-AUTH-FILE.
           IF PEND-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PEND-AUTH FILE: '
                       PEND-STATUS
           END-IF.

      **********************************************
      * READS THE PARMDD RECORDS. OVERRIDE=Y AUTHORIZES A RE-RUN OF
      * AN INPUT FILE THAT IS ALREADY REGISTERED IN THE RUN-CONTROL
      * DATASET. AUTHLIMIT=NNNNNNN (9(5)V99) REPLACES THE DEFAULT
      * DUAL-AUTHORIZATION LIMIT; A NON-NUMERIC LIMIT IS REFUSED.
      * AN EMPTY PARM FILE MEANS NO OVERRIDE AND THE DEFAULT LIMIT.
      **********************************************
       READ-OVERRIDE-PARM.
           OPEN INPUT PARM-FILE.
              STOP RUN
           END-IF.

           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-OVERRIDE = 'OVERRIDE=Y'
                      SET RERUN-OVERRIDE TO TRUE
                      DISPLAY 'RE-RUN OVERRIDE ACCEPTED FROM PARMDD'
                   END-IF
                   IF PARM-KEYWORD = 'AUTHLIMIT='
                      IF PARM-AUTH-LIMIT IS NUMERIC
                         MOVE PARM-AUTH-LIMIT-N TO WS-AUTH-LIMIT
                      ELSE
                         DISPLAY 'AUTHLIMIT ON PARMDD NOT NUMERIC: '
                                  PARM-AUTH-LIMIT
                         MOVE 12 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'DUAL AUTHORIZATION LIMIT: ' WS-AUTH-LIMIT.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.

      **********************************************
      * LOADS THE PRODUCT RULES FROM PRODDD INTO THE PRODUCT TABLE.
      * AN EMPTY FILE OR MORE PRODUCTS THAN THE TABLE HOLDS IS
      * REFUSED WITH RETURN CODE 12 BEFORE ANYTHING POSTS.
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
           DISPLAY 'PRODUCTS LOADED: ' WS-PROD-COUNT.

      **********************************************
      * FINGERPRINT PRE-SCAN: READS THE WHOLE TRANSACTION FILE
      * ONCE, COUNTING RECORDS AND SUMMING AMOUNTS, THEN CLOSES
      * STATUS '23' (NOT FOUND) -> WRITE ERROR RECORD AND EXIT.
      * FOUND -> APPLY DEPOSIT OR WITHDRAWAL,
      * THEN REWRITE UPDATED RECORD TO VSAM. WITHDRAWALS THAT WOULD
      * DRIVE THE BALANCE NEGATIVE ARE REJECTED AND LOGGED, AND ONE
      * THE LEDGER BALANCE COVERS BUT THE AVAILABLE BALANCE (AFTER
      * ACTIVE FUNDS HOLDS) DOES NOT IS REJECTED WITH ITS OWN REASON.
      * A REVERSAL (R) BACKS OUT THE PRIOR TRANSACTION NAMED BY
      * TRANS-REF-ID, UNDOING IT BY TRANS-REF-TYPE ('D' OR 'W') AND
      * TRANS-AMOUNT. A REVERSAL THAT WOULD DRIVE THE BALANCE
              PERFORM CHECK-ACCT-POSTABLE
           END-IF.

           SET PRODUCT-RULES-MET TO TRUE.
           IF FOUND AND ACCT-POSTABLE
              PERFORM CHECK-PRODUCT-RULES
           END-IF.

           SET AUTH-NOT-QUEUED TO TRUE.
           IF FOUND AND ACCT-POSTABLE AND PRODUCT-RULES-MET
              PERFORM CHECK-DUAL-AUTHORIZATION
           END-IF.

           IF FOUND AND ACCT-POSTABLE AND PRODUCT-RULES-MET
              AND AUTH-NOT-QUEUED
               IF TRANS-TYPE = 'D'
                  MOVE ACCT-BAL TO WS-BAL-BEFORE
                  ADD TRANS-AMOUNT TO ACCT-BAL

               IF TRANS-TYPE = 'W'
                  IF ACCT-BAL >= TRANS-AMOUNT
                     PERFORM SUM-ACTIVE-HOLDS
                     IF WS-AVAIL-BAL >= TRANS-AMOUNT
                        MOVE ACCT-BAL TO WS-BAL-BEFORE
                        SUBTRACT TRANS-AMOUNT FROM ACCT-BAL
                        PERFORM COUNT-WITHDRAWAL
                        PERFORM REWRITE-ACCOUNT
                        MOVE 'D' TO WS-JRNL-TYPE
                        PERFORM WRITE-JOURNAL
                        PERFORM COUNT-POSTED
                     ELSE
                        MOVE ACCT-ID TO REP-ID
                        MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO REP-DESC
                        PERFORM WRITE-ERROR-REC
                        PERFORM COUNT-REJECT
                     END-IF
                  ELSE
                     MOVE ACCT-ID TO REP-ID
                     MOVE 'INSUFFICIENT FUNDS' TO REP-DESC
                                                                        
      **********************************************
      * GATES THE POSTING ON THE ACCOUNT STATUS MAINTAINED BY THE
      * VSAMAM5 MAINTENANCE RUN. A FROZEN, CLOSED OR CLOSE-PENDING
      * ACCOUNT REJECTS THE TRANSACTION TO ERROR-FILE; ANY OTHER
      * STATUS (INCLUDING THE BLANK CARRIED BY PRE-CONVERSION
      * RECORDS) POSTS AS OPEN.
      **********************************************
       CHECK-ACCT-POSTABLE.
           SET ACCT-POSTABLE TO TRUE.
           IF ACCT-FROZEN OR ACCT-CLOSED OR ACCT-CLOSE-PENDING
              SET ACCT-NOT-POSTABLE TO TRUE
              MOVE ACCT-ID TO REP-ID
              EVALUATE TRUE
                 WHEN ACCT-FROZEN
                    MOVE 'ACCOUNT FROZEN' TO REP-DESC
                 WHEN ACCT-CLOSED
                    MOVE 'ACCOUNT CLOSED' TO REP-DESC
                 WHEN OTHER
                    MOVE 'ACCOUNT CLOSE PENDING' TO REP-DESC
              END-EVALUATE
              PERFORM WRITE-ERROR-REC
              PERFORM COUNT-REJECT
           END-IF.

      **********************************************
      * APPLIES THE RULES OF THE ACCOUNT'S PRODUCT TO A WITHDRAWAL
      * OR TRANSFER. AN UNKNOWN PRODUCT, A TRANSFER OUT ON A PRODUCT
      * THAT DOES NOT ALLOW THEM, A WITHDRAWAL WHEN THIS MONTH'S
      * COUNT HAS REACHED THE PRODUCT MAXIMUM, OR A DEBIT THAT WOULD
      * LEAVE LESS THAN THE PRODUCT MINIMUM BALANCE REJECTS TO
      * ERROR-FILE. A DEBIT LARGER THAN THE BALANCE IS LEFT TO THE
      * ORDINARY INSUFFICIENT-FUNDS CHECK.
      **********************************************
       CHECK-PRODUCT-RULES.
           IF TRANS-TYPE = 'W' OR TRANS-TYPE = 'T'
              PERFORM FIND-PRODUCT
              EVALUATE TRUE
                 WHEN PROD-NOT-FOUND
                    SET PRODUCT-RULES-FAILED TO TRUE
                    STRING 'UNKNOWN PRODUCT CODE ' ACCT-PRODUCT
                           DELIMITED BY SIZE
                           INTO REP-DESC
                    END-STRING
                 WHEN TRANS-TYPE = 'T'
                      AND NOT WS-PRD-XFER-ALLOWED(PROD-IDX)
                    SET PRODUCT-RULES-FAILED TO TRUE
                    MOVE 'TRANSFERS OUT NOT ALLOWED' TO REP-DESC
                 WHEN TRANS-TYPE = 'W'
                      AND WS-PRD-MAX-WD(PROD-IDX) > 0
                      AND ACCT-WD-PERIOD = WS-RUN-PERIOD
                      AND ACCT-WD-COUNT >= WS-PRD-MAX-WD(PROD-IDX)
                    SET PRODUCT-RULES-FAILED TO TRUE
                    MOVE 'MONTHLY WITHDRAWAL LIMIT REACHED' TO REP-DESC
                 WHEN ACCT-BAL >= TRANS-AMOUNT
                      AND ACCT-BAL - TRANS-AMOUNT
                          < WS-PRD-MIN-BAL(PROD-IDX)
                    SET PRODUCT-RULES-FAILED TO TRUE
                    MOVE 'BELOW PRODUCT MINIMUM BALANCE' TO REP-DESC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF PRODUCT-RULES-FAILED
                 MOVE ACCT-ID TO REP-ID
                 PERFORM WRITE-ERROR-REC
                 PERFORM COUNT-REJECT
              END-IF
           END-IF.

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
      * COUNTS A POSTED WITHDRAWAL AGAINST THE CURRENT MONTH,
      * STARTING THE COUNT AFRESH WHEN THE MONTH HAS CHANGED SINCE
      * THE ACCOUNT'S LAST WITHDRAWAL. CALLED BEFORE THE REWRITE.
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
      * A WITHDRAWAL OR TRANSFER ABOVE THE DUAL-AUTHORIZATION LIMIT
      * IS NOT POSTED HERE. THE WHOLE TRANSACTION IS QUEUED TO THE
      * PENDING-AUTHORIZATION KSDS WITH TODAY'S DATE FOR A SECOND
      * PERSON TO APPROVE OR DENY THROUGH THE VSAMAR5 RELEASE RUN.
      **********************************************
       CHECK-DUAL-AUTHORIZATION.
           IF (TRANS-TYPE = 'W' OR TRANS-TYPE = 'T')
              AND TRANS-AMOUNT > WS-AUTH-LIMIT
              ADD 1 TO WS-PEND-SEQ
              MOVE SPACES TO PEND-REC
              MOVE WS-RUN-DATE TO PEND-QUEUE-DATE
              MOVE WS-RUN-TIME(1:6) TO PEND-QUEUE-TIME
              MOVE WS-PEND-SEQ TO PEND-SEQ
              MOVE TRANS-REC TO PEND-TRANS
              MOVE 'P' TO PEND-REC-STATUS
              MOVE ZERO TO PEND-DECISION-DATE
              WRITE PEND-REC
                  INVALID KEY
                    CONTINUE
              END-WRITE
              IF PEND-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PEND-AUTH FILE: ' PEND-STATUS
                 DISPLAY 'PENDING KEY: ' PEND-KEY
                 STOP RUN
              END-IF
              SET AUTH-QUEUED TO TRUE
              ADD 1 TO CTL-AUTH-Q-CNT
              ADD TRANS-AMOUNT TO CTL-AUTH-Q-AMT
              PERFORM FIND-SOURCE
              ADD 1 TO WS-SRC-Q-CNT(SRC-IDX)
              ADD TRANS-AMOUNT TO WS-SRC-Q-AMT(SRC-IDX)
           END-IF.

      **********************************************
      * REWRITE UPDATED ACCT-REC BACK TO VSAM.
      * REQUIRES PRIOR SUCCESSFUL READ ON SAME KEY.                     
      * TRANSFER (T): MOVES TRANS-AMOUNT FROM THE SOURCE ACCOUNT
      * (ALREADY READ INTO ACCT-REC BY PROCESS-TRANSACTION) TO
      * TRANS-TARGET-ACCT. THE WHOLE TRANSFER IS VALIDATED BEFORE
      * EITHER ACCOUNT IS TOUCHED: SOURCE MUST COVER THE AMOUNT FROM
      * BOTH ITS LEDGER AND ITS AVAILABLE (AFTER HOLDS) BALANCE,
      * TARGET MUST EXIST, MUST BE OPEN (NOT FROZEN OR CLOSED) AND
      * MUST NOT BE THE SOURCE ITSELF. ANY
      * VALIDATION FAILURE REJECTS THE TRANSFER AS A UNIT AND LOGS
                 PERFORM WRITE-ERROR-REC
                 PERFORM COUNT-REJECT
              ELSE
                 PERFORM SUM-ACTIVE-HOLDS
                 IF WS-AVAIL-BAL < TRANS-AMOUNT
                    MOVE TRANS-ACCT-ID TO REP-ID
                    STRING 'TRANSFER TO ' TRANS-TARGET-ACCT
                           ' INSUFFICIENT AVAILABLE FUNDS'
                           DELIMITED BY SIZE
                           INTO REP-DESC
                    END-STRING
                    PERFORM WRITE-ERROR-REC
                    PERFORM COUNT-REJECT
                 ELSE
                    PERFORM VALIDATE-TRANSFER-TARGET
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * SECOND HALF OF TRANSFER VALIDATION ONCE THE SOURCE IS
      * PROVEN ABLE TO FUND IT: THE TARGET MUST EXIST AND BE OPEN.
      * A PASSING TRANSFER IS APPLIED; A FAILING ONE IS LOGGED.
      **********************************************
       VALIDATE-TRANSFER-TARGET.
           MOVE TRANS-TARGET-ACCT TO ACCT-ID.
           PERFORM READ-TRANSFER-TARGET.
           IF TARGET-NOT-FOUND
              MOVE TRANS-ACCT-ID TO REP-ID
              STRING 'TRANSFER TARGET ' TRANS-TARGET-ACCT
                     ' NOT FOUND'
                     DELIMITED BY SIZE
                     INTO REP-DESC
              END-STRING
              PERFORM WRITE-ERROR-REC
              PERFORM COUNT-REJECT
           ELSE
              IF ACCT-FROZEN OR ACCT-CLOSED OR ACCT-CLOSE-PENDING
                 MOVE TRANS-ACCT-ID TO REP-ID
                 STRING 'TRANSFER TARGET ' TRANS-TARGET-ACCT
                        ' NOT OPEN'
                        DELIMITED BY SIZE
                        INTO REP-DESC
                 END-STRING
                 PERFORM WRITE-ERROR-REC
                 PERFORM COUNT-REJECT
              ELSE
                 PERFORM APPLY-TRANSFER
              END-IF
           END-IF.

      **********************************************
      * SUMS THE ACTIVE FUNDS HOLDS ON THE DEBITED ACCOUNT
      * (TRANS-ACCT-ID) INTO WS-HOLD-TOTAL AND SETS WS-AVAIL-BAL TO
      * THE LEDGER BALANCE IN ACCT-REC LESS THAT TOTAL. BROWSES THE
      * HOLD KSDS FROM THE FIRST KEY FOR THE ACCOUNT UNTIL THE
      * ACCOUNT CHANGES. A HOLD PAST ITS NON-ZERO EXPIRY DATE THAT
      * VSAMHD5 HAS NOT SWEPT YET NO LONGER COUNTS.
      **********************************************
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO HOLD-EOF-SW.
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
      * RANDOM READ OF THE TRANSFER TARGET KEYED BY ACCT-ID.
      * ONLY SETS THE TARGET-FOUND SWITCH - THE CALLER DECIDES
           MOVE TRANS-TYPE TO JRNL-SOURCE-TYPE.
           MOVE WS-BAL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE ACCT-BAL TO JRNL-BAL-AFTER.
           MOVE WS-RUN-DATE TO JRNL-POST-DATE.
           MOVE TRANS-FEED-SOURCE TO JRNL-FEED-SOURCE.
           WRITE JRNL-REC
           END-WRITE.
           IF JRNL-STATUS NOT = '00'

      **********************************************
      * BUMPS THE POSTED CONTROL TOTALS FOR THE TRANSACTION JUST
      * APPLIED, KEYED BY TRANS-TYPE AND BY FEED SOURCE. A
      * TRANSFER IS COUNTED ONCE (NOT ONCE PER LEG) WITH ITS
      * AMOUNT MOVED.
      **********************************************
       COUNT-POSTED.
           PERFORM FIND-SOURCE.
           ADD 1 TO WS-SRC-POST-CNT(SRC-IDX).
           ADD TRANS-AMOUNT TO WS-SRC-POST-AMT(SRC-IDX).
           EVALUATE TRANS-TYPE
              WHEN 'D'
                 ADD 1 TO CTL-DEP-POST-CNT

      **********************************************
      * BUMPS THE REJECTED CONTROL TOTALS FOR THE TRANSACTION
      * JUST LOGGED TO ERROR-FILE, KEYED BY TRANS-TYPE AND BY
      * FEED SOURCE. A TYPE WE DO NOT RECOGNIZE LANDS IN THE
      * UNKNOWN BUCKET.
      **********************************************
       COUNT-REJECT.
           PERFORM FIND-SOURCE.
           ADD 1 TO WS-SRC-REJ-CNT(SRC-IDX).
           ADD TRANS-AMOUNT TO WS-SRC-REJ-AMT(SRC-IDX).
           EVALUATE TRANS-TYPE
              WHEN 'D'
                 ADD 1 TO CTL-DEP-REJ-CNT
                 ADD TRANS-AMOUNT TO CTL-UNK-REJ-AMT
           END-EVALUATE.

      **********************************************
      * LOOKS TRANS-FEED-SOURCE UP IN THE SOURCE TABLE, ADDING A
      * ROW THE FIRST TIME A SOURCE IS SEEN. ONCE THE TABLE IS FULL
      * ANY FURTHER SOURCES SHARE THE LAST ROW, LABELLED '****'.
      * SRC-IDX POINTS AT THE ROW ON RETURN.
      **********************************************
       FIND-SOURCE.
           SET SRC-NOT-FOUND TO TRUE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SRC-COUNT OR SRC-FOUND
              IF WS-SRC-CODE(SRC-IDX) = TRANS-FEED-SOURCE
                 SET SRC-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF SRC-FOUND
              SET SRC-IDX DOWN BY 1
              EXIT PARAGRAPH
           END-IF.

           IF WS-SRC-COUNT < WS-SRC-MAX - 1
              ADD 1 TO WS-SRC-COUNT
              SET SRC-IDX TO WS-SRC-COUNT
              MOVE TRANS-FEED-SOURCE TO WS-SRC-CODE(SRC-IDX)
              PERFORM CLEAR-SOURCE-ROW
           ELSE
              SET SRC-IDX TO WS-SRC-MAX
              IF WS-SRC-COUNT < WS-SRC-MAX
                 MOVE WS-SRC-MAX TO WS-SRC-COUNT
                 MOVE '****' TO WS-SRC-CODE(SRC-IDX)
                 PERFORM CLEAR-SOURCE-ROW
              END-IF
           END-IF.

      **********************************************
      * ZEROES THE TOTALS OF THE SOURCE ROW AT SRC-IDX
      **********************************************
       CLEAR-SOURCE-ROW.
           MOVE 0 TO WS-SRC-POST-CNT(SRC-IDX).
           MOVE 0 TO WS-SRC-POST-AMT(SRC-IDX).
           MOVE 0 TO WS-SRC-REJ-CNT(SRC-IDX).
           MOVE 0 TO WS-SRC-REJ-AMT(SRC-IDX).
           MOVE 0 TO WS-SRC-Q-CNT(SRC-IDX).
           MOVE 0 TO WS-SRC-Q-AMT(SRC-IDX).

      **********************************************
      * END-OF-RUN BALANCING REPORT, APPENDED TO REPDD AFTER THE
      * ERROR LINES: PER TRANSACTION TYPE THE POSTED AND REJECTED
      * MASTER. TOTAL DEPOSITS PLUS REVERSED WITHDRAWALS MINUS
      * WITHDRAWALS MINUS REVERSED DEPOSITS MUST EQUAL THE NET
      * MOVEMENT - TRANSFERS CANCEL OUT - SO ONE PAGE SHOWS
      * WHETHER THE RUN BALANCED. THE SAME POSTED AND REJECTED
      * TOTALS, PLUS THOSE QUEUED FOR DUAL AUTHORIZATION, FOLLOW
      * BROKEN DOWN BY FEED SOURCE: POSTED + REJECTED + QUEUED FOR
      * A SOURCE IS EVERYTHING THE INTAKE PASSED FROM THAT FEED,
      * SO A RUN THAT DOES NOT AGREE WITH THE INTAKE REPORT POINTS
      * AT ONE FEED.
      **********************************************
       WRITE-BALANCING-REPORT.
           MOVE SPACES TO ERROR-REC.
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE CTL-AUTH-Q-CNT TO AUTH-CNT-EDIT.
           MOVE CTL-AUTH-Q-AMT TO AUTH-AMT-EDIT.
           WRITE ERROR-REC FROM WS-AUTH-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE CTL-NET-MOVEMENT TO NET-MOVEMENT-EDIT.
           WRITE ERROR-REC FROM WS-NET-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           WRITE ERROR-REC FROM WS-SRC-HDR1
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           WRITE ERROR-REC FROM WS-SRC-HDR2
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SRC-COUNT
              MOVE SPACES TO WS-SUM-LINE
              IF WS-SRC-CODE(SRC-IDX) = SPACES
                 MOVE '(NONE)' TO SUM-TYPE
              ELSE
                 MOVE WS-SRC-CODE(SRC-IDX) TO SUM-TYPE
              END-IF
              MOVE WS-SRC-POST-CNT(SRC-IDX) TO SUM-POST-CNT
              MOVE WS-SRC-POST-AMT(SRC-IDX) TO SUM-POST-AMT
              MOVE WS-SRC-REJ-CNT(SRC-IDX) TO SUM-REJ-CNT
              MOVE WS-SRC-REJ-AMT(SRC-IDX) TO SUM-REJ-AMT
              MOVE WS-SRC-Q-CNT(SRC-IDX) TO SUM-Q-CNT
              MOVE WS-SRC-Q-AMT(SRC-IDX) TO SUM-Q-AMT
              WRITE ERROR-REC FROM WS-SUM-LINE
              END-WRITE
              PERFORM CHECK-REPORT-STATUS
           END-PERFORM.

      **********************************************
      * CHECKS THE REPORT FILE STATUS AFTER A WRITE.
      **********************************************
