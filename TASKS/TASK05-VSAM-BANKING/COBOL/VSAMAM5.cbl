      * WITH FULL VALIDATION, REPLACING THE AD-HOC IDCAMS EDITS THAT  *
      * HAVE PRODUCED MALFORMED RECORDS IN THE PAST. THE STATUS BYTE  *
      * IT MAINTAINS IS HONOURED BY THE VSAMJO5 POSTING RUN, WHICH    *
      * REJECTS DEPOSITS AND WITHDRAWALS AGAINST FROZEN, CLOSED OR    *
      * CLOSE-PENDING ACCOUNTS.                                       *
      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   MAINTENANCE ACTIONS (MNT-ACTION):                           *
      *     O = OPEN ACCOUNT (ID, HOLDER NAME, OPENING BALANCE,       *
      *         PRODUCT CODE)                                         *
      *     C = CLOSE ACCOUNT. A ZERO BALANCE CLOSES AT ONCE. A       *
      *         NON-ZERO BALANCE MARKS THE ACCOUNT CLOSE-PENDING (P)  *
      *         AND RECORDS A CLOSURE REQUEST WITH ITS PAYOUT METHOD  *
      *         ON CLSDD FOR THE VSAMCS5 SETTLEMENT RUN, WHICH PAYS   *
      *         FINAL INTEREST, TAKES THE CLOSING FEE, PAYS OUT THE   *
      *         REST AND CLOSES THE ACCOUNT.                          *
      *     F = FREEZE ACCOUNT                                        *
      *     U = UNFREEZE ACCOUNT (MUST CURRENTLY BE FROZEN)           *
      *     N = SET HOLDER NAME                                       *
      *   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE KSDS:  *
      *     ACCOUNT ID MUST NOT BE BLANK                              *
      *     OPENING BALANCE MUST BE NUMERIC (FOR O)                   *
      *     PRODUCT CODE MUST BE ON THE PRODDD PRODUCT FILE (FOR O)   *
      *     HOLDER NAME MUST NOT BE BLANK (FOR O AND N)               *
      *     OPEN OF AN EXISTING ACCOUNT ID  -> REJECTED               *
      *     C/F/U/N ON A MISSING ACCOUNT ID -> REJECTED               *
      *     CLOSE WITH A BALANCE AND NO VALID PAYOUT METHOD           *
      *       (K = CHEQUE, B = BANK TRANSFER, C = CASH) -> REJECTED   *
      *     CLOSE OF A FROZEN ACCOUNT WITH A BALANCE    -> REJECTED   *
      *     CLOSE OR FREEZE OF A CLOSE-PENDING ACCOUNT  -> REJECTED   *
      *     UNFREEZE OF AN ACCOUNT THAT IS NOT FROZEN   -> REJECTED   *
      *     ANY ACTION AGAINST A CLOSED ACCOUNT         -> REJECTED   *
      *   EVERY TRANSACTION IS LOGGED APPLIED OR REJECTED (WITH THE   *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/09/02                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  CLOSE OF AN ACCOUNT WITH A BALANCE NOW MARKS *
      *                  IT CLOSE-PENDING AND WRITES A CLOSURE        *
      *                  REQUEST (CLSDD) FOR THE VSAMCS5 SETTLEMENT   *
      *                  RUN INSTEAD OF BEING REJECTED.               *
      * 2026/10/15  SSH  ACCT-REC EXTENDED TO 80 BYTES WITH A PRODUCT *
      *                  CODE AND MONTHLY WITHDRAWAL COUNTER. OPEN    *
      *                  NOW CARRIES A PRODUCT CODE (MNT-PRODUCT)     *
      *                  THAT MUST BE ON PRODDD.                      *
      *                                                               *
      * FILES:                                                        *
      * I-O:    EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (VSAM KSDS) *
      *         CLSDD (CLOSE.REQUEST) - CLOSURE REQUESTS (VSAM KSDS)  *
      * INPUT:  MNTDD (ACCT.MAINT) - MAINTENANCE TRANS (PS, 80 B)     *
      *         PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)        *
      * OUTPUT: LOGDD (MAINT.LOG) - APPLIED/REJECTED LOG (PS, 80 B)   *
      ******************************************************************

               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-STATUS.

           SELECT CLOSE-REQ-FILE ASSIGN TO CLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLR-ACCT-ID
               FILE STATUS IS CLR-STATUS.

           SELECT MAINT-TRANS-FILE ASSIGN TO MNTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO LOGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
             88 ACCT-CLOSE-PENDING VALUE 'P'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

      * CLOSURE REQUESTS AWAITING THE VSAMCS5 SETTLEMENT RUN.
      * STATUS: P = AWAITING SETTLEMENT, S = SETTLED.
       FD CLOSE-REQ-FILE.
       01 CLOSE-REQ-REC.
          05 CLR-ACCT-ID PIC X(5).
          05 CLR-PAYOUT-METHOD PIC X(1).
          05 CLR-REQUEST-DATE PIC 9(8).
          05 CLR-REC-STATUS PIC X(1).
             88 CLR-AWAITING VALUE 'P'.
             88 CLR-SETTLED VALUE 'S'.
          05 CLR-SETTLED-DATE PIC 9(8).
          05 CLR-PAYOUT-AMT PIC 9(7)V99.
          05 FILLER PIC X(48).

       FD MAINT-TRANS-FILE RECORDING MODE IS F.
       01 MAINT-TRANS-REC.
          05 MNT-NEW-NAME PIC X(20).
          05 MNT-OPEN-BAL PIC X(7).
          05 MNT-OPEN-BAL-N REDEFINES MNT-OPEN-BAL PIC 9(5)V99.
          05 MNT-PAYOUT-METHOD PIC X(1).
             88 MNT-PAYOUT-VALID VALUE 'K' 'B' 'C'.
          05 MNT-PRODUCT PIC X(3).
          05 FILLER PIC X(43).

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

       FD MAINT-LOG-FILE RECORDING MODE IS F.
       01 MAINT-LOG-REC.
      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 CLR-STATUS PIC X(2).
          05 MNT-STATUS PIC X(2).
          05 PROD-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).

      * CONTROL FLAGS
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.
          05 WS-PROD-EOF PIC X(1) VALUE 'N'.
             88 PROD-EOF VALUE 'Y'.
          05 WS-PROD-HIT PIC X(1) VALUE 'N'.
             88 PROD-FOUND VALUE 'Y'.
             88 PROD-NOT-FOUND VALUE 'N'.

      * PRODUCT CODES LOADED FROM PRODDD
       01 WS-PROD-COUNT PIC 9(2) VALUE 0.
       01 WS-PROD-TABLE.
          05 WS-PRD-CODE PIC X(3) OCCURS 20 TIMES INDEXED BY PROD-IDX.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(30).

      * RUN DATE (YYYYMMDD), STAMPED ON CLOSURE REQUESTS
       01 WS-RUN-DATE PIC 9(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-OPENED PIC 9(5) VALUE 0.
          05 TOTAL-CLOSED PIC 9(5) VALUE 0.
          05 TOTAL-CLOSE-PEND PIC 9(5) VALUE 0.
          05 TOTAL-FROZEN PIC 9(5) VALUE 0.
          05 TOTAL-UNFROZEN PIC 9(5) VALUE 0.
          05 TOTAL-NAME-SET PIC 9(5) VALUE 0.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MAINT-TRANS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * LOAD THE VALID PRODUCT CODES FROM PRODDD. AN EMPTY FILE OR
      * MORE THAN 20 PRODUCTS REFUSES THE RUN.
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
                      DISPLAY 'ERROR READING PROD-FILE: ' PROD-STATUS
                      STOP RUN
                   END-IF
                   IF WS-PROD-COUNT >= 20
                      DISPLAY 'TOO MANY PRODUCTS (MAX 20)'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PROD-COUNT
                   SET PROD-IDX TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(PROD-IDX)
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
              STOP RUN
           END-IF.

           OPEN I-O CLOSE-REQ-FILE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSE-REQUEST FILE: ' CLR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MAINT-TRANS-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT TRANS FILE: ' MNT-STATUS
              END-IF
           END-IF.

           IF TRANS-VALID AND MNT-ACTION = 'O'
              PERFORM FIND-PRODUCT
              IF PROD-NOT-FOUND
                 SET TRANS-INVALID TO TRUE
                 MOVE 'PRODUCT CODE INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (MNT-ACTION = 'O' OR MNT-ACTION = 'N')
              IF MNT-NEW-NAME = SPACES
           END-IF.

      **********************************************
      * LOOKS MNT-PRODUCT UP IN THE PRODUCT TABLE
      **********************************************
       FIND-PRODUCT.
           SET PROD-NOT-FOUND TO TRUE.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-PROD-COUNT OR PROD-FOUND
              IF WS-PRD-CODE(PROD-IDX) = MNT-PRODUCT
                 SET PROD-FOUND TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * OPEN A NEW ACCOUNT WITH ITS OPENING BALANCE AND PRODUCT,
      * WITH NO WITHDRAWALS COUNTED YET. A DUPLICATE ACCOUNT ID IS
      * REJECTED - AN EXISTING ACCOUNT IS NEVER SILENTLY REPLACED.
      **********************************************
       APPLY-OPEN-ACCOUNT.
           MOVE SPACES TO ACCT-REC.
           MOVE MNT-ACCT-ID TO ACCT-ID.
           MOVE MNT-NEW-NAME TO ACCT-NAME.
           MOVE MNT-OPEN-BAL-N TO ACCT-BAL.
           MOVE 'O' TO ACCT-ACT-STATUS.
           MOVE MNT-PRODUCT TO ACCT-PRODUCT.
           MOVE ZERO TO ACCT-WD-PERIOD.
           MOVE ZERO TO ACCT-WD-COUNT.

           WRITE ACCT-REC
               INVALID KEY
           END-IF.

      **********************************************
      * CLOSE AN EXISTING ACCOUNT. A ZERO BALANCE CLOSES AT ONCE.
      * A NON-ZERO BALANCE IS NEVER DROPPED WITH THE CLOSE: THE
      * ACCOUNT GOES CLOSE-PENDING AND A CLOSURE REQUEST CARRYING
      * THE PAYOUT METHOD IS WRITTEN FOR THE VSAMCS5 SETTLEMENT
      * RUN, WHICH PAYS THE BALANCE OUT AND FINISHES THE CLOSE.
      **********************************************
       APPLY-CLOSE-ACCOUNT.
           PERFORM READ-ACCT-FOR-UPDATE.
           IF TRANS-VALID
              EVALUATE TRUE
                 WHEN ACCT-CLOSE-PENDING
                    MOVE 'ACCOUNT CLOSE PENDING' TO WS-REJECT-REASON
                    PERFORM LOG-REJECTED
                 WHEN ACCT-BAL = ZERO
                    MOVE 'C' TO ACCT-ACT-STATUS
                    PERFORM REWRITE-ACCT
                    ADD 1 TO TOTAL-CLOSED
                    PERFORM LOG-APPLIED
                 WHEN ACCT-FROZEN
                    MOVE 'FROZEN ACCOUNT HAS A BALANCE'
                      TO WS-REJECT-REASON
                    PERFORM LOG-REJECTED
                 WHEN NOT MNT-PAYOUT-VALID
                    MOVE 'PAYOUT METHOD INVALID' TO WS-REJECT-REASON
                    PERFORM LOG-REJECTED
                 WHEN OTHER
                    PERFORM WRITE-CLOSE-REQUEST
              END-EVALUATE
           END-IF.

      **********************************************
      * RECORD THE CLOSURE REQUEST, THEN MARK THE ACCOUNT
      * CLOSE-PENDING. A REQUEST ALREADY ON FILE FOR THE ACCOUNT
      * REJECTS THE CLOSE AND LEAVES THE MASTER UNTOUCHED.
      **********************************************
       WRITE-CLOSE-REQUEST.
           MOVE SPACES TO CLOSE-REQ-REC.
           MOVE MNT-ACCT-ID TO CLR-ACCT-ID.
           MOVE MNT-PAYOUT-METHOD TO CLR-PAYOUT-METHOD.
           MOVE WS-RUN-DATE TO CLR-REQUEST-DATE.
           SET CLR-AWAITING TO TRUE.
           MOVE ZERO TO CLR-SETTLED-DATE.
           MOVE ZERO TO CLR-PAYOUT-AMT.

           WRITE CLOSE-REQ-REC
               INVALID KEY
                   MOVE 'CLOSURE REQUEST ALREADY ON FILE'
                     TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   MOVE 'P' TO ACCT-ACT-STATUS
                   PERFORM REWRITE-ACCT
                   ADD 1 TO TOTAL-CLOSE-PEND
                   PERFORM LOG-APPLIED
           END-WRITE.

           IF CLR-STATUS NOT = '00' AND CLR-STATUS NOT = '22'
              DISPLAY 'WRITE TO CLOSE-REQUEST FAILED: ' CLR-STATUS
              DISPLAY 'ACCOUNT ID: ' MNT-ACCT-ID
              STOP RUN
           END-IF.

      **********************************************
       APPLY-FREEZE-ACCOUNT.
           PERFORM READ-ACCT-FOR-UPDATE.
           IF TRANS-VALID
              IF ACCT-CLOSE-PENDING
                 MOVE 'ACCOUNT CLOSE PENDING' TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED
              ELSE
                 MOVE 'F' TO ACCT-ACT-STATUS
                 PERFORM REWRITE-ACCT
                 ADD 1 TO TOTAL-FROZEN
                 PERFORM LOG-APPLIED
              END-IF
           END-IF.

      **********************************************
                       ACCT-STATUS
           END-IF.

           CLOSE CLOSE-REQ-FILE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CLOSE-REQUEST: '
                       CLR-STATUS
           END-IF.

           CLOSE MAINT-TRANS-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT TRANS: ' MNT-STATUS
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  ACCOUNTS OPENED:  ' TOTAL-OPENED.
           DISPLAY '  ACCOUNTS CLOSED:  ' TOTAL-CLOSED.
           DISPLAY '  CLOSES PENDING:   ' TOTAL-CLOSE-PEND.
           DISPLAY '  ACCOUNTS FROZEN:  ' TOTAL-FROZEN.
           DISPLAY '  ACCOUNTS UNFROZEN:' TOTAL-UNFROZEN.
           DISPLAY '  NAME CHANGES:     ' TOTAL-NAME-SET.
