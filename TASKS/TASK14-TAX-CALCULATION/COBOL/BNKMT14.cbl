      ******************************************************************
      * EMPLOYEE BANK DETAILS MAINTENANCE                              *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES A MAINTENANCE CARD FILE TO THE EMPLOYEE BANK DETAILS   *
      * KSDS READ BY THE DIRECT-DEPOSIT PAYMENT RUN (PSDD14). EACH     *
      * EMPLOYEE HAS UP TO THREE ACCOUNTS WITH A FIXED-AMOUNT,         *
      * PERCENT OR REMAINDER SPLIT OF NET PAY. EVERY CHANGE IS KEPT    *
      * ON A CHANGE LOG WITH BEFORE AND AFTER IMAGES.                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   CARD TYPES (MNT-ACTION IN COLUMN 1):                         *
      *     A = ADD BANK DETAILS    (EMPLOYEE, USER, HOLDER NAME)      *
      *     C = CHANGE BANK DETAILS (EMPLOYEE, USER; NAME IF GIVEN)    *
      *     D = DELETE BANK DETAILS (EMPLOYEE, USER) - THE EMPLOYEE    *
      *         IS PAID BY CHEQUE FROM THE NEXT RUN                    *
      *     B = ACCOUNT FOR THE A OR C CARD ABOVE IT (ROUTING,         *
      *         ACCOUNT NUMBER, TYPE C/S, SPLIT METHOD A/P/R, VALUE)   *
      *   AN A OR C CARD AND THE B CARDS THAT FOLLOW IT ARE ONE        *
      *   TRANSACTION, APPLIED WHEN THE NEXT A/C/D CARD OR END OF      *
      *   FILE IS REACHED. ON A CHANGE, B CARDS REPLACE THE WHOLE      *
      *   ACCOUNT SET; NO B CARDS KEEP IT AS IT IS.                    *
      *   A NEW ACCOUNT SET (ADD, OR CHANGE WITH B CARDS) IS FLAGGED   *
      *   PRENOTE DUE: THE NEXT PAYMENT RUN SENDS A ZERO-AMOUNT        *
      *   PRENOTE AND PAYS BY CHEQUE, AND LIVE DEPOSITS START THE      *
      *   CYCLE AFTER. A NAME-ONLY CHANGE LEAVES THE STATUS ALONE.     *
      *   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE KSDS:   *
      *     EMPLOYEE AND USER MUST NOT BE BLANK                        *
      *     HOLDER NAME AND AT LEAST ONE B CARD REQUIRED (FOR A)       *
      *     ROUTING NUMBER MUST BE 9 DIGITS WITH A VALID CHECK DIGIT   *
      *     ACCOUNT NUMBER MUST NOT BE BLANK, TYPE MUST BE C OR S      *
      *     METHOD A NEEDS AN AMOUNT OVER ZERO; METHOD P A PERCENT     *
      *       OVER ZERO AND UP TO 100; METHOD R TAKES NO VALUE         *
      *     THE LAST ACCOUNT MUST BE THE ONE REMAINDER (R) ACCOUNT     *
      *     PERCENTS MAY NOT ADD UP TO MORE THAN 100                   *
      *     THE SAME ROUTING AND ACCOUNT MAY NOT APPEAR TWICE          *
      *     MORE THAN 3 B CARDS -> REJECTED                            *
      *     B CARD WITH NO A/C CARD ABOVE IT, OR UNDER A D CARD ->     *
      *       REJECTED                                                 *
      *     ADD OF AN EMPLOYEE ALREADY ON FILE -> REJECTED             *
      *     C/D OF AN EMPLOYEE NOT ON FILE -> REJECTED                 *
      *     C WITH NO NAME AND NO B CARDS -> REJECTED                  *
      *   EVERY TRANSACTION IS WRITTEN TO THE CHANGE LOG, APPLIED OR   *
      *   REJECTED (WITH THE REASON), WITH THE RUN DATE AND TIME, THE  *
      *   USER AND THE FULL BEFORE AND AFTER IMAGES. RC 4 WHEN ANY     *
      *   TRANSACTION IS REJECTED.                                     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    BNKDD (BANK.MASTER) - EMPLOYEE BANK DETAILS (VSAM KSDS)*
      * INPUT:  MNTDD (BANK.MASTER.MAINT) - MAINTENANCE CARDS          *
      *                                     (PS, 80 B)                 *
      * OUTPUT: AUDDD (BANK.MASTER.CHGLOG) - CHANGE LOG (PS, 500 B)    *
      *                                                                *
      * COPYBOOK: BNKMAST - EMPLOYEE BANK DETAILS RECORD               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMT14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER-FILE ASSIGN TO BNKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS BNK-FILE-STATUS.

           SELECT MAINT-CARD-FILE ASSIGN TO MNTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-MASTER-FILE.
       01 BANK-MASTER-REC.
           COPY BNKMAST.

       FD MAINT-CARD-FILE RECORDING MODE IS F.
       01 MAINT-CARD-REC.
          05 MNT-ACTION PIC X(1).
          05 MNT-HEADER-BODY.
             10 MNT-EMP-ID PIC X(5).
             10 MNT-USER PIC X(8).
             10 MNT-HOLDER-NAME PIC X(22).
             10 FILLER PIC X(44).
          05 MNT-ACCOUNT-BODY REDEFINES MNT-HEADER-BODY.
             10 MNT-ROUTING PIC X(9).
             10 MNT-ACCT-NUMBER PIC X(17).
             10 MNT-ACCT-TYPE PIC X(1).
             10 MNT-SPLIT-METHOD PIC X(1).
             10 MNT-SPLIT-VALUE PIC 9(5)V99.
             10 MNT-SPLIT-VALUE-X REDEFINES MNT-SPLIT-VALUE
                                  PIC X(7).
             10 FILLER PIC X(44).

       FD AUDIT-LOG-FILE RECORDING MODE IS F.
       01 AUDIT-LOG-REC.
          05 AUD-DATE PIC X(8).
          05 AUD-TIME PIC X(6).
          05 AUD-ACTION PIC X(1).
          05 AUD-EMP-ID PIC X(5).
          05 AUD-USER PIC X(8).
          05 AUD-RESULT PIC X(8).
          05 AUD-REASON PIC X(40).
          05 AUD-BEFORE-IMAGE PIC X(200).
          05 AUD-AFTER-IMAGE PIC X(200).
          05 FILLER PIC X(24).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 BNK-FILE-STATUS PIC X(2).
          05 MNT-STATUS PIC X(2).
          05 AUD-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.
          05 WS-PENDING-SW PIC X(1) VALUE 'N'.
             88 TRANS-PENDING VALUE 'Y'.
          05 WS-ON-FILE-SW PIC X(1) VALUE 'N'.
             88 BANK-ON-FILE VALUE 'Y'.

      * RUN DATE AND TIME FOR THE CHANGE LOG AND THE CHANGED STAMP
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME-FULL PIC X(8).

      * PENDING TRANSACTION: THE A/C/D CARD AND THE ACCOUNTS FROM
      * THE B CARDS THAT FOLLOW IT
       01 ACCOUNT-MAX PIC 9(1) VALUE 3.
       01 WS-PENDING-TRANS.
          05 PND-ACTION PIC X(1).
          05 PND-EMP-ID PIC X(5).
          05 PND-USER PIC X(8).
          05 PND-HOLDER-NAME PIC X(22).
          05 PND-ACCT-COUNT PIC 9(1).
          05 PND-ACCOUNT OCCURS 3 TIMES.
             10 PND-ROUTING PIC X(9).
             10 PND-ACCT-NUMBER PIC X(17).
             10 PND-ACCT-TYPE PIC X(1).
             10 PND-SPLIT-METHOD PIC X(1).
             10 PND-SPLIT-VALUE PIC 9(5)V99.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(40).

      * BEFORE IMAGE OF THE BANK DETAILS BEING CHANGED
       01 WS-BEFORE-IMAGE PIC X(200).

      * ACCOUNT CHECK WORK FIELDS. THE ROUTING CHECK DIGIT RULE:
      * 3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9) ENDS IN ZERO.
       01 WS-ACCT-SUB PIC 9(1) VALUE 0.
       01 WS-ACCT-SUB2 PIC 9(1) VALUE 0.
       01 WS-REMAINDER-COUNT PIC 9(1) VALUE 0.
       01 WS-PERCENT-TOTAL PIC 9(5)V99 VALUE 0.
       01 WS-ROUTING-CHECK.
          05 WS-RT-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01 WS-RT-SUM PIC 9(4) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-CARDS PIC 9(5) VALUE 0.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-ADDED PIC 9(5) VALUE 0.
          05 TOTAL-CHANGED PIC 9(5) VALUE 0.
          05 TOTAL-DELETED PIC 9(5) VALUE 0.
          05 TOTAL-PRENOTE-DUE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-CARDS-DISP PIC Z(4)9.
          05 TOTAL-TRANS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FULL FROM TIME.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MAINT-CARDS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BANK MASTER: ' BNK-FILE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MAINT-CARD-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT CARD FILE: ' MNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-LOG-FILE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHANGE LOG: ' AUD-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READ THE MAINTENANCE CARDS. AN A/C/D CARD CLOSES THE
      * TRANSACTION BEFORE IT AND OPENS A NEW ONE; B CARDS ADD
      * ACCOUNTS TO THE OPEN ONE. THE LAST TRANSACTION IS CLOSED
      * AT END OF FILE.
      **********************************************
       PROCESS-MAINT-CARDS.
           PERFORM UNTIL EOF
              READ MAINT-CARD-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MNT-STATUS = '00'
                      ADD 1 TO TOTAL-CARDS
                      PERFORM PROCESS-ONE-CARD
                   ELSE
                      DISPLAY 'ERROR READING MAINT CARDS: ' MNT-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FINISH-PENDING-TRANS.

      **********************************************
      * DISPATCH ONE CARD BY ITS TYPE. A B CARD WITH NO OPEN
      * A/C/D TRANSACTION, OR AN UNKNOWN CARD TYPE, IS LOGGED AS
      * A REJECTED TRANSACTION OF ITS OWN.
      **********************************************
       PROCESS-ONE-CARD.
           EVALUATE MNT-ACTION
              WHEN 'A'
              WHEN 'C'
              WHEN 'D'
                 PERFORM FINISH-PENDING-TRANS
                 PERFORM START-PENDING-TRANS
              WHEN 'B'
                 IF TRANS-PENDING
                    PERFORM ADD-PENDING-ACCOUNT
                 ELSE
                    PERFORM LOG-STRAY-CARD
                 END-IF
              WHEN OTHER
                 PERFORM FINISH-PENDING-TRANS
                 PERFORM LOG-STRAY-CARD
           END-EVALUATE.

      **********************************************
      * OPEN A NEW TRANSACTION FROM THE A/C/D CARD AND RUN THE
      * HEADER-LEVEL CHECKS ON IT.
      **********************************************
       START-PENDING-TRANS.
           ADD 1 TO TOTAL-TRANS.
           SET TRANS-PENDING TO TRUE.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-PENDING-TRANS.
           MOVE MNT-ACTION TO PND-ACTION.
           MOVE MNT-EMP-ID TO PND-EMP-ID.
           MOVE MNT-USER TO PND-USER.
           MOVE MNT-HOLDER-NAME TO PND-HOLDER-NAME.
           MOVE 0 TO PND-ACCT-COUNT.

           IF PND-EMP-ID = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'EMPLOYEE ID BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-USER = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'USER ID BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = 'A' AND PND-HOLDER-NAME = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'HOLDER NAME BLANK' TO WS-REJECT-REASON
           END-IF.

      **********************************************
      * ADD ONE B CARD'S ACCOUNT TO THE OPEN TRANSACTION. THE
      * FIRST BAD CARD (OR A FOURTH ACCOUNT) INVALIDATES THE
      * WHOLE TRANSACTION; LATER CHECKS KEEP THE FIRST REASON.
      **********************************************
       ADD-PENDING-ACCOUNT.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = 'D'
              SET TRANS-INVALID TO TRUE
              MOVE 'ACCOUNT CARD NOT ALLOWED ON DELETE'
                TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACCT-COUNT >= ACCOUNT-MAX
              SET TRANS-INVALID TO TRUE
              MOVE 'MORE THAN 3 ACCOUNTS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ROUTING-NUMBER.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF MNT-ACCT-NUMBER = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'ACCOUNT NUMBER BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MNT-ACCT-TYPE NOT = 'C' AND MNT-ACCT-TYPE NOT = 'S'
              SET TRANS-INVALID TO TRUE
              MOVE 'ACCOUNT TYPE NOT C OR S' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           EVALUATE MNT-SPLIT-METHOD
              WHEN 'R'
                 MOVE ZERO TO MNT-SPLIT-VALUE
              WHEN 'A'
                 IF MNT-SPLIT-VALUE NOT NUMERIC
                    OR MNT-SPLIT-VALUE = 0
                    SET TRANS-INVALID TO TRUE
                    MOVE 'FIXED AMOUNT MISSING OR ZERO'
                      TO WS-REJECT-REASON
                 END-IF
              WHEN 'P'
                 IF MNT-SPLIT-VALUE NOT NUMERIC
                    OR MNT-SPLIT-VALUE = 0
                    OR MNT-SPLIT-VALUE > 100
                    SET TRANS-INVALID TO TRUE
                    MOVE 'PERCENT NOT OVER 0 AND UP TO 100'
                      TO WS-REJECT-REASON
                 END-IF
              WHEN OTHER
                 SET TRANS-INVALID TO TRUE
                 MOVE 'SPLIT METHOD NOT A, P OR R'
                   TO WS-REJECT-REASON
           END-EVALUATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PND-ACCT-COUNT.
           MOVE MNT-ROUTING TO PND-ROUTING(PND-ACCT-COUNT).
           MOVE MNT-ACCT-NUMBER TO PND-ACCT-NUMBER(PND-ACCT-COUNT).
           MOVE MNT-ACCT-TYPE TO PND-ACCT-TYPE(PND-ACCT-COUNT).
           MOVE MNT-SPLIT-METHOD TO PND-SPLIT-METHOD(PND-ACCT-COUNT).
           MOVE MNT-SPLIT-VALUE TO PND-SPLIT-VALUE(PND-ACCT-COUNT).

      **********************************************
      * THE ROUTING NUMBER MUST BE NINE DIGITS AND PASS THE
      * WEIGHTED CHECK-DIGIT TEST (WEIGHTS 3, 7, 1 REPEATING).
      **********************************************
       CHECK-ROUTING-NUMBER.
           IF MNT-ROUTING NOT NUMERIC
              SET TRANS-INVALID TO TRUE
              MOVE 'ROUTING NUMBER NOT 9 DIGITS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE MNT-ROUTING TO WS-ROUTING-CHECK.
           COMPUTE WS-RT-SUM =
                3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
              + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
              +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)).
           IF FUNCTION MOD(WS-RT-SUM, 10) NOT = 0
              SET TRANS-INVALID TO TRUE
              MOVE 'ROUTING NUMBER CHECK DIGIT INVALID'
                TO WS-REJECT-REASON
           END-IF.

      **********************************************
      * SET-LEVEL CHECKS ONCE ALL B CARDS ARE IN: EXACTLY ONE
      * REMAINDER ACCOUNT AND IT IS THE LAST, PERCENTS NOT OVER
      * 100, NO ROUTING AND ACCOUNT PAIR TWICE.
      **********************************************
       CHECK-ACCOUNT-SET.
           MOVE 0 TO WS-REMAINDER-COUNT.
           MOVE 0 TO WS-PERCENT-TOTAL.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > PND-ACCT-COUNT
              IF PND-SPLIT-METHOD(WS-ACCT-SUB) = 'R'
                 ADD 1 TO WS-REMAINDER-COUNT
              END-IF
              IF PND-SPLIT-METHOD(WS-ACCT-SUB) = 'P'
                 ADD PND-SPLIT-VALUE(WS-ACCT-SUB) TO WS-PERCENT-TOTAL
              END-IF
           END-PERFORM.
           IF WS-REMAINDER-COUNT NOT = 1
              OR PND-SPLIT-METHOD(PND-ACCT-COUNT) NOT = 'R'
              SET TRANS-INVALID TO TRUE
              MOVE 'LAST ACCOUNT MUST BE THE ONE R ACCOUNT'
                TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-PERCENT-TOTAL > 100
              SET TRANS-INVALID TO TRUE
              MOVE 'PERCENT SPLITS ADD UP TO MORE THAN 100'
                TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB >= PND-ACCT-COUNT
              COMPUTE WS-ACCT-SUB2 = WS-ACCT-SUB + 1
              PERFORM UNTIL WS-ACCT-SUB2 > PND-ACCT-COUNT
                 IF PND-ROUTING(WS-ACCT-SUB2) = PND-ROUTING(WS-ACCT-SUB)
                    AND PND-ACCT-NUMBER(WS-ACCT-SUB2)
                        = PND-ACCT-NUMBER(WS-ACCT-SUB)
                    SET TRANS-INVALID TO TRUE
                    MOVE 'SAME ACCOUNT GIVEN TWICE'
                      TO WS-REJECT-REASON
                 END-IF
                 ADD 1 TO WS-ACCT-SUB2
              END-PERFORM
           END-PERFORM.

      **********************************************
      * CLOSE THE OPEN TRANSACTION (IF ANY): RUN THE SET-LEVEL
      * CHECKS, LOG IT REJECTED IF A CHECK FAILED, OTHERWISE
      * DISPATCH BY ACTION.
      **********************************************
       FINISH-PENDING-TRANS.
           IF NOT TRANS-PENDING
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           IF TRANS-VALID AND PND-ACTION = 'A'
              AND PND-ACCT-COUNT = 0
              SET TRANS-INVALID TO TRUE
              MOVE 'NO ACCOUNT CARDS ON ADD' TO WS-REJECT-REASON
           END-IF.
           IF TRANS-VALID AND PND-ACTION = 'C'
              AND PND-ACCT-COUNT = 0
              AND PND-HOLDER-NAME = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
           END-IF.
           IF TRANS-VALID AND PND-ACCT-COUNT > 0
              PERFORM CHECK-ACCOUNT-SET
           END-IF.

           IF TRANS-INVALID
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           EVALUATE PND-ACTION
              WHEN 'A'
                 PERFORM APPLY-ADD-BANK
              WHEN 'C'
                 PERFORM APPLY-CHANGE-BANK
              WHEN 'D'
                 PERFORM APPLY-DELETE-BANK
           END-EVALUATE.

      **********************************************
      * ADD BANK DETAILS FOR A NEW EMPLOYEE, PRENOTE DUE. AN
      * EMPLOYEE ALREADY ON FILE IS REJECTED.
      **********************************************
       APPLY-ADD-BANK.
           MOVE SPACES TO BANK-MASTER-REC.
           MOVE PND-EMP-ID TO BNK-EMP-ID.
           MOVE PND-HOLDER-NAME TO BNK-HOLDER-NAME.
           PERFORM COPY-PENDING-ACCOUNTS.
           MOVE WS-RUN-DATE TO BNK-CHANGED-DATE.
           MOVE PND-USER TO BNK-CHANGED-BY.

           WRITE BANK-MASTER-REC
               INVALID KEY
                   MOVE 'EMPLOYEE ALREADY ON FILE' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADDED
                   ADD 1 TO TOTAL-PRENOTE-DUE
                   PERFORM LOG-APPLIED
           END-WRITE.

           IF BNK-FILE-STATUS NOT = '00' AND BNK-FILE-STATUS NOT = '22'
              DISPLAY 'WRITE TO BANK MASTER FAILED: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' PND-EMP-ID
              STOP RUN
           END-IF.

      **********************************************
      * CHANGE BANK DETAILS: THE HOLDER NAME WHEN GIVEN, THE
      * WHOLE ACCOUNT SET (PRENOTE DUE AGAIN) WHEN B CARDS WERE
      * GIVEN.
      **********************************************
       APPLY-CHANGE-BANK.
           PERFORM READ-BANK-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF PND-HOLDER-NAME NOT = SPACES
              MOVE PND-HOLDER-NAME TO BNK-HOLDER-NAME
           END-IF.
           IF PND-ACCT-COUNT > 0
              PERFORM COPY-PENDING-ACCOUNTS
              ADD 1 TO TOTAL-PRENOTE-DUE
           END-IF.
           MOVE WS-RUN-DATE TO BNK-CHANGED-DATE.
           MOVE PND-USER TO BNK-CHANGED-BY.
           PERFORM REWRITE-BANK.
           ADD 1 TO TOTAL-CHANGED.
           PERFORM LOG-APPLIED.

      **********************************************
      * DELETE AN EMPLOYEE'S BANK DETAILS - PAYMENT FALLS BACK
      * TO CHEQUE.
      **********************************************
       APPLY-DELETE-BANK.
           PERFORM READ-BANK-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           DELETE BANK-MASTER-FILE RECORD
               INVALID KEY
                 CONTINUE
           END-DELETE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'DELETE FAILED: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' PND-EMP-ID
              STOP RUN
           END-IF.
           MOVE SPACES TO BANK-MASTER-REC.
           ADD 1 TO TOTAL-DELETED.
           PERFORM LOG-APPLIED.

      **********************************************
      * MOVE THE PENDING ACCOUNTS INTO THE RECORD, CLEARING THE
      * UNUSED SLOTS, AND FLAG THE NEW SET PRENOTE DUE.
      **********************************************
       COPY-PENDING-ACCOUNTS.
           MOVE PND-ACCT-COUNT TO BNK-ACCT-COUNT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > ACCOUNT-MAX
              IF WS-ACCT-SUB > PND-ACCT-COUNT
                 MOVE SPACES TO BNK-ACCOUNT(WS-ACCT-SUB)
              ELSE
                 MOVE PND-ROUTING(WS-ACCT-SUB)
                   TO BNK-ROUTING(WS-ACCT-SUB)
                 MOVE PND-ACCT-NUMBER(WS-ACCT-SUB)
                   TO BNK-ACCT-NUMBER(WS-ACCT-SUB)
                 MOVE PND-ACCT-TYPE(WS-ACCT-SUB)
                   TO BNK-ACCT-TYPE(WS-ACCT-SUB)
                 MOVE PND-SPLIT-METHOD(WS-ACCT-SUB)
                   TO BNK-SPLIT-METHOD(WS-ACCT-SUB)
                 MOVE PND-SPLIT-VALUE(WS-ACCT-SUB)
                   TO BNK-SPLIT-VALUE(WS-ACCT-SUB)
              END-IF
           END-PERFORM.
           SET BNK-PRENOTE-DUE TO TRUE.
           MOVE SPACES TO BNK-PRENOTE-DATE.

      **********************************************
      * RANDOM READ OF THE BANK DETAILS TO UPDATE, KEEPING THE
      * BEFORE IMAGE FOR THE CHANGE LOG. A MISSING EMPLOYEE
      * FLIPS THE TRANSACTION INVALID AND LOGS THE REJECT.
      **********************************************
       READ-BANK-FOR-UPDATE.
           MOVE PND-EMP-ID TO BNK-EMP-ID.
           READ BANK-MASTER-FILE
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET BANK-ON-FILE TO TRUE
                   MOVE BANK-MASTER-REC TO WS-BEFORE-IMAGE
           END-READ.

           IF BNK-FILE-STATUS NOT = '00' AND BNK-FILE-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' PND-EMP-ID
              STOP RUN
           END-IF.

           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           END-IF.

      **********************************************
      * REWRITE THE UPDATED BANK DETAILS BACK TO THE KSDS
      **********************************************
       REWRITE-BANK.
           REWRITE BANK-MASTER-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' BNK-FILE-STATUS
              DISPLAY 'EMPLOYEE ID: ' PND-EMP-ID
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION WITH ITS BEFORE AND AFTER
      * IMAGES (AFTER IMAGE BLANK FOR A DELETE)
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           PERFORM BUILD-AUDIT-HEADER.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE BANK-MASTER-REC TO AUD-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON. THE FILE IS
      * UNCHANGED, SO THE AFTER IMAGE IS THE BEFORE IMAGE.
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           PERFORM BUILD-AUDIT-HEADER.
           MOVE 'REJECTED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO AUD-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-REC.

      **********************************************
      * LOG A CARD THAT BELONGS TO NO TRANSACTION - A B CARD
      * WITH NO A/C CARD ABOVE IT OR AN UNKNOWN CARD TYPE
      **********************************************
       LOG-STRAY-CARD.
           ADD 1 TO TOTAL-TRANS.
           MOVE SPACES TO WS-PENDING-TRANS.
           MOVE MNT-ACTION TO PND-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF MNT-ACTION = 'B'
              MOVE 'ACCOUNT CARD WITHOUT ADD OR CHANGE CARD'
                TO WS-REJECT-REASON
           ELSE
              MOVE 'UNKNOWN CARD TYPE' TO WS-REJECT-REASON
              MOVE MNT-EMP-ID TO PND-EMP-ID
           END-IF.
           PERFORM LOG-REJECTED.

      **********************************************
      * COMMON CHANGE LOG FIELDS FOR THE CURRENT TRANSACTION
      **********************************************
       BUILD-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME-FULL(1:6) TO AUD-TIME.
           MOVE PND-ACTION TO AUD-ACTION.
           MOVE PND-EMP-ID TO AUD-EMP-ID.
           MOVE PND-USER TO AUD-USER.

      **********************************************
      * WRITE THE PREPARED CHANGE LOG RECORD AND CHECK STATUS
      **********************************************
       WRITE-AUDIT-REC.
           WRITE AUDIT-LOG-REC
           END-WRITE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHANGE LOG: ' AUD-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE BANK-MASTER-FILE.
           IF BNK-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BANK MASTER: '
                       BNK-FILE-STATUS
           END-IF.

           CLOSE MAINT-CARD-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT CARDS: ' MNT-STATUS
           END-IF.

           CLOSE AUDIT-LOG-FILE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHANGE LOG: ' AUD-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-CARDS TO TOTAL-CARDS-DISP.
           MOVE TOTAL-TRANS TO TOTAL-TRANS-DISP.
           MOVE TOTAL-APPLIED TO TOTAL-APPLIED-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'BANK DETAILS MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CARDS READ:         ' TOTAL-CARDS-DISP.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS-DISP.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  ADDED:            ' TOTAL-ADDED.
           DISPLAY '  CHANGED:          ' TOTAL-CHANGED.
           DISPLAY '  DELETED:          ' TOTAL-DELETED.
           DISPLAY '  PRENOTE DUE:      ' TOTAL-PRENOTE-DUE.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED-DISP.
           DISPLAY '========================================'.
