      ******************************************************************
      * ACCOUNT FUNDS HOLD MAINTENANCE SYSTEM                          *
      *                                                                *
      * PURPOSE:                                                      *
      * MAINTAINS THE FUNDS HOLD KSDS (HOLD.MASTER) THAT EARMARKS     *
      * PART OF AN ACCOUNT BALANCE FOR A GARNISHMENT ORDER, AN        *
      * UNCLEARED DEPOSIT OR A PENDING CARD SETTLEMENT. PLACES AND    *
      * RELEASES HOLDS FROM A KEYED MAINTENANCE FILE, THEN SWEEPS THE *
      * WHOLE HOLD FILE AND EXPIRES EVERY ACTIVE HOLD PAST ITS EXPIRY *
      * DATE. THE VSAMJO5 POSTING RUN REJECTS ANY WITHDRAWAL OR       *
      * TRANSFER THAT WOULD TAKE THE BALANCE BELOW THE SUM OF THE     *
      * ACCOUNT'S ACTIVE HOLDS.                                       *
      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   MAINTENANCE ACTIONS (HMT-ACTION):                           *
      *     P = PLACE HOLD (ACCOUNT, HOLD ID, AMOUNT, REASON, EXPIRY) *
      *     R = RELEASE HOLD (ACCOUNT, HOLD ID)                       *
      *   REASON CODES:                                               *
      *     G = GARNISHMENT ORDER      U = UNCLEARED DEPOSIT          *
      *     C = PENDING CARD SETTLEMENT  O = OTHER                    *
      *   VALIDATION:                                                 *
      *     ACCOUNT ID AND HOLD ID MUST NOT BE BLANK                  *
      *     PLACE: AMOUNT NUMERIC AND NOT ZERO, REASON CODE KNOWN,    *
      *            EXPIRY NUMERIC AND EITHER ZERO (HOLD UNTIL         *
      *            RELEASED) OR NOT BEFORE THE RUN DATE, ACCOUNT ON   *
      *            ACCT.MASTER AND NEITHER CLOSED NOR CLOSE-PENDING,  *
      *            HOLD ID NOT ALREADY ON FILE FOR THE ACCOUNT        *
      *     RELEASE: HOLD MUST BE ON FILE AND STILL ACTIVE            *
      *   RELEASED AND EXPIRED HOLDS STAY ON FILE WITH THEIR STATUS   *
      *   AND CLOSE DATE FOR THE AUDIT TRAIL - ONLY STATUS A COUNTS   *
      *   AGAINST THE AVAILABLE BALANCE.                              *
      *   EXPIRY SWEEP: AN ACTIVE HOLD WITH A NON-ZERO EXPIRY DATE    *
      *   EARLIER THAN THE RUN DATE IS SET TO EXPIRED.                *
      *   EVERY TRANSACTION AND EVERY EXPIRY IS LOGGED TO LOGDD.      *
      *                                                               *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/10/15                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  INITIAL VERSION.                             *
      * 2026/10/15  SSH  ACCT-REC LAYOUT EXTENDED TO 80 BYTES WITH    *
      *                  THE PRODUCT CODE AND MONTHLY WITHDRAWAL      *
      *                  COUNTER (SEE VSAMCV5). NO LOGIC CHANGE.      *
      * 2026/10/15  SSH  A NEW HOLD IS REFUSED ON A CLOSE-PENDING     *
      *                  ACCOUNT (STATUS P).                          *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (VSAM KSDS) *
      *         MNTDD (HOLD.MAINT) - HOLD MAINTENANCE TRANS (PS, 80 B)*
      * I-O:    HOLDDD (HOLD.MASTER) - FUNDS HOLD FILE (VSAM KSDS)    *
      * OUTPUT: LOGDD (HOLD.LOG) - APPLIED/REJECTED LOG (PS, 80 B)    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMHD5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-STATUS.

           SELECT HOLD-MASTER ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT HOLD-MAINT-FILE ASSIGN TO MNTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-STATUS.

           SELECT HOLD-LOG-FILE ASSIGN TO LOGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

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

      * FUNDS HOLD RECORD, KEYED BY ACCOUNT PLUS HOLD ID SO ALL THE
      * HOLDS ON ONE ACCOUNT ARE ADJACENT FOR THE VSAMJO5 BROWSE.
      * AN EXPIRY DATE OF ZERO MEANS THE HOLD STANDS UNTIL RELEASED.
       FD HOLD-MASTER.
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HOLD-ACCT-ID PIC X(5).
             10 HOLD-ID PIC X(10).
          05 HOLD-AMOUNT PIC 9(5)V99.
          05 HOLD-REASON PIC X(1).
             88 HOLD-GARNISHMENT VALUE 'G'.
             88 HOLD-UNCLEARED VALUE 'U'.
             88 HOLD-CARD-SETTLE VALUE 'C'.
             88 HOLD-OTHER VALUE 'O'.
          05 HOLD-REASON-TEXT PIC X(20).
          05 HOLD-PLACED-DATE PIC 9(8).
          05 HOLD-EXPIRY-DATE PIC 9(8).
          05 HOLD-REC-STATUS PIC X(1).
             88 HOLD-ACTIVE VALUE 'A'.
             88 HOLD-RELEASED VALUE 'R'.
             88 HOLD-EXPIRED VALUE 'E'.
          05 HOLD-CLOSED-DATE PIC 9(8).
          05 FILLER PIC X(12).

       FD HOLD-MAINT-FILE RECORDING MODE IS F.
       01 HOLD-MAINT-REC.
          05 HMT-ACTION PIC X(1).
          05 HMT-ACCT-ID PIC X(5).
          05 HMT-HOLD-ID PIC X(10).
          05 HMT-AMOUNT PIC X(7).
          05 HMT-AMOUNT-N REDEFINES HMT-AMOUNT PIC 9(5)V99.
          05 HMT-REASON PIC X(1).
             88 HMT-REASON-VALID VALUE 'G' 'U' 'C' 'O'.
          05 HMT-REASON-TEXT PIC X(20).
          05 HMT-EXPIRY-DATE PIC X(8).
          05 HMT-EXPIRY-DATE-N REDEFINES HMT-EXPIRY-DATE PIC 9(8).
          05 FILLER PIC X(28).

       FD HOLD-LOG-FILE RECORDING MODE IS F.
       01 HOLD-LOG-REC.
          05 LOG-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 LOG-ACCT-ID PIC X(5).
          05 FILLER PIC X(1).
          05 LOG-HOLD-ID PIC X(10).
          05 FILLER PIC X(1).
          05 LOG-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-AMOUNT PIC Z(4)9.99.
          05 FILLER PIC X(1).
          05 LOG-REASON PIC X(30).
          05 FILLER PIC X(13).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 MNT-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SWEEP-EOF PIC X(1) VALUE 'N'.
             88 SWEEP-EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.

      * RUN DATE (YYYYMMDD)
       01 WS-RUN-DATE PIC 9(8).

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(30).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-PLACED PIC 9(5) VALUE 0.
          05 TOTAL-RELEASED PIC 9(5) VALUE 0.
          05 TOTAL-EXPIRED PIC 9(5) VALUE 0.
          05 TOTAL-STILL-ACTIVE PIC 9(7) VALUE 0.
          05 TOTAL-ACTIVE-AMT PIC 9(9)V99 VALUE 0.

      **********************************************
      * MAIN FLOW: OPEN -> APPLY MAINTENANCE -> EXPIRY SWEEP ->
      * CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MAINT-TRANS.
           PERFORM EXPIRE-HOLDS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: ' ACCT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD-MASTER FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLD-MAINT-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD MAINT FILE: ' MNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT HOLD-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD LOG FILE: ' LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READ MAINTENANCE TRANSACTIONS AND PROCESS EACH
      **********************************************
       PROCESS-MAINT-TRANS.
           PERFORM UNTIL EOF
              READ HOLD-MAINT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MNT-STATUS = '00'
                      ADD 1 TO TOTAL-TRANS
                      PERFORM PROCESS-ONE-TRANS
                   ELSE
                      DISPLAY 'ERROR READING HOLD MAINT: ' MNT-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATE THE TRANSACTION, THEN DISPATCH BY ACTION.
      * ANY VALIDATION FAILURE LOGS A REJECT AND LEAVES THE
      * HOLD FILE UNTOUCHED.
      **********************************************
       PROCESS-ONE-TRANS.
           PERFORM VALIDATE-TRANS.
           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           ELSE
              EVALUATE HMT-ACTION
                 WHEN 'P'
                    PERFORM APPLY-PLACE-HOLD
                 WHEN 'R'
                    PERFORM APPLY-RELEASE-HOLD
              END-EVALUATE
           END-IF.

      **********************************************
      * FIELD VALIDATION BEFORE ANYTHING TOUCHES THE KSDS.
      * SETS TRANS-INVALID AND THE REJECT REASON ON THE FIRST
      * FAILED CHECK.
      **********************************************
       VALIDATE-TRANS.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF HMT-ACTION NOT = 'P' AND HMT-ACTION NOT = 'R'
              SET TRANS-INVALID TO TRUE
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF HMT-ACCT-ID = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'ACCOUNT ID BLANK' TO WS-REJECT-REASON
              ELSE
                 IF HMT-HOLD-ID = SPACES
                    SET TRANS-INVALID TO TRUE
                    MOVE 'HOLD ID BLANK' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF TRANS-VALID AND HMT-ACTION = 'P'
              IF HMT-AMOUNT IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'HOLD AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              ELSE
                 IF HMT-AMOUNT-N = ZERO
                    SET TRANS-INVALID TO TRUE
                    MOVE 'HOLD AMOUNT ZERO' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF TRANS-VALID AND HMT-ACTION = 'P'
              IF NOT HMT-REASON-VALID
                 SET TRANS-INVALID TO TRUE
                 MOVE 'UNKNOWN HOLD REASON CODE' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID AND HMT-ACTION = 'P'
              IF HMT-EXPIRY-DATE IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJECT-REASON
              ELSE
                 IF HMT-EXPIRY-DATE-N NOT = ZERO
                    AND HMT-EXPIRY-DATE-N < WS-RUN-DATE
                    SET TRANS-INVALID TO TRUE
                    MOVE 'EXPIRY DATE IN THE PAST' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * PLACE A NEW HOLD. THE ACCOUNT MUST BE ON THE MASTER AND
      * NEITHER CLOSED NOR CLOSE-PENDING; A HOLD ID ALREADY ON
      * FILE FOR THE ACCOUNT IS REJECTED - AN EXISTING HOLD IS
      * NEVER SILENTLY REPLACED.
      **********************************************
       APPLY-PLACE-HOLD.
           MOVE HMT-ACCT-ID TO ACCT-ID.
           READ ACCT-MASTER
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-CLOSED
                      SET TRANS-INVALID TO TRUE
                      MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   END-IF
                   IF ACCT-CLOSE-PENDING
                      SET TRANS-INVALID TO TRUE
                      MOVE 'ACCOUNT CLOSE PENDING' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' ACCT-STATUS
              DISPLAY 'ACCOUNT ID: ' HMT-ACCT-ID
              STOP RUN
           END-IF.

           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           ELSE
              MOVE SPACES TO HOLD-REC
              MOVE HMT-ACCT-ID TO HOLD-ACCT-ID
              MOVE HMT-HOLD-ID TO HOLD-ID
              MOVE HMT-AMOUNT-N TO HOLD-AMOUNT
              MOVE HMT-REASON TO HOLD-REASON
              MOVE HMT-REASON-TEXT TO HOLD-REASON-TEXT
              MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
              MOVE HMT-EXPIRY-DATE-N TO HOLD-EXPIRY-DATE
              SET HOLD-ACTIVE TO TRUE
              MOVE ZERO TO HOLD-CLOSED-DATE

              WRITE HOLD-REC
                  INVALID KEY
                      MOVE 'HOLD ID ALREADY ON FILE' TO WS-REJECT-REASON
                      PERFORM LOG-REJECTED
                  NOT INVALID KEY
                      ADD 1 TO TOTAL-PLACED
                      PERFORM LOG-APPLIED
              END-WRITE

              IF HOLD-STATUS NOT = '00' AND HOLD-STATUS NOT = '22'
                 DISPLAY 'WRITE TO HOLD MASTER FAILED: ' HOLD-STATUS
                 DISPLAY 'HOLD KEY: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
                 STOP RUN
              END-IF
           END-IF.

      **********************************************
      * RELEASE AN ACTIVE HOLD. THE RECORD STAYS ON FILE AS
      * RELEASED WITH TODAY'S CLOSE DATE.
      **********************************************
       APPLY-RELEASE-HOLD.
           MOVE HMT-ACCT-ID TO HOLD-ACCT-ID.
           MOVE HMT-HOLD-ID TO HOLD-ID.
           READ HOLD-MASTER
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT HOLD-ACTIVE
                      SET TRANS-INVALID TO TRUE
                      MOVE 'HOLD NOT ACTIVE' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF HOLD-STATUS NOT = '00' AND HOLD-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' HOLD-STATUS
              DISPLAY 'HOLD KEY: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
              STOP RUN
           END-IF.

           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           ELSE
              SET HOLD-RELEASED TO TRUE
              MOVE WS-RUN-DATE TO HOLD-CLOSED-DATE
              PERFORM REWRITE-HOLD
              ADD 1 TO TOTAL-RELEASED
              PERFORM LOG-APPLIED
           END-IF.

      **********************************************
      * EXPIRY SWEEP: BROWSE THE WHOLE HOLD FILE IN KEY ORDER.
      * AN ACTIVE HOLD WHOSE NON-ZERO EXPIRY DATE IS EARLIER THAN
      * THE RUN DATE IS SET TO EXPIRED AND LOGGED; THE HOLDS STILL
      * ACTIVE AFTERWARDS ARE COUNTED AND TOTALLED.
      **********************************************
       EXPIRE-HOLDS.
           MOVE LOW-VALUES TO HOLD-KEY.
           START HOLD-MASTER KEY IS >= HOLD-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           IF HOLD-STATUS NOT = '00' AND HOLD-STATUS NOT = '23'
              DISPLAY 'START HOLD MASTER ERROR: ' HOLD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL SWEEP-EOF
              READ HOLD-MASTER NEXT RECORD
                AT END
                   SET SWEEP-EOF TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'READ HOLD MASTER ERROR: ' HOLD-STATUS
                      STOP RUN
                   END-IF
                   PERFORM CHECK-HOLD-EXPIRY
              END-READ
           END-PERFORM.

      **********************************************
      * EXPIRE THE CURRENT HOLD IF IT IS PAST ITS EXPIRY DATE,
      * OTHERWISE ADD IT TO THE STILL-ACTIVE TOTALS.
      **********************************************
       CHECK-HOLD-EXPIRY.
           IF HOLD-ACTIVE
              IF HOLD-EXPIRY-DATE NOT = ZERO
                 AND HOLD-EXPIRY-DATE < WS-RUN-DATE
                 SET HOLD-EXPIRED TO TRUE
                 MOVE WS-RUN-DATE TO HOLD-CLOSED-DATE
                 PERFORM REWRITE-HOLD
                 ADD 1 TO TOTAL-EXPIRED
                 MOVE SPACES TO HOLD-LOG-REC
                 MOVE 'E' TO LOG-ACTION
                 MOVE HOLD-ACCT-ID TO LOG-ACCT-ID
                 MOVE HOLD-ID TO LOG-HOLD-ID
                 MOVE 'EXPIRED' TO LOG-RESULT
                 MOVE HOLD-AMOUNT TO LOG-AMOUNT
                 MOVE HOLD-REASON-TEXT TO LOG-REASON
                 PERFORM WRITE-LOG-REC
              ELSE
                 ADD 1 TO TOTAL-STILL-ACTIVE
                 ADD HOLD-AMOUNT TO TOTAL-ACTIVE-AMT
              END-IF
           END-IF.

      **********************************************
      * REWRITE THE UPDATED HOLD RECORD BACK TO THE KSDS
      **********************************************
       REWRITE-HOLD.
           REWRITE HOLD-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF HOLD-STATUS NOT = '00'
              DISPLAY 'HOLD REWRITE FAILED: ' HOLD-STATUS
              DISPLAY 'HOLD KEY: ' HOLD-ACCT-ID ' ' HOLD-ID
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           MOVE SPACES TO HOLD-LOG-REC.
           MOVE HMT-ACTION TO LOG-ACTION.
           MOVE HMT-ACCT-ID TO LOG-ACCT-ID.
           MOVE HMT-HOLD-ID TO LOG-HOLD-ID.
           MOVE 'APPLIED' TO LOG-RESULT.
           MOVE HOLD-AMOUNT TO LOG-AMOUNT.
           MOVE HOLD-REASON-TEXT TO LOG-REASON.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           MOVE SPACES TO HOLD-LOG-REC.
           MOVE HMT-ACTION TO LOG-ACTION.
           MOVE HMT-ACCT-ID TO LOG-ACCT-ID.
           MOVE HMT-HOLD-ID TO LOG-HOLD-ID.
           MOVE 'REJECTED' TO LOG-RESULT.
           IF HMT-AMOUNT IS NUMERIC
              MOVE HMT-AMOUNT-N TO LOG-AMOUNT
           ELSE
              MOVE ZERO TO LOG-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO LOG-REASON.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * WRITE THE PREPARED LOG RECORD AND CHECK STATUS
      **********************************************
       WRITE-LOG-REC.
           WRITE HOLD-LOG-REC
           END-WRITE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING HOLD LOG: ' LOG-STATUS
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

           CLOSE HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD MASTER: '
                       HOLD-STATUS
           END-IF.

           CLOSE HOLD-MAINT-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD MAINT: ' MNT-STATUS
           END-IF.

           CLOSE HOLD-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD LOG: ' LOG-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'FUNDS HOLD MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'RUN DATE:           ' WS-RUN-DATE.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED.
           DISPLAY '  HOLDS PLACED:     ' TOTAL-PLACED.
           DISPLAY '  HOLDS RELEASED:   ' TOTAL-RELEASED.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED.
           DISPLAY 'HOLDS EXPIRED:      ' TOTAL-EXPIRED.
           DISPLAY 'HOLDS STILL ACTIVE: ' TOTAL-STILL-ACTIVE.
           DISPLAY 'ACTIVE HOLD AMOUNT: ' TOTAL-ACTIVE-AMT.
           DISPLAY '========================================'.
