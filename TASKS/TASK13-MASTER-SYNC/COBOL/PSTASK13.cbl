      *      ABENDS THE RUN (RC=16) BEFORE ANY DAMAGE IS DONE - A     *
      *      SHORT MASTER IS THE WORST CASE. NEWDD IS WRITTEN WITH    *
      *      THE SAME TRAILER SO IT CAN FEED THE NEXT RUNS OLDDD.     *
      *   8. UPDATE MODE (PARMDD, OPTIONAL): UPDMODE=SEQ (DEFAULT)     *
      *      RUNS THE MATCH-MERGE ABOVE. UPDMODE=KSDS INSTEAD APPLIES  *
      *      THE SAME SORTED TRANSACTIONS TO A KSDS MASTER (MSTDD,     *
      *      KEYED BY ID, LOADED ONCE BY PSCV13) WITH RANDOM READS,    *
      *      REWRITES, WRITES AND DELETES - ONLY THE RECORDS THAT      *
      *      CHANGE ARE TOUCHED. OLDDD AND NEWDD ARE NOT USED. THE     *
      *      PENDING FILE, DUPLICATE CHECKS, ERROR REPORT AND CHANGE   *
      *      JOURNAL WORK EXACTLY AS IN SEQ MODE, SO PSBO13 CAN BACK   *
      *      OUT EITHER KIND OF RUN. THE TRAILER CONVENTION IS KEPT    *
      *      AS A 'TRL**' CONTROL RECORD ON THE KSDS: ITS COUNT AND    *
      *      AMOUNT HASH ARE READ AT START (MISSING -> RC=16) AND      *
      *      REWRITTEN AT END ADJUSTED BY EVERY ADD, DELETE AND        *
      *      BALANCE CHANGE APPLIED.                                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/30                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  ADDED UPDMODE=KSDS (PARMDD): APPLY THE        *
      *                  TRANSACTIONS TO A KSDS MASTER BY RANDOM       *
      *                  READ/REWRITE/WRITE/DELETE INSTEAD OF          *
      *                  COPYING THE WHOLE SEQUENTIAL MASTER. CONTROL  *
      *                  TOTALS KEPT ON A 'TRL**' KSDS RECORD.         *
      * 2026/08/22  SSH  CONTROL-TOTALS TRAILERS: VERIFY A 'TRL**'     *
      *                  COUNT/AMOUNT TRAILER ON OLDDD AND TRNSDD      *
      *                  (ABEND RC=16 WHEN MISSING OR MISMATCHED) AND  *
      *                  TO THE ERROR REPORT INSTEAD OF BEING APPLIED. *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (MASTER.PARM) - UPDATE MODE, OPTIONAL (80 B)    *
      * INPUT:  OLDDD (OLD.MASTER) - CURRENT MASTER FILE (PS, 80 B)    *
      * INPUT:  TRNSDD (TRANS.FILE) - DAILY TRANSACTIONS (PS, 80 B)    *
      * INPUT:  PNDIDD (TRANS.PENDING) - PRIOR PENDING, OPTIONAL       *
      * OUTPUT: PNDODD (TRANS.PENDING.NEW) - HELD TRANSACTIONS         *
      * WORK:   SRTDD (SORT WORK FILE)                                 *
      * OUTPUT: NEWDD (NEW.MASTER) - UPDATED MASTER FILE (PS, 80 B)    *
      * I-O:    MSTDD (MASTER.KSDS) - KSDS MASTER, UPDMODE=KSDS ONLY   *
      * OUTPUT: REPDD (ERROR.REPORT) - ERROR LOG (PS, 80 B)            *
      * OUTPUT: JRNLDD (CHANGE.JOURNAL) - CHANGE JOURNAL (PS, 160 B)   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT KSDS-MASTER-FILE ASSIGN TO MSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS KSM-ID
             FILE STATUS IS KSDS-MASTER-STATUS.

           SELECT OLD-MASTER-FILE ASSIGN TO OLDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OLD-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC.
          05 PARM-KEYWORD PIC X(8).
          05 PARM-UPD-MODE PIC X(4).
          05 FILLER PIC X(68).

      * KSDS MASTER: SAME LAYOUT AS THE SEQUENTIAL MASTER. THE
      * 'TRL**' RECORD IS THE CONTROL RECORD (TRAILER-REC-LAYOUT).
       FD KSDS-MASTER-FILE.
       01 KSDS-MASTER-REC.
          05 KSM-ID PIC X(5).
          05 KSM-NAME PIC X(20).
          05 KSM-BAL PIC 9(5)V99.
          05 KSM-ADDRESS PIC X(30).
          05 FILLER PIC X(18).

       FD OLD-MASTER-FILE RECORDING MODE IS F.
       01 OLD-MASTER-REC.
          05 OLD-ID PIC X(5).
          05 JRNL-STATUS PIC X(2).
          05 PENDING-IN-STATUS PIC X(2).
          05 PENDING-OUT-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).
          05 KSDS-MASTER-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
             88 WS-DUP-FOUND VALUE 'Y'.
          05 WS-CONFLICT-SW PIC X(1) VALUE 'N'.
             88 WS-CONFLICT-FOUND VALUE 'Y'.
          05 WS-UPD-MODE PIC X(4) VALUE 'SEQ'.
             88 SEQ-MODE VALUE 'SEQ'.
             88 KSDS-MODE VALUE 'KSDS'.
          05 WS-KSM-FOUND-SW PIC X(1) VALUE 'N'.
             88 KSM-FOUND VALUE 'Y'.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 DUPLICATES-LOGGED PIC 9(5) VALUE 0.
          05 JOURNAL-WRITTEN PIC 9(5) VALUE 0.
          05 TRANS-HELD-OVER PIC 9(5) VALUE 0.
          05 KSDS-READS PIC 9(5) VALUE 0.

      * CURRENT TRANSACTION, MOVED HERE FROM WHICHEVER SOURCE
      * (PENDING FILE, TODAY'S FILE, OR THE SORT) SUPPLIED IT
       01 WS-TRNS-TRAILER-SW PIC X(1) VALUE 'N'.
          88 TRNS-TRAILER-SEEN VALUE 'Y'.

      * KSDS MODE CONTROL TOTALS: LOADED FROM THE 'TRL**' CONTROL
      * RECORD, ADJUSTED BY EVERY CHANGE, REWRITTEN AT END
       01 WS-KSDS-COUNT PIC 9(9) VALUE 0.
       01 WS-KSDS-HASH PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-KSDS-OLD-BAL PIC 9(5)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-VAR.
          05 OLD-MASTER-READ-DISP PIC Z(4)9.
          05 DUPLICATES-LOGGED-DISP PIC Z(4)9.
          05 JOURNAL-WRITTEN-DISP PIC Z(4)9.
          05 TRANS-HELD-OVER-DISP PIC Z(4)9.
          05 KSDS-READS-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> READ -> MERGE -> CLOSE -> REPORT

       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-UPDATE-MODE-PARM.
           PERFORM OPEN-ALL-FILES.
           IF KSDS-MODE
              PERFORM READ-KSDS-CONTROL-REC
           END-IF.
           SORT TRANS-SORT-WORK
               ON ASCENDING KEY SRT-TRNS-ID
               WITH DUPLICATES IN ORDER
              DISPLAY 'ERROR DURING SORT OF TRANSACTIONS'
              STOP RUN
           END-IF.
           IF KSDS-MODE
              PERFORM REWRITE-KSDS-CONTROL-REC
           ELSE
              PERFORM WRITE-NEW-MASTER-TRAILER
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * READS THE OPTIONAL PARMDD. UPDMODE=SEQ (THE DEFAULT) RUNS
      * THE SEQUENTIAL MATCH-MERGE; UPDMODE=KSDS APPLIES THE
      * TRANSACTIONS TO THE KSDS MASTER BY RANDOM ACCESS. ANY
      * OTHER VALUE REFUSES THE RUN, RC 12.
      **********************************************
       READ-UPDATE-MODE-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00' AND PARM-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING PARM-FILE: ' PARM-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-KEYWORD = 'UPDMODE='
                      IF PARM-UPD-MODE = 'SEQ' OR PARM-UPD-MODE = 'KSDS'
                         MOVE PARM-UPD-MODE TO WS-UPD-MODE
                      ELSE
                         DISPLAY 'UPDMODE ON PARMDD NOT SEQ OR KSDS: '
                                  PARM-UPD-MODE
                         MOVE 12 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'MASTER UPDATE MODE: ' WS-UPD-MODE.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.

      **********************************************
      * SORT INPUT PROCEDURE: FEED THE SORT FROM THE PRIOR RUN'S
      * PENDING FILE (IF ANY), THEN TODAY'S TRANSACTION FILE.

      **********************************************
      * SORT OUTPUT PROCEDURE: DRIVE THE CLASSIC MATCH-MERGE OFF
      * THE SORTED, EFFECTIVE-TODAY TRANSACTION STREAM. IN KSDS
      * MODE EACH TRANSACTION IS APPLIED BY RANDOM ACCESS INSTEAD.
      **********************************************
       MERGE-TRANSACTIONS.
           IF KSDS-MODE
              PERFORM READ-TRANSACTION
              PERFORM PROCESS-RANDOM-TRANSACTION
                  UNTIL WS-TRNS-ID = HIGH-VALUES
              GO TO MERGE-EXIT
           END-IF.
           PERFORM READ-OLD-MASTER.
           PERFORM READ-TRANSACTION.
           PERFORM PROCESS-MERGE-LOGIC UNTIL WS-OLD-ID = HIGH-VALUES AND
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           IF KSDS-MODE
              OPEN I-O KSDS-MASTER-FILE
              IF KSDS-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING KSDS MASTER FILE: '
                          KSDS-MASTER-STATUS
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT OLD-MASTER-FILE
              IF OLD-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING OLD MASTER FILE: '
                          OLD-MASTER-STATUS
                 STOP RUN
              END-IF
              OPEN OUTPUT NEW-MASTER-FILE
              IF NEW-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING NEW MASTER FILE: '
                          NEW-MASTER-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT TRANSACTIONS-FILE.
              STOP RUN
           END-IF.

           OPEN OUTPUT ERROR-REPORT-FILE.
           IF ERROR-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' ERROR-REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * KSDS MODE: LOADS THE CONTROL TOTALS FROM THE 'TRL**'
      * CONTROL RECORD. A MISSING OR DAMAGED CONTROL RECORD
      * MEANS THE KSDS WAS NOT LOADED BY PSCV13 - ABEND BEFORE
      * APPLYING ANYTHING.
      **********************************************
       READ-KSDS-CONTROL-REC.
           MOVE 'TRL**' TO KSM-ID.
           READ KSDS-MASTER-FILE INTO TRAILER-REC-LAYOUT
               INVALID KEY
                   DISPLAY 'FATAL: MSTDD CONTROL RECORD TRL** MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR READING KSDS MASTER: ' KSDS-MASTER-STATUS
              STOP RUN
           END-IF.
           IF TRL-COUNT NOT NUMERIC OR TRL-AMOUNT NOT NUMERIC
              DISPLAY 'FATAL: MSTDD CONTROL RECORD TRL** DAMAGED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TRL-COUNT TO WS-KSDS-COUNT.
           MOVE TRL-AMOUNT TO WS-KSDS-HASH.

      **********************************************
      * KSDS MODE: REWRITES THE 'TRL**' CONTROL RECORD WITH THE
      * COUNT AND AMOUNT HASH AS ADJUSTED BY THIS RUN.
      **********************************************
       REWRITE-KSDS-CONTROL-REC.
           MOVE SPACES TO TRAILER-REC-LAYOUT.
           MOVE 'TRL**' TO TRL-TAG.
           MOVE WS-KSDS-COUNT TO TRL-COUNT.
           MOVE WS-KSDS-HASH TO TRL-AMOUNT.
           REWRITE KSDS-MASTER-REC FROM TRAILER-REC-LAYOUT
               INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING KSDS CONTROL RECORD: '
                       KSDS-MASTER-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * RETURN THE NEXT SORTED TRANSACTION OR SET HIGH-VALUES
      * AT END OF THE SORTED STREAM
                   PERFORM READ-TRANSACTION
           END-EVALUATE.

      **********************************************
      * KSDS MODE: RANDOM READ OF THE TRANSACTION'S MASTER
      * RECORD. FOUND -> SAME DUPLICATE CHECK AND APPLY AS A
      * MATCHED KEY IN THE MERGE, THEN THE CHANGE IS STORED;
      * NOT FOUND -> SAME HANDLING AS AN UNMATCHED TRANSACTION.
      **********************************************
       PROCESS-RANDOM-TRANSACTION.
           MOVE TRNS-ID TO KSM-ID.
           READ KSDS-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KSM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KSM-FOUND-SW
           END-READ.
           IF KSDS-MASTER-STATUS NOT = '00'
              AND KSDS-MASTER-STATUS NOT = '23'
              DISPLAY 'ERROR READING KSDS MASTER: ' KSDS-MASTER-STATUS
              DISPLAY 'TRANS ID: ' TRNS-ID
              STOP RUN
           END-IF.
           ADD 1 TO KSDS-READS.

           IF KSM-FOUND
              MOVE KSM-ID TO WS-CUR-ID
              MOVE KSM-NAME TO WS-CUR-NAME
              MOVE KSM-BAL TO WS-CUR-BAL
              MOVE KSM-ADDRESS TO WS-CUR-ADDRESS
              MOVE KSM-BAL TO WS-KSDS-OLD-BAL
              PERFORM CHECK-DUPLICATE-TRANSACTION
              IF WS-DUP-FOUND OR WS-CONFLICT-FOUND
                 PERFORM LOG-ERROR-TRANSACTION
              ELSE
                 PERFORM APPLY-TRANSACTION
                 PERFORM STORE-KSDS-CHANGE
              END-IF
           ELSE
              PERFORM PROCESS-UNMATCHED
           END-IF.
           PERFORM READ-TRANSACTION.

      **********************************************
      * KSDS MODE: STORES WHAT APPLY-TRANSACTION DID TO THE
      * CURRENT RECORD - DELETE FOR A 'D', REWRITE FOR A 'U' OR
      * 'C' - AND ADJUSTS THE CONTROL TOTALS TO MATCH.
      **********************************************
       STORE-KSDS-CHANGE.
           EVALUATE TRUE
               WHEN TRNS-ACT = 'D'
                   DELETE KSDS-MASTER-FILE RECORD
                       INVALID KEY
                         CONTINUE
                   END-DELETE
                   IF KSDS-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR DELETING KSDS MASTER: '
                               KSDS-MASTER-STATUS
                      DISPLAY 'CUSTOMER ID: ' WS-CUR-ID
                      STOP RUN
                   END-IF
                   SUBTRACT 1 FROM WS-KSDS-COUNT
                   SUBTRACT WS-KSDS-OLD-BAL FROM WS-KSDS-HASH
                   MOVE 'N' TO WS-DEL-FLAG
               WHEN TRNS-ACT = 'U' OR TRNS-ACT = 'C'
                   MOVE WS-CUR-NAME TO KSM-NAME
                   MOVE WS-CUR-BAL TO KSM-BAL
                   MOVE WS-CUR-ADDRESS TO KSM-ADDRESS
                   REWRITE KSDS-MASTER-REC
                       INVALID KEY
                         CONTINUE
                   END-REWRITE
                   IF KSDS-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR REWRITING KSDS MASTER: '
                               KSDS-MASTER-STATUS
                      DISPLAY 'CUSTOMER ID: ' WS-CUR-ID
                      STOP RUN
                   END-IF
                   SUBTRACT WS-KSDS-OLD-BAL FROM WS-KSDS-HASH
                   ADD WS-CUR-BAL TO WS-KSDS-HASH
           END-EVALUATE.

      **********************************************
      * KSDS MODE: WRITES THE NEW RECORD FOR AN APPLIED 'A'.
      **********************************************
       WRITE-KSDS-ADD.
           MOVE SPACES TO KSDS-MASTER-REC.
           MOVE TRNS-ID TO KSM-ID.
           MOVE TRNS-DATA TO KSM-NAME.
           MOVE TRNS-AMOUNT TO KSM-BAL.
           MOVE TRNS-ADDRESS TO KSM-ADDRESS.
           WRITE KSDS-MASTER-REC
               INVALID KEY
                 CONTINUE
           END-WRITE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING KSDS MASTER: ' KSDS-MASTER-STATUS
              DISPLAY 'TRANS ID: ' TRNS-ID
              STOP RUN
           END-IF.
           ADD 1 TO WS-KSDS-COUNT.
           ADD TRNS-AMOUNT TO WS-KSDS-HASH.

      **********************************************
      * WRITE CURRENT MASTER RECORD TO NEW MASTER
      **********************************************
                 IF WS-DUP-FOUND OR WS-CONFLICT-FOUND
                    PERFORM LOG-ERROR-TRANSACTION
                 ELSE
                    IF KSDS-MODE
                       PERFORM WRITE-KSDS-ADD
                    ELSE
                       MOVE SPACES TO NEW-MASTER-REC
                       MOVE TRNS-ID TO NEW-ID
                       MOVE TRNS-DATA TO NEW-NAME
                       MOVE TRNS-AMOUNT TO NEW-BAL
                       MOVE TRNS-ADDRESS TO NEW-ADDR
                       WRITE NEW-MASTER-REC
                       IF NEW-MASTER-STATUS NOT = '00'
                          DISPLAY 'ERROR WRITING NEW MASTER: '
                                   NEW-MASTER-STATUS
                          DISPLAY 'TRANS ID: ' TRNS-ID
                          STOP RUN
                       END-IF
                       ADD 1 TO NEW-MASTER-WRITTEN
                       ADD TRNS-AMOUNT TO WS-NEW-HASH
                    END-IF
                    ADD 1 TO RECORDS-ADDED
                    MOVE SPACES TO JRNL-REC
                    MOVE TRNS-ID TO JRNL-TRNS-ID
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           IF KSDS-MODE
              CLOSE KSDS-MASTER-FILE
              IF KSDS-MASTER-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING KSDS MASTER: '
                          KSDS-MASTER-STATUS
              END-IF
           ELSE
              CLOSE OLD-MASTER-FILE
              IF OLD-MASTER-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING OLD MASTER: '
                          OLD-MASTER-STATUS
              END-IF
              CLOSE NEW-MASTER-FILE
              IF NEW-MASTER-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING NEW MASTER: '
                          NEW-MASTER-STATUS
              END-IF
           END-IF.

           CLOSE TRANSACTIONS-FILE.
                       TRANS-STATUS
           END-IF.

           CLOSE ERROR-REPORT-FILE.
           IF ERROR-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ERROR REPORT: '
           MOVE DUPLICATES-LOGGED TO DUPLICATES-LOGGED-DISP.
           MOVE JOURNAL-WRITTEN TO JOURNAL-WRITTEN-DISP.
           MOVE TRANS-HELD-OVER TO TRANS-HELD-OVER-DISP.
           MOVE KSDS-READS TO KSDS-READS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MASTER FILE UPDATE SUMMARY'.
           DISPLAY '========================================'.
           IF KSDS-MODE
              DISPLAY 'UPDATE MODE:              KSDS (RANDOM)'
              DISPLAY 'KSDS MASTER READS:        ' KSDS-READS-DISP
              DISPLAY 'KSDS MASTER RECORDS:      ' WS-KSDS-COUNT
           ELSE
              DISPLAY 'OLD MASTER RECORDS READ:  '
                      OLD-MASTER-READ-DISP
           END-IF.
           DISPLAY 'TRANSACTIONS PROCESSED:   ' TRANS-READ-DISP.
           IF SEQ-MODE
              DISPLAY 'NEW MASTER RECORDS:       '
                      NEW-MASTER-WRITTEN-DISP
           END-IF.
           DISPLAY 'ADDED:                    ' RECORDS-ADDED-DISP.
           DISPLAY 'UPDATED:                  ' RECORDS-UPDATED-DISP.
           DISPLAY 'DELETED:                  ' RECORDS-DELETED-DISP.
