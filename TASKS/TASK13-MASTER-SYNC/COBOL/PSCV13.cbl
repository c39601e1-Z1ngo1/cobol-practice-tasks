      ******************************************************************
      * ONE-TIME LOAD OF THE KSDS MASTER FROM THE SEQUENTIAL MASTER    *
      *                                                                *
      * PURPOSE:                                                       *
      * CONVERTS THE CUSTOMER MASTER FROM THE SEQUENTIAL FILE THE      *
      * MATCH-MERGE RUN (PSTASK13 UPDMODE=SEQ) MAINTAINS TO THE KSDS   *
      * KEYED BY ID THAT PSTASK13 UPDMODE=KSDS UPDATES BY RANDOM       *
      * ACCESS. RUN ONCE, AGAINST THE LAST NEWDD GENERATION, INTO AN   *
      * EMPTY KSDS.                                                    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   1. READ THE SEQUENTIAL MASTER (OLDDD) AND WRITE EVERY        *
      *      CUSTOMER RECORD TO THE KSDS UNCHANGED, COUNTING THE       *
      *      RECORDS AND HASHING THE BALANCES. AN ID OUT OF            *
      *      ASCENDING ORDER OR A DUPLICATE ID ABENDS THE LOAD         *
      *      (RC=16) - THE SEQUENTIAL MASTER IS DAMAGED.               *
      *   2. THE 'TRL**' TRAILER MUST BE THE LAST RECORD AND MUST      *
      *      AGREE WITH THE COUNT AND HASH OF THE RECORDS READ;        *
      *      MISSING OR MISMATCHED -> RC=16.                           *
      *   3. THE TRAILER IS STORED ON THE KSDS AS THE 'TRL**'          *
      *      CONTROL RECORD THAT PSTASK13 AND PSBO13 CARRY FORWARD.    *
      *   4. THE LOADED KSDS IS THEN READ BACK IN FULL AND ITS         *
      *      CUSTOMER COUNT AND BALANCE HASH CHECKED AGAINST THE       *
      *      TRAILER ONCE MORE; A MISMATCH -> RC=16.                   *
      *   5. DISPLAY FINAL STATISTICS.                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  OLDDD (NEW.MASTER) - SEQUENTIAL MASTER (PS, 80 B)      *
      * OUTPUT: MSTDD (MASTER.KSDS) - KSDS MASTER, KEY ID (80 B)       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSCV13.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO OLDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OLD-MASTER-STATUS.

           SELECT KSDS-MASTER-FILE ASSIGN TO MSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KSM-ID
             FILE STATUS IS KSDS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-MASTER-FILE RECORDING MODE IS F.
       01 OLD-MASTER-REC.
          05 OLD-ID PIC X(5).
          05 OLD-NAME PIC X(20).
          05 OLD-BAL PIC 9(5)V99.
          05 OLD-ADDRESS PIC X(30).
          05 FILLER PIC X(18).

       FD KSDS-MASTER-FILE.
       01 KSDS-MASTER-REC.
          05 KSM-ID PIC X(5).
          05 KSM-NAME PIC X(20).
          05 KSM-BAL PIC 9(5)V99.
          05 KSM-ADDRESS PIC X(30).
          05 FILLER PIC X(18).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 OLD-MASTER-STATUS PIC X(2).
          05 KSDS-MASTER-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-OLD-TRAILER-SW PIC X(1) VALUE 'N'.
             88 OLD-TRAILER-SEEN VALUE 'Y'.

      * PREVIOUS ID, FOR THE ASCENDING-ORDER CHECK
       01 WS-PREV-ID PIC X(5) VALUE LOW-VALUES.

      * CONTROL-TOTALS TRAILER: THE LAST RECORD OF EVERY FILE IN THE
      * MASTER CHAIN. TAG 'TRL**' CANNOT COLLIDE WITH A CUSTOMER ID.
       01 TRAILER-REC-LAYOUT.
          05 TRL-TAG PIC X(5).
          05 TRL-COUNT PIC 9(9).
          05 TRL-AMOUNT PIC 9(13)V99.
          05 FILLER PIC X(51).

      * TRAILER AS READ FROM OLDDD, KEPT FOR THE READ-BACK CHECK
       01 WS-SAVED-TRAILER PIC X(80).

      * COUNTS AND HASHES: LOAD PASS AND READ-BACK PASS
       01 WS-OLD-READ PIC 9(9) VALUE 0.
       01 WS-OLD-HASH PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-KSDS-WRITTEN PIC 9(9) VALUE 0.
       01 WS-CHECK-COUNT PIC 9(9) VALUE 0.
       01 WS-CHECK-HASH PIC S9(13)V99 COMP-3 VALUE 0.

      **********************************************
      * MAIN FLOW: LOAD -> VERIFY TRAILER -> READ BACK -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-KSDS-MASTER.
           PERFORM WRITE-CONTROL-REC.
           PERFORM CLOSE-ALL-FILES.
           PERFORM VERIFY-LOADED-KSDS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF OLD-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OLD MASTER FILE: '
                       OLD-MASTER-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT KSDS-MASTER-FILE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING KSDS MASTER FILE: '
                       KSDS-MASTER-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * COPIES EVERY CUSTOMER RECORD TO THE KSDS. THE TRAILER
      * MUST BE THE LAST RECORD; ANYTHING AFTER IT, AN ID OUT OF
      * ORDER, OR A DUPLICATE ID ABENDS THE LOAD.
      **********************************************
       LOAD-KSDS-MASTER.
           PERFORM UNTIL EOF
              READ OLD-MASTER-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF OLD-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING OLD MASTER FILE: '
                               OLD-MASTER-STATUS
                      STOP RUN
                   END-IF
                   IF OLD-TRAILER-SEEN
                      DISPLAY 'FATAL: OLDDD HAS RECORDS AFTER ITS '
                              'CONTROL TRAILER'
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF OLD-ID = 'TRL**'
                      MOVE OLD-MASTER-REC TO TRAILER-REC-LAYOUT
                      PERFORM VERIFY-OLD-TRAILER
                   ELSE
                      PERFORM LOAD-ONE-RECORD
                   END-IF
              END-READ
           END-PERFORM.
           IF NOT OLD-TRAILER-SEEN
              DISPLAY 'FATAL: OLDDD CONTROL TRAILER MISSING - '
                      'FILE TRUNCATED OR NOT TRAILERED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * WRITES ONE CUSTOMER RECORD TO THE KSDS AFTER THE ORDER
      * CHECK.
      **********************************************
       LOAD-ONE-RECORD.
           IF OLD-ID NOT > WS-PREV-ID
              DISPLAY 'FATAL: OLDDD OUT OF ORDER OR DUPLICATE ID: '
                      OLD-ID ' AFTER ' WS-PREV-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE OLD-ID TO WS-PREV-ID.
           ADD 1 TO WS-OLD-READ.
           ADD OLD-BAL TO WS-OLD-HASH.

           WRITE KSDS-MASTER-REC FROM OLD-MASTER-REC
               INVALID KEY
                 CONTINUE
           END-WRITE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING KSDS MASTER: ' KSDS-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' OLD-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-KSDS-WRITTEN.

      **********************************************
      * CHECKS THE OLDDD TRAILER AGAINST THE RECORDS ACTUALLY
      * READ. A MISMATCH MEANS THE MASTER IS SHORT OR CORRUPT.
      **********************************************
       VERIFY-OLD-TRAILER.
           SET OLD-TRAILER-SEEN TO TRUE.
           MOVE TRAILER-REC-LAYOUT TO WS-SAVED-TRAILER.
           IF TRL-COUNT NOT = WS-OLD-READ
              OR TRL-AMOUNT NOT = WS-OLD-HASH
              DISPLAY 'FATAL: OLDDD CONTROL TRAILER MISMATCH'
              DISPLAY '  TRAILER COUNT:  ' TRL-COUNT
                      ' READ: ' WS-OLD-READ
              DISPLAY '  TRAILER AMOUNT: ' TRL-AMOUNT
                      ' HASHED: ' WS-OLD-HASH
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * STORES THE VERIFIED TRAILER ON THE KSDS AS ITS 'TRL**'
      * CONTROL RECORD.
      **********************************************
       WRITE-CONTROL-REC.
           MOVE WS-SAVED-TRAILER TO TRAILER-REC-LAYOUT.
           WRITE KSDS-MASTER-REC FROM TRAILER-REC-LAYOUT
               INVALID KEY
                 CONTINUE
           END-WRITE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING KSDS CONTROL RECORD: '
                       KSDS-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * REOPENS THE LOADED KSDS AND READS IT BACK IN KEY ORDER,
      * COUNTING AND HASHING THE CUSTOMER RECORDS (NOT THE
      * CONTROL RECORD), AND CHECKS THE RESULT AGAINST THE
      * TRAILER.
      **********************************************
       VERIFY-LOADED-KSDS.
           OPEN INPUT KSDS-MASTER-FILE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING KSDS MASTER FILE: '
                       KSDS-MASTER-STATUS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ KSDS-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF KSDS-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BACK KSDS MASTER: '
                               KSDS-MASTER-STATUS
                      STOP RUN
                   END-IF
                   IF KSM-ID NOT = 'TRL**'
                      ADD 1 TO WS-CHECK-COUNT
                      ADD KSM-BAL TO WS-CHECK-HASH
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE KSDS-MASTER-FILE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING KSDS MASTER: '
                       KSDS-MASTER-STATUS
           END-IF.

           MOVE WS-SAVED-TRAILER TO TRAILER-REC-LAYOUT.
           IF TRL-COUNT NOT = WS-CHECK-COUNT
              OR TRL-AMOUNT NOT = WS-CHECK-HASH
              DISPLAY 'FATAL: LOADED KSDS DOES NOT MATCH THE TRAILER'
              DISPLAY '  TRAILER COUNT:  ' TRL-COUNT
                      ' ON KSDS: ' WS-CHECK-COUNT
              DISPLAY '  TRAILER AMOUNT: ' TRL-AMOUNT
                      ' ON KSDS: ' WS-CHECK-HASH
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE OLD-MASTER-FILE.
           IF OLD-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OLD MASTER: '
                       OLD-MASTER-STATUS
           END-IF.

           CLOSE KSDS-MASTER-FILE.
           IF KSDS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING KSDS MASTER: '
                       KSDS-MASTER-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'KSDS MASTER LOAD SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SEQUENTIAL RECORDS READ:  ' WS-OLD-READ.
           DISPLAY 'KSDS RECORDS WRITTEN:     ' WS-KSDS-WRITTEN.
           DISPLAY 'KSDS RECORDS READ BACK:   ' WS-CHECK-COUNT.
           DISPLAY 'TRAILER COUNTS VERIFIED:  YES'.
           DISPLAY '========================================'.
