      *   DROPPED ON INPUT; THE CORRECTED MASTER GETS A FRESHLY        *
      *   COMPUTED TRAILER SO IT STAYS VALID AS A MATCH-MERGE OLDDD.   *
      *   DISPLAY FINAL STATISTICS ON CLOSE.                           *
      *   UPDATE MODE (PARMDD UPDMODE=, OPTIONAL, DEFAULT SEQ):        *
      *     SEQ  -> THE SEQUENTIAL PASS ABOVE, MASTDD TO NEWDD.        *
      *     KSDS -> FOR A MASTER KEPT AS A KSDS (MSTDD) AND UPDATED    *
      *             BY PSTASK13 UPDMODE=KSDS. MASTDD AND NEWDD ARE     *
      *             NOT USED: EACH SELECTED ENTRY IS BACKED OUT IN     *
      *             PLACE BY RANDOM ACCESS, NEWEST ENTRY FIRST, SO     *
      *             SEVERAL CHANGES TO ONE RECORD UNWIND IN ORDER.     *
      *             THE SAME AFTER-IMAGE CHECK DECIDES CONFLICTS; A    *
      *             BACKED-OUT DELETE WHOSE ID IS ON FILE AGAIN IS A   *
      *             CONFLICT. THE 'TRL**' CONTROL RECORD MUST BE       *
      *             PRESENT (RC=16) AND IS REWRITTEN WITH ITS COUNT    *
      *             AND AMOUNT HASH ADJUSTED.                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  ADDED UPDMODE=KSDS (PARMDD): BACK OUT         *
      *                  SELECTED ENTRIES IN PLACE ON THE KSDS         *
      *                  MASTER, NEWEST FIRST, AND ADJUST ITS          *
      *                  'TRL**' CONTROL RECORD.                       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MASTDD (CUST.MASTER) - CURRENT MASTER (PS, SORTED)     *
      *         JRNLDD (CHANGE.JOURNAL) - MATCH-MERGE CHANGE JOURNAL   *
      *         BCKDD (BACKOUT.REQUESTS) - IDS / RANGES TO BACK OUT    *
      *         PARMDD (MASTER.PARM) - UPDMODE=SEQ/KSDS (OPTIONAL)     *
      * OUTPUT: NEWDD (CUST.MASTER.FIXED) - CORRECTED MASTER (PS)      *
      *         REPDD (BACKOUT.REPORT) - ACTIONS AND CONFLICTS (PS)    *
      * I-O:    MSTDD (MASTER.KSDS) - KSDS MASTER, KSDS MODE ONLY      *
      ******************************************************************

       IDENTIFICATION DIVISION.
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

           SELECT MASTER-FILE ASSIGN TO MASTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MAST-STATUS.

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

       FD MASTER-FILE RECORDING MODE IS F.
       01 MASTER-REC.
          05 MAST-ID PIC X(5).

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARM-STATUS PIC X(2).
          05 KSDS-MASTER-STATUS PIC X(2).
          05 MAST-STATUS PIC X(2).
          05 JRNL-STATUS PIC X(2).
          05 BCK-STATUS PIC X(2).
             88 TRANS-SELECTED VALUE 'Y'.
          05 WS-ENTRY-FOUND-SW PIC X(1) VALUE 'N'.
             88 ENTRY-FOUND VALUE 'Y'.
          05 WS-UPD-MODE PIC X(4) VALUE 'SEQ'.
             88 SEQ-MODE VALUE 'SEQ'.
             88 KSDS-MODE VALUE 'KSDS'.
          05 WS-KSM-FOUND-SW PIC X(1) VALUE 'N'.
             88 KSM-FOUND VALUE 'Y'.

      * BACKOUT REQUEST LIST: SINGLE IDS AND RANGES
       01 REQ-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-MAST-TRAILER-SW PIC X(1) VALUE 'N'.
          88 MAST-TRAILER-SEEN VALUE 'Y'.

      * KSDS MODE CONTROL TOTALS: LOADED FROM THE 'TRL**' CONTROL
      * RECORD, ADJUSTED BY EVERY BACKOUT, REWRITTEN AT END
       01 WS-KSDS-COUNT PIC 9(9) VALUE 0.
       01 WS-KSDS-HASH PIC S9(13)V99 COMP-3 VALUE 0.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 TOTAL-MASTER-READ PIC 9(5) VALUE 0.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-UPDATE-MODE-PARM.
           PERFORM OPEN-ALL-FILES.
           IF KSDS-MODE
              PERFORM READ-KSDS-CONTROL-REC
           END-IF.
           PERFORM LOAD-BACKOUT-REQUESTS.
           PERFORM SELECT-JOURNAL-ENTRIES.
           IF KSDS-MODE
              PERFORM PROCESS-KSDS-MASTER
              PERFORM REWRITE-KSDS-CONTROL-REC
           ELSE
              PERFORM PROCESS-MASTER
           END-IF.
           PERFORM REPORT-LEFTOVERS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * READS THE OPTIONAL PARMDD. UPDMODE=SEQ (THE DEFAULT)
      * BACKS OUT AGAINST THE SEQUENTIAL MASTER; UPDMODE=KSDS
      * BACKS OUT IN PLACE ON THE KSDS MASTER. ANY OTHER VALUE
      * REFUSES THE RUN, RC 12.
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
              OPEN INPUT MASTER-FILE
              IF MAST-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MASTER FILE: ' MAST-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT CHANGE-JOURNAL-FILE.
              STOP RUN
           END-IF.

           IF SEQ-MODE
              OPEN OUTPUT NEW-MASTER-FILE
              IF NEW-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING NEW MASTER: ' NEW-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM REINSERT-DELETES-BEFORE.
           PERFORM WRITE-NEW-TRAILER.

      **********************************************
      * KSDS MODE: BACKS OUT THE SELECTED ENTRIES IN PLACE,
      * NEWEST JOURNAL ENTRY FIRST, SO THAT SEVERAL SELECTED
      * CHANGES TO THE SAME RECORD UNWIND ONE AFTER-IMAGE AT A
      * TIME BACK TO THE OLDEST BEFORE-IMAGE.
      **********************************************
       PROCESS-KSDS-MASTER.
           PERFORM VARYING WS-SEL-SUB FROM SEL-COUNT BY -1
                     UNTIL WS-SEL-SUB < 1
              PERFORM BACKOUT-KSDS-ENTRY
           END-PERFORM.

      **********************************************
      * KSDS MODE: BACKS OUT ONE SELECTED ENTRY.
      *   DELETE ENTRY (BLANK AFTER-IMAGE): ID NOT ON FILE ->
      *     BEFORE-IMAGE WRITTEN BACK; ID ON FILE -> CONFLICT.
      *   OTHERWISE THE RECORD MUST MATCH THE AFTER-IMAGE
      *     (ELSE CONFLICT), THEN IS DELETED (THE ENTRY WAS AN
      *     ADD) OR REWRITTEN WITH THE BEFORE-IMAGE.
      * AN ENTRY WHOSE RECORD IS NOT ON FILE STAYS UNPROCESSED
      * AND IS REPORTED WITH THE LEFTOVERS.
      **********************************************
       BACKOUT-KSDS-ENTRY.
           MOVE SEL-KEY-ID(WS-SEL-SUB) TO KSM-ID.
           READ KSDS-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KSM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KSM-FOUND-SW
           END-READ.
           IF KSDS-MASTER-STATUS NOT = '00'
              AND KSDS-MASTER-STATUS NOT = '23'
              DISPLAY 'ERROR READING KSDS MASTER: ' KSDS-MASTER-STATUS
              STOP RUN
           END-IF.

           IF SEL-AFTER(WS-SEL-SUB)(1:5) = SPACES
              MOVE 'Y' TO SEL-PROCESSED(WS-SEL-SUB)
              IF KSM-FOUND
                 ADD 1 TO TOTAL-CONFLICTS
                 MOVE SPACES TO REPORT-REC
                 MOVE SEL-KEY-ID(WS-SEL-SUB) TO RPT-ID
                 MOVE 'CONFLICT - ID RE-ADDED, DELETE NOT BACKED OUT'
                      TO RPT-DESC
                 PERFORM WRITE-REPORT-REC
              ELSE
                 PERFORM BUILD-KSDS-BEFORE-IMAGE
                 WRITE KSDS-MASTER-REC
                     INVALID KEY
                       CONTINUE
                 END-WRITE
                 IF KSDS-MASTER-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING KSDS MASTER: '
                             KSDS-MASTER-STATUS
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-KSDS-COUNT
                 ADD KSM-BAL TO WS-KSDS-HASH
                 ADD 1 TO TOTAL-REINSERTED
                 MOVE SPACES TO REPORT-REC
                 MOVE SEL-KEY-ID(WS-SEL-SUB) TO RPT-ID
                 MOVE 'DELETE BACKED OUT - RECORD RE-INSERTED'
                      TO RPT-DESC
                 PERFORM WRITE-REPORT-REC
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF NOT KSM-FOUND
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO SEL-PROCESSED(WS-SEL-SUB).
           ADD 1 TO TOTAL-MASTER-READ.
           MOVE KSDS-MASTER-REC(1:62) TO WS-CUR-IMAGE.

           IF WS-CUR-IMAGE NOT = SEL-AFTER(WS-SEL-SUB)
              ADD 1 TO TOTAL-CONFLICTS
              MOVE SPACES TO REPORT-REC
              MOVE KSM-ID TO RPT-ID
              MOVE 'CONFLICT - LATER CHANGE PRESENT, NOT BACKED OUT'
                   TO RPT-DESC
              PERFORM WRITE-REPORT-REC
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT KSM-BAL FROM WS-KSDS-HASH.
           IF SEL-BEFORE(WS-SEL-SUB)(1:5) = SPACES
              DELETE KSDS-MASTER-FILE RECORD
                  INVALID KEY
                    CONTINUE
              END-DELETE
              IF KSDS-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR DELETING KSDS MASTER: '
                          KSDS-MASTER-STATUS
                 STOP RUN
              END-IF
              SUBTRACT 1 FROM WS-KSDS-COUNT
              ADD 1 TO TOTAL-DROPPED
              MOVE SPACES TO REPORT-REC
              MOVE SEL-KEY-ID(WS-SEL-SUB) TO RPT-ID
              MOVE 'ADD BACKED OUT - RECORD DELETED' TO RPT-DESC
              PERFORM WRITE-REPORT-REC
           ELSE
              PERFORM BUILD-KSDS-BEFORE-IMAGE
              REWRITE KSDS-MASTER-REC
                  INVALID KEY
                    CONTINUE
              END-REWRITE
              IF KSDS-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING KSDS MASTER: '
                          KSDS-MASTER-STATUS
                 STOP RUN
              END-IF
              ADD KSM-BAL TO WS-KSDS-HASH
              ADD 1 TO TOTAL-RESTORED
              MOVE SPACES TO REPORT-REC
              MOVE SEL-KEY-ID(WS-SEL-SUB) TO RPT-ID
              MOVE 'BEFORE-IMAGE RESTORED' TO RPT-DESC
              PERFORM WRITE-REPORT-REC
           END-IF.

      **********************************************
      * KSDS MODE: BUILDS THE KSDS RECORD FROM THE CURRENT
      * ENTRY'S BEFORE-IMAGE.
      **********************************************
       BUILD-KSDS-BEFORE-IMAGE.
           MOVE SPACES TO KSDS-MASTER-REC.
           MOVE SEL-BEFORE(WS-SEL-SUB)(1:5) TO KSM-ID.
           MOVE SEL-BEFORE(WS-SEL-SUB)(6:20) TO KSM-NAME.
           MOVE SEL-BEFORE(WS-SEL-SUB)(26:7) TO KSM-BAL.
           MOVE SEL-BEFORE(WS-SEL-SUB)(33:30) TO KSM-ADDRESS.

      **********************************************
      * KSDS MODE: LOADS THE CONTROL TOTALS FROM THE 'TRL**'
      * CONTROL RECORD. A MISSING OR DAMAGED CONTROL RECORD
      * MEANS THE KSDS WAS NOT LOADED BY PSCV13 - ABEND BEFORE
      * BACKING ANYTHING OUT.
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
      * COUNT AND AMOUNT HASH AS ADJUSTED BY THIS RUN. THE
      * RECORD IS READ AGAIN FIRST - RANDOM ACCESS REWRITES BY
      * KEY, BUT THE READ CONFIRMS IT IS STILL THERE.
      **********************************************
       REWRITE-KSDS-CONTROL-REC.
           MOVE 'TRL**' TO KSM-ID.
           READ KSDS-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FATAL: MSTDD CONTROL RECORD TRL** MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
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
      * CHECKS THE MASTDD TRAILER AGAINST THE RECORDS ACTUALLY
      * READ. A MISMATCH MEANS THE MASTER IS SHORT OR CORRUPT -
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
              CLOSE MASTER-FILE
              IF MAST-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING MASTER: ' MAST-STATUS
              END-IF
           END-IF.

           CLOSE BACKOUT-REQUEST-FILE.
              DISPLAY 'WARNING: ERROR CLOSING REQUESTS: ' BCK-STATUS
           END-IF.

           IF SEQ-MODE
              CLOSE NEW-MASTER-FILE
              IF NEW-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING NEW MASTER: '
                          NEW-STATUS
              END-IF
           END-IF.

           CLOSE REPORT-FILE.
           DISPLAY 'DELETES RE-INSERTED:   ' TOTAL-REINSERTED-DISP.
           DISPLAY 'CONFLICTS (UNTOUCHED): ' TOTAL-CONFLICTS-DISP.
           DISPLAY 'ENTRIES NOT ON MASTER: ' TOTAL-UNSEEN-DISP.
           IF KSDS-MODE
              DISPLAY 'KSDS CONTROL COUNT:    ' WS-KSDS-COUNT
           END-IF.
           DISPLAY '========================================'.
