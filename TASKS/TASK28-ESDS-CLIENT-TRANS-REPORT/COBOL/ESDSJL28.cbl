      ******************************************************************
      * BANKING JOURNAL TO ESDS TRANSACTION LOG BRIDGE                 *
      *                                                                *
      * PURPOSE:                                                       *
      * CLIENT STATEMENTS (ESDS28) ARE BUILT FROM TRANS.LOG.ESDS, BUT  *
      * THE BANKING POSTING RUNS (VSAMJOB5 AND ITS COMPANIONS) ONLY    *
      * WRITE TRANS.JOURNAL. THIS NIGHTLY BRIDGE READS THE NIGHT'S     *
      * JOURNAL AND APPENDS EVERY POSTING TO THE ESDS LOG IN ITS       *
      * TRANS-REC LAYOUT, SO BANKING ACTIVITY REACHES THE STATEMENTS   *
      * WITHOUT BEING RE-KEYED.                                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PASS 1 - FINGERPRINT THE JOURNAL: RECORD COUNT, AMOUNT SUM   *
      *     AND FIRST/LAST POSTING DATE. THE FINGERPRINT IS LOOKED UP  *
      *     IN THE RUNCDD RUN-CONTROL KSDS. ALREADY THERE -> THE       *
      *     JOURNAL HAS BEEN APPENDED BEFORE, NOTHING IS WRITTEN AND   *
      *     THE RUN ENDS WITH RETURN CODE 12. A RE-RUN AFTER A FAILED  *
      *     APPEND IS FORCED WITH OVERRIDE=Y ON PARMDD. OTHERWISE THE  *
      *     FINGERPRINT IS REGISTERED AND THE APPEND GOES AHEAD.       *
      *   PASS 2 - APPEND: THE LOG IS OPENED EXTEND. PER JOURNAL       *
      *     RECORD ONE TRANS-REC: ACCOUNT, POSTING DATE, C/D TYPE,     *
      *     AMOUNT AND A SUBTYPE FROM THE JOURNAL SOURCE TYPE:         *
      *       D -> 'DEP'    W -> 'WDR'    R -> 'REV'    T -> 'XFER'    *
      *       I -> 'INT'    F -> 'FEE'    ANY OTHER -> 'JRNL'          *
      *     A RECORD WITH NO POSTING DATE OR A TYPE OTHER THAN C/D IS  *
      *     NOT APPENDED; IT IS LISTED AS AN EXCEPTION AND THE RUN     *
      *     ENDS WITH RETURN CODE 8.                                   *
      *   CONTROL REPORT (RPTDD): ONE LINE PER RECORD APPENDED OR      *
      *   SKIPPED, THEN COUNTS AND CREDIT/DEBIT TOTALS APPENDED.       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  JRNLDD (TRANS.JOURNAL) - BANKING POSTINGS (PS, 80 B)   *
      *         PARMDD (BRIDGE.PARM) - OVERRIDE PARAMETER (PS, 80 B)   *
      * I-O:    RUNCDD (BRIDGE.CONTROL) - RUN-CONTROL DATASET (KSDS)   *
      * OUTPUT: AS-TRNS (TRANS.LOG.ESDS) - CLIENT LOG (ESDS, EXTEND)   *
      *         RPTDD (BRIDGE.REPORT) - CONTROL REPORT (PS, 80 B)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESDSJL28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS JRNL-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT RUN-CONTROL ASSIGN TO RUNCDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RUNC-KEY
             FILE STATUS IS RUNC-STATUS.

           SELECT TRANS-LOG ASSIGN TO AS-TRNS
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRANS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * POSTED-TRANSACTION JOURNAL IN THE VSAMJOB5 LAYOUT
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
          05 FILLER PIC X(23).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC.
          05 PARM-OVERRIDE PIC X(10).
          05 FILLER PIC X(70).

      * RUN-CONTROL DATASET: ONE RECORD PER JOURNAL EVER APPENDED,
      * KEYED BY THE JOURNAL FINGERPRINT.
       FD RUN-CONTROL.
       01 RUNC-REC.
          05 RUNC-KEY.
             10 RUNC-REC-COUNT PIC 9(7).
             10 RUNC-AMT-HASH PIC 9(11)V99.
             10 RUNC-FIRST-DATE PIC 9(8).
             10 RUNC-LAST-DATE PIC 9(8).
          05 RUNC-RUN-DATE PIC 9(8).
          05 RUNC-OVERRIDDEN PIC X(1).
          05 FILLER PIC X(35).

       FD TRANS-LOG.
       01 TRANS-REC.
          05 TRANS-ACCT-ID PIC X(6).
          05 TRANS-DATE PIC X(8).
          05 TRANS-TYPE PIC X(1).
          05 TRANS-AMOUNT PIC 9(7)V99.
          05 TRANS-SUBTYPE PIC X(4).
          05 FILLER PIC X(52).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 JRNL-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).
          05 RUNC-STATUS PIC X(2).
          05 TRANS-LOG-STATUS PIC X(2).
          05 RPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SCAN-EOF PIC X(1) VALUE 'N'.
             88 SCAN-EOF VALUE 'Y'.
          05 WS-OVERRIDE-SW PIC X(1) VALUE 'N'.
             88 RERUN-OVERRIDE VALUE 'Y'.

      * RUN DATE (YYYYMMDD)
       01 WS-RUN-DATE PIC 9(8).

      * JOURNAL FINGERPRINT BUILT BY THE PRE-SCAN PASS
       01 WS-FINGERPRINT.
          05 WS-FP-REC-COUNT PIC 9(7) VALUE 0.
          05 WS-FP-AMT-HASH PIC 9(11)V99 VALUE 0.
          05 WS-FP-FIRST-DATE PIC 9(8) VALUE 0.
          05 WS-FP-LAST-DATE PIC 9(8) VALUE 0.

      * REASON A JOURNAL RECORD WAS NOT APPENDED
       01 WS-SKIP-REASON PIC X(25).

      * CONTROL REPORT DETAIL LINE
       01 WS-RPT-LINE.
          05 RPT-RESULT PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-ACCT-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-SUBTYPE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-AMOUNT PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-REF-ID PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-REASON PIC X(25).

      * CONTROL REPORT HEADER LINES
       01 WS-RPT-HDR1.
          05 FILLER PIC X(40) VALUE
             '---------- JOURNAL TO CLIENT LOG CONTROL'.
          05 FILLER PIC X(40) VALUE
             ' REPORT ----------'.
       01 WS-RPT-HDR2.
          05 FILLER PIC X(40) VALUE
             'RESULT   ACCT   DATE     T SUBT     AMOU'.
          05 FILLER PIC X(40) VALUE
             'NT REFERENCE  REASON'.

      * CONTROL REPORT TOTAL LINE
       01 WS-TOT-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-CNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TOT-AMT PIC Z(10)9.99.
          05 FILLER PIC X(27) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-READ PIC 9(7) VALUE 0.
          05 RECORDS-APPENDED PIC 9(7) VALUE 0.
          05 RECORDS-SKIPPED PIC 9(7) VALUE 0.
          05 CREDIT-CNT PIC 9(7) VALUE 0.
          05 CREDIT-AMT PIC 9(11)V99 VALUE 0.
          05 DEBIT-CNT PIC 9(7) VALUE 0.
          05 DEBIT-AMT PIC 9(11)V99 VALUE 0.
          05 SKIPPED-AMT PIC 9(11)V99 VALUE 0.

      **********************************************
      * MAIN FLOW: PARM -> FINGERPRINT -> RUN CONTROL -> APPEND ->
      * TOTALS -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-OVERRIDE-PARM.
           PERFORM SCAN-JOURNAL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPEND-JOURNAL.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF RECORDS-SKIPPED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD RECORDS. OVERRIDE=Y AUTHORIZES APPENDING
      * A JOURNAL THAT IS ALREADY REGISTERED - ONLY FOR A RE-RUN
      * AFTER A FAILED APPEND. AN EMPTY PARM FILE MEANS NO OVERRIDE.
      **********************************************
       READ-OVERRIDE-PARM.
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
                   IF PARM-OVERRIDE = 'OVERRIDE=Y'
                      SET RERUN-OVERRIDE TO TRUE
                      DISPLAY 'RE-RUN OVERRIDE ACCEPTED FROM PARMDD'
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.

      **********************************************
      * FINGERPRINT PRE-SCAN: READS THE WHOLE JOURNAL ONCE,
      * COUNTING RECORDS, SUMMING AMOUNTS AND NOTING THE FIRST AND
      * LAST POSTING DATE, THEN CLOSES IT AGAIN SO THE APPEND PASS
      * STARTS FROM RECORD ONE.
      **********************************************
       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL SCAN-EOF
              READ JOURNAL-FILE
                AT END
                   SET SCAN-EOF TO TRUE
                NOT AT END
                   IF JRNL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING JOURNAL-FILE: '
                              JRNL-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-FP-REC-COUNT
                   IF JRNL-AMOUNT IS NUMERIC
                      ADD JRNL-AMOUNT TO WS-FP-AMT-HASH
                   END-IF
                   IF JRNL-POST-DATE IS NUMERIC
                      AND JRNL-POST-DATE NOT = ZERO
                      IF WS-FP-FIRST-DATE = ZERO
                         OR JRNL-POST-DATE < WS-FP-FIRST-DATE
                         MOVE JRNL-POST-DATE TO WS-FP-FIRST-DATE
                      END-IF
                      IF JRNL-POST-DATE > WS-FP-LAST-DATE
                         MOVE JRNL-POST-DATE TO WS-FP-LAST-DATE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOOKS THE FINGERPRINT UP IN THE RUN-CONTROL KSDS. ALREADY
      * REGISTERED AND NO OVERRIDE -> REFUSE TO APPEND, RETURN CODE
      * 12. OTHERWISE THE JOURNAL IS REGISTERED (OVERRIDDEN
      * RE-RUNS ARE MARKED AS SUCH) AND THE APPEND PROCEEDS.
      **********************************************
       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL.
           IF RUNC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RUN-CONTROL: ' RUNC-STATUS
              STOP RUN
           END-IF.

           MOVE WS-FP-REC-COUNT TO RUNC-REC-COUNT.
           MOVE WS-FP-AMT-HASH TO RUNC-AMT-HASH.
           MOVE WS-FP-FIRST-DATE TO RUNC-FIRST-DATE.
           MOVE WS-FP-LAST-DATE TO RUNC-LAST-DATE.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RERUN-OVERRIDE
                      DISPLAY 'JOURNAL ALREADY APPENDED ON '
                              RUNC-RUN-DATE
                      DISPLAY 'FINGERPRINT: ' WS-FP-REC-COUNT
                              ' RECORDS, AMOUNT SUM ' WS-FP-AMT-HASH
                      DISPLAY 'POSTING DATES ' WS-FP-FIRST-DATE
                              ' TO ' WS-FP-LAST-DATE
                      DISPLAY 'RUN REFUSED - USE OVERRIDE=Y ON PARMDD'
                              ' ONLY TO RE-RUN A FAILED APPEND'
                      CLOSE RUN-CONTROL
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.
           IF RUNC-STATUS NOT = '00' AND RUNC-STATUS NOT = '23'
              DISPLAY 'READ RUN-CONTROL ERROR: ' RUNC-STATUS
              STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO RUNC-RUN-DATE.
           MOVE WS-OVERRIDE-SW TO RUNC-OVERRIDDEN.
           IF RUNC-STATUS = '00'
              REWRITE RUNC-REC
                  INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE RUNC-REC
                  INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           IF RUNC-STATUS NOT = '00'
              DISPLAY 'ERROR REGISTERING RUN: ' RUNC-STATUS
              STOP RUN
           END-IF.

           CLOSE RUN-CONTROL.
           IF RUNC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RUN-CONTROL: '
                       RUNC-STATUS
           END-IF.

      **********************************************
      * OPEN THE JOURNAL, THE LOG AND THE REPORT AND CHECK STATUS.
      * THE LOG IS OPENED EXTEND - POSTINGS ARE ADDED AFTER WHAT
      * IS ALREADY THERE; '35' (NO DATASET YET) FALLS BACK TO
      * OUTPUT FOR THE FIRST RUN.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND TRANS-LOG.
           IF TRANS-LOG-STATUS = '35'
              OPEN OUTPUT TRANS-LOG
           END-IF.
           IF TRANS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANS LOG: ' TRANS-LOG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT-FILE: ' RPT-STATUS
              STOP RUN
           END-IF.

           WRITE REPORT-REC FROM WS-RPT-HDR1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE REPORT-REC FROM WS-RPT-HDR2.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * PASS 2: READS THE JOURNAL AGAIN AND APPENDS EACH POSTING
      **********************************************
       APPEND-JOURNAL.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF JRNL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING JOURNAL-FILE: '
                              JRNL-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO RECORDS-READ
                   PERFORM APPEND-ONE-POSTING
              END-READ
           END-PERFORM.

      **********************************************
      * BUILDS THE LOG RECORD FOR ONE JOURNAL POSTING AND APPENDS
      * IT, OR LISTS THE POSTING AS SKIPPED WHEN IT HAS NO POSTING
      * DATE OR IS NEITHER A CREDIT NOR A DEBIT.
      **********************************************
       APPEND-ONE-POSTING.
           MOVE SPACES TO WS-SKIP-REASON.
           EVALUATE TRUE
              WHEN JRNL-POST-DATE IS NOT NUMERIC
                 MOVE 'NO POSTING DATE' TO WS-SKIP-REASON
              WHEN JRNL-POST-DATE = ZERO
                 MOVE 'NO POSTING DATE' TO WS-SKIP-REASON
              WHEN JRNL-TYPE NOT = 'C' AND JRNL-TYPE NOT = 'D'
                 MOVE 'UNKNOWN JOURNAL TYPE' TO WS-SKIP-REASON
              WHEN JRNL-AMOUNT IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-SKIP-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE SPACES TO TRANS-REC.
           MOVE JRNL-ACCT-ID TO TRANS-ACCT-ID.
           MOVE JRNL-POST-DATE TO TRANS-DATE.
           MOVE JRNL-TYPE TO TRANS-TYPE.
           PERFORM SET-SUBTYPE.

           IF WS-SKIP-REASON NOT = SPACES
              ADD 1 TO RECORDS-SKIPPED
              IF JRNL-AMOUNT IS NUMERIC
                 ADD JRNL-AMOUNT TO SKIPPED-AMT
              END-IF
              MOVE 'SKIPPED' TO RPT-RESULT
              PERFORM WRITE-ITEM-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE JRNL-AMOUNT TO TRANS-AMOUNT.
           WRITE TRANS-REC.
           IF TRANS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANS LOG: ' TRANS-LOG-STATUS
              DISPLAY 'RE-RUN WITH OVERRIDE=Y ONCE THE LOG IS RESTORED'
              STOP RUN
           END-IF.
           ADD 1 TO RECORDS-APPENDED.
           IF JRNL-TYPE = 'C'
              ADD 1 TO CREDIT-CNT
              ADD JRNL-AMOUNT TO CREDIT-AMT
           ELSE
              ADD 1 TO DEBIT-CNT
              ADD JRNL-AMOUNT TO DEBIT-AMT
           END-IF.
           MOVE 'APPENDED' TO RPT-RESULT.
           PERFORM WRITE-ITEM-LINE.

      **********************************************
      * DERIVES TRANS-SUBTYPE FROM THE JOURNAL SOURCE TYPE
      **********************************************
       SET-SUBTYPE.
           EVALUATE JRNL-SOURCE-TYPE
              WHEN 'D'
                 MOVE 'DEP' TO TRANS-SUBTYPE
              WHEN 'W'
                 MOVE 'WDR' TO TRANS-SUBTYPE
              WHEN 'R'
                 MOVE 'REV' TO TRANS-SUBTYPE
              WHEN 'T'
                 MOVE 'XFER' TO TRANS-SUBTYPE
              WHEN 'I'
                 MOVE 'INT' TO TRANS-SUBTYPE
              WHEN 'F'
                 MOVE 'FEE' TO TRANS-SUBTYPE
              WHEN OTHER
                 MOVE 'JRNL' TO TRANS-SUBTYPE
           END-EVALUATE.

      **********************************************
      * ONE CONTROL REPORT LINE FOR THE CURRENT JOURNAL RECORD.
      * CALLER SETS RPT-RESULT.
      **********************************************
       WRITE-ITEM-LINE.
           MOVE JRNL-ACCT-ID TO RPT-ACCT-ID.
           MOVE TRANS-DATE TO RPT-DATE.
           MOVE JRNL-TYPE TO RPT-TYPE.
           MOVE TRANS-SUBTYPE TO RPT-SUBTYPE.
           IF JRNL-AMOUNT IS NUMERIC
              MOVE JRNL-AMOUNT TO RPT-AMOUNT
           ELSE
              MOVE ZERO TO RPT-AMOUNT
           END-IF.
           MOVE JRNL-REF-ID TO RPT-REF-ID.
           MOVE WS-SKIP-REASON TO RPT-REASON.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * RUN TOTALS AT THE END OF THE CONTROL REPORT
      **********************************************
       WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'JOURNAL RECORDS READ' TO TOT-LABEL.
           MOVE RECORDS-READ TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'CREDITS APPENDED' TO TOT-LABEL.
           MOVE CREDIT-CNT TO TOT-CNT.
           MOVE CREDIT-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'DEBITS APPENDED' TO TOT-LABEL.
           MOVE DEBIT-CNT TO TOT-CNT.
           MOVE DEBIT-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'TOTAL APPENDED' TO TOT-LABEL.
           MOVE RECORDS-APPENDED TO TOT-CNT.
           COMPUTE TOT-AMT = CREDIT-AMT + DEBIT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE 'SKIPPED - SEE EXCEPTIONS' TO TOT-LABEL.
           MOVE RECORDS-SKIPPED TO TOT-CNT.
           MOVE SKIPPED-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

      **********************************************
      * WRITE THE PREPARED TOTAL LINE
      **********************************************
       WRITE-TOTAL-LINE.
           WRITE REPORT-REC FROM WS-TOT-LINE.
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
           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING JOURNAL-FILE: '
                       JRNL-STATUS
           END-IF.

           CLOSE TRANS-LOG.
           IF TRANS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANS LOG: '
                       TRANS-LOG-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT-FILE: '
                       RPT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'JOURNAL TO CLIENT LOG BRIDGE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'POSTING DATES:      ' WS-FP-FIRST-DATE
                   ' TO ' WS-FP-LAST-DATE.
           DISPLAY 'RECORDS READ:       ' RECORDS-READ.
           DISPLAY 'RECORDS APPENDED:   ' RECORDS-APPENDED.
           DISPLAY 'RECORDS SKIPPED:    ' RECORDS-SKIPPED.
           DISPLAY '========================================'.
