      ******************************************************************
      * ACCOUNT DATA EXTRACT FOR THE ARCHIVE BATCH                     *
      *                                                                *
      * PURPOSE:                                                       *
      * GDGJOB27 ROUTES ACCOUNTS FROM THE SEQUENTIAL ACCOUNT FILE      *
      * (ACCT.DATA), WHICH USED TO BE PREPARED BY HAND FROM AN EXPORT  *
      * AND OFTEN CARRIED STALE LAST-ACTIVITY DATES. THIS RUN BUILDS   *
      * THAT FILE DIRECTLY FROM ACCT.MASTER, TAKES THE LAST-ACTIVITY   *
      * DATE FROM THE NEWEST TRANS.JOURNAL POSTING PER ACCOUNT AND     *
      * CLOSES THE FILE WITH A COUNT/AMOUNT TRAILER THAT GDGJOB27      *
      * VERIFIES BEFORE ROUTING.                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE PREVIOUS EXTRACT (PRIORDD, OPTIONAL) IS LOADED INTO THE  *
      *   LAST-ACTIVITY TABLE FIRST, THEN EVERY JOURNAL POSTING        *
      *   (JRNLDD - THE MOUNTED GENERATIONS ARE WHATEVER THE JCL       *
      *   CONCATENATES) RAISES ITS ACCOUNT'S DATE TO THE POSTING DATE  *
      *   WHEN NEWER. AN ACCOUNT WITH NO POSTING IN THE MOUNTED        *
      *   JOURNALS THUS KEEPS THE DATE OF THE PREVIOUS EXTRACT.        *
      *   ACCT.MASTER IS READ IN KEY ORDER:                            *
      *     CLOSED ACCOUNTS (STATUS 'C') ARE NOT EXTRACTED.            *
      *     EVERY OTHER ACCOUNT IS WRITTEN IN THE ACCT-DATA LAYOUT:    *
      *       ID, NAME, LAST-ACTIVITY DATE FROM THE TABLE (ZERO WHEN   *
      *       THE ACCOUNT HAS NEVER POSTED) AND ACCT-BAL.              *
      *   TRAILER: ID '*TRLR*', RECORD COUNT AND BALANCE TOTAL OF THE  *
      *   DETAIL RECORDS WRITTEN.                                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  EMPDD  (ACCT.MASTER)   - ACCOUNT MASTER (KSDS)         *
      *         JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)      *
      *         PRIORDD (ACCT.DATA(0)) - OPTIONAL PREVIOUS EXTRACT     *
      * OUTPUT: INPSDD (ACCT.DATA(+1)) - GDGJOB27 ACCOUNT FILE (PS)    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDGEX27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO EMPDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-ID
              FILE STATUS IS ACCT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS JRNL-STATUS.

           SELECT OPTIONAL PRIOR-DATA-FILE ASSIGN TO PRIORDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRIOR-STATUS.

           SELECT ACCT-DATA-FILE ASSIGN TO INPSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ACCT-DATA-STATUS.

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

      * PREVIOUS GENERATION OF THIS EXTRACT (SAME LAYOUT AS INPSDD)
       FD PRIOR-DATA-FILE RECORDING MODE IS F.
       01 PRIOR-DATA.
          05 PRIOR-ACCT-ID PIC X(6).
          05 PRIOR-CUST-NAME PIC X(25).
          05 PRIOR-LAST-ACTV-DATE PIC 9(8).
          05 PRIOR-BALANCE PIC 9(7)V99.
          05 FILLER PIC X(10).

      * GDGJOB27 ACCOUNT FILE: DETAIL RECORDS THEN ONE TRAILER
       FD ACCT-DATA-FILE RECORDING MODE IS F.
       01 ACCT-DATA.
          05 DATA-ACCT-ID PIC X(6).
          05 DATA-CUST-NAME PIC X(25).
          05 DATA-LAST-ACTV-DATE PIC 9(8).
          05 DATA-BALANCE PIC 9(7)V99.
          05 FILLER PIC X(10).
       01 ACCT-DATA-TRAILER.
          05 TRLR-ID PIC X(6).
          05 TRLR-REC-COUNT PIC 9(7).
          05 TRLR-BAL-TOTAL PIC 9(11)V99.
          05 FILLER PIC X(32).

       WORKING-STORAGE SECTION.

      * FILE STATUSES VARIABLES
       01 WS-FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 JRNL-STATUS PIC X(2).
          05 PRIOR-STATUS PIC X(2).
          05 ACCT-DATA-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-JRNL-EOF PIC X(1) VALUE 'N'.
             88 JRNL-EOF VALUE 'Y'.
          05 WS-PRIOR-EOF PIC X(1) VALUE 'N'.
             88 PRIOR-EOF VALUE 'Y'.
          05 WS-ACTV-FOUND PIC X(1) VALUE 'N'.
             88 ACTV-FOUND VALUE 'Y'.
             88 ACTV-NOT-FOUND VALUE 'N'.

      * TRAILER RECORD IDENTIFIER SHARED WITH GDGJOB27
       01 WS-TRAILER-ID PIC X(6) VALUE '*TRLR*'.

      * LAST-ACTIVITY DATE PER ACCOUNT (PRIOR EXTRACT + JOURNALS)
       01 ACTV-TABLE-MAX PIC 9(5) VALUE 5000.
       01 ACTV-TABLE.
          05 ACTV-ENTRY OCCURS 5000 TIMES.
             10 ACTV-TBL-ID PIC X(6).
             10 ACTV-TBL-DATE PIC 9(8).

      * LAST-ACTIVITY LOOKUP WORK VARIABLES
       01 WS-ACTV-VARS.
          05 WS-ACTV-COUNT PIC 9(5) VALUE 0.
          05 WS-ACTV-IDX PIC 9(5) VALUE 0.
          05 WS-ACTV-HIT PIC 9(5) VALUE 0.
          05 WS-LOOKUP-ID PIC X(6).

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 MASTER-COUNT PIC 9(7) VALUE 0.
          05 CLOSED-COUNT PIC 9(7) VALUE 0.
          05 WRITTEN-COUNT PIC 9(7) VALUE 0.
          05 NO-DATE-COUNT PIC 9(7) VALUE 0.
          05 PRIOR-COUNT PIC 9(7) VALUE 0.
          05 JRNL-COUNT PIC 9(7) VALUE 0.
          05 BAL-TOTAL PIC 9(11)V99 VALUE 0.

      * FORMATTED DISPLAY COUNTERS FOR THE SUMMARY
       01 WS-DISP-COUNTERS.
          05 MASTER-COUNT-DISP PIC Z(6)9.
          05 CLOSED-COUNT-DISP PIC Z(6)9.
          05 WRITTEN-COUNT-DISP PIC Z(6)9.
          05 NO-DATE-COUNT-DISP PIC Z(6)9.
          05 PRIOR-COUNT-DISP PIC Z(6)9.
          05 JRNL-COUNT-DISP PIC Z(6)9.
          05 BAL-TOTAL-DISP PIC Z(10)9.99.

      **********************************************
      * PRIOR DATES -> JOURNAL DATES -> EXTRACT ->
      * TRAILER -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PRIOR-EXTRACT.
           PERFORM LOAD-JOURNAL-DATES.
           PERFORM OPEN-ALL-FILES.
           PERFORM EXTRACT-ACCOUNTS.
           PERFORM WRITE-TRAILER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * LOADS THE LAST-ACTIVITY DATES OF THE PREVIOUS
      * EXTRACT (PRIORDD) SO ACCOUNTS WITHOUT A POSTING
      * IN THE MOUNTED JOURNALS KEEP THEIR DATE. AN
      * ABSENT FILE MEANS A FIRST RUN - DATES THEN COME
      * FROM THE JOURNALS ONLY. ANY OTHER OPEN FAILURE
      * STOPS THE RUN WITH RC 12 RATHER THAN LOSE THE
      * DATES. THE TRAILER IS SKIPPED.
      **********************************************
       LOAD-PRIOR-EXTRACT.
           MOVE 0 TO WS-ACTV-COUNT.
           OPEN INPUT PRIOR-DATA-FILE.
           IF PRIOR-STATUS = '05'
              CLOSE PRIOR-DATA-FILE
              EXIT PARAGRAPH
           END-IF.
           IF PRIOR-STATUS = '35'
              EXIT PARAGRAPH
           END-IF.
           IF PRIOR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRIOR EXTRACT: ' PRIOR-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL PRIOR-EOF
              READ PRIOR-DATA-FILE
                AT END
                   SET PRIOR-EOF TO TRUE
                NOT AT END
                   IF PRIOR-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PRIOR EXTRACT: '
                              PRIOR-STATUS
                      STOP RUN
                   END-IF
                   IF PRIOR-ACCT-ID NOT = WS-TRAILER-ID
                      AND PRIOR-LAST-ACTV-DATE IS NUMERIC
                      ADD 1 TO PRIOR-COUNT
                      MOVE PRIOR-ACCT-ID TO WS-LOOKUP-ID
                      PERFORM FIND-ACTV-ENTRY
                      IF PRIOR-LAST-ACTV-DATE
                            > ACTV-TBL-DATE(WS-ACTV-HIT)
                         MOVE PRIOR-LAST-ACTV-DATE
                           TO ACTV-TBL-DATE(WS-ACTV-HIT)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE PRIOR-DATA-FILE.

      **********************************************
      * READS EVERY MOUNTED JOURNAL POSTING AND RAISES
      * THE ACCOUNT'S LAST-ACTIVITY DATE TO THE POSTING
      * DATE WHEN NEWER. RECORDS WITHOUT A POSTING DATE
      * CANNOT DATE ANY ACTIVITY AND ARE PASSED OVER.
      **********************************************
       LOAD-JOURNAL-DATES.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL JRNL-EOF
              READ JOURNAL-FILE
                AT END
                   SET JRNL-EOF TO TRUE
                NOT AT END
                   IF JRNL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING JOURNAL-FILE: '
                              JRNL-STATUS
                      STOP RUN
                   END-IF
                   IF JRNL-POST-DATE IS NUMERIC
                      AND JRNL-POST-DATE NOT = ZERO
                      ADD 1 TO JRNL-COUNT
                      MOVE JRNL-ACCT-ID TO WS-LOOKUP-ID
                      PERFORM FIND-ACTV-ENTRY
                      IF JRNL-POST-DATE > ACTV-TBL-DATE(WS-ACTV-HIT)
                         MOVE JRNL-POST-DATE
                           TO ACTV-TBL-DATE(WS-ACTV-HIT)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING JOURNAL-FILE: '
                      JRNL-STATUS
           END-IF.

      **********************************************
      * LOCATES WS-LOOKUP-ID IN ACTV-TABLE, ADDING A NEW
      * ENTRY WITH A ZERO DATE WHEN IT IS NOT THERE YET.
      * LEAVES THE ENTRY'S SUBSCRIPT IN WS-ACTV-HIT.
      **********************************************
       FIND-ACTV-ENTRY.
           SET ACTV-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-ACTV-HIT.
           PERFORM VARYING WS-ACTV-IDX FROM 1 BY 1
               UNTIL WS-ACTV-IDX > WS-ACTV-COUNT OR ACTV-FOUND
              IF ACTV-TBL-ID(WS-ACTV-IDX) = WS-LOOKUP-ID
                 SET ACTV-FOUND TO TRUE
                 MOVE WS-ACTV-IDX TO WS-ACTV-HIT
              END-IF
           END-PERFORM.
           IF ACTV-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF WS-ACTV-COUNT >= ACTV-TABLE-MAX
              DISPLAY 'FATAL: LAST-ACTIVITY TABLE OVERFLOW, MAX='
                      ACTV-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO WS-ACTV-COUNT.
           MOVE WS-LOOKUP-ID TO ACTV-TBL-ID(WS-ACTV-COUNT).
           MOVE 0 TO ACTV-TBL-DATE(WS-ACTV-COUNT).
           MOVE WS-ACTV-COUNT TO WS-ACTV-HIT.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER: ' ACCT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ACCT-DATA-FILE.
           IF ACCT-DATA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-DATA FILE: ' ACCT-DATA-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS ACCT.MASTER IN KEY ORDER. CLOSED ACCOUNTS
      * ARE SKIPPED; EVERY OTHER ACCOUNT IS WRITTEN WITH
      * ITS LAST-ACTIVITY DATE AND CURRENT BALANCE.
      **********************************************
       EXTRACT-ACCOUNTS.
           PERFORM UNTIL EOF
              READ ACCT-MASTER NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF ACCT-STATUS NOT = '00'
                      DISPLAY 'READ VSAM FILE ERROR: ' ACCT-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO MASTER-COUNT
                   IF ACCT-CLOSED
                      ADD 1 TO CLOSED-COUNT
                   ELSE
                      PERFORM WRITE-ACCT-DATA
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * BUILDS AND WRITES ONE ACCT-DATA DETAIL RECORD
      * AND ADDS IT TO THE TRAILER TOTALS.
      **********************************************
       WRITE-ACCT-DATA.
           MOVE SPACES TO ACCT-DATA.
           MOVE ACCT-ID TO DATA-ACCT-ID.
           MOVE ACCT-NAME TO DATA-CUST-NAME.
           MOVE ACCT-BAL TO DATA-BALANCE.
           MOVE DATA-ACCT-ID TO WS-LOOKUP-ID.
           PERFORM FIND-ACTV-ENTRY.
           MOVE ACTV-TBL-DATE(WS-ACTV-HIT) TO DATA-LAST-ACTV-DATE.
           IF DATA-LAST-ACTV-DATE = ZERO
              ADD 1 TO NO-DATE-COUNT
           END-IF.
           WRITE ACCT-DATA.
           IF ACCT-DATA-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACCT-DATA FILE: ' ACCT-DATA-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO WRITTEN-COUNT.
           ADD ACCT-BAL TO BAL-TOTAL.

      **********************************************
      * WRITES THE COUNT/AMOUNT TRAILER GDGJOB27 CHECKS
      * BEFORE IT ROUTES ANY ACCOUNT.
      **********************************************
       WRITE-TRAILER.
           MOVE SPACES TO ACCT-DATA-TRAILER.
           MOVE WS-TRAILER-ID TO TRLR-ID.
           MOVE WRITTEN-COUNT TO TRLR-REC-COUNT.
           MOVE BAL-TOTAL TO TRLR-BAL-TOTAL.
           WRITE ACCT-DATA-TRAILER.
           IF ACCT-DATA-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACCT-DATA TRAILER: '
                      ACCT-DATA-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES WITH WARNING ON BAD STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT-MASTER: '
                  ACCT-STATUS
           END-IF.

           CLOSE ACCT-DATA-FILE.
           IF ACCT-DATA-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT-DATA FILE: '
                  ACCT-DATA-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE MASTER-COUNT TO MASTER-COUNT-DISP.
           MOVE CLOSED-COUNT TO CLOSED-COUNT-DISP.
           MOVE WRITTEN-COUNT TO WRITTEN-COUNT-DISP.
           MOVE NO-DATE-COUNT TO NO-DATE-COUNT-DISP.
           MOVE PRIOR-COUNT TO PRIOR-COUNT-DISP.
           MOVE JRNL-COUNT TO JRNL-COUNT-DISP.
           MOVE BAL-TOTAL TO BAL-TOTAL-DISP.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT DATA EXTRACT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PRIOR EXTRACT RECORDS:  ' PRIOR-COUNT-DISP.
           DISPLAY 'JOURNAL POSTINGS:       ' JRNL-COUNT-DISP.
           DISPLAY 'MASTER ACCOUNTS READ:   ' MASTER-COUNT-DISP.
           DISPLAY 'CLOSED, NOT EXTRACTED:  ' CLOSED-COUNT-DISP.
           DISPLAY 'ACCOUNTS EXTRACTED:     ' WRITTEN-COUNT-DISP.
           DISPLAY 'NO ACTIVITY ON RECORD:  ' NO-DATE-COUNT-DISP.
           DISPLAY 'TRAILER BALANCE TOTAL:  ' BAL-TOTAL-DISP.
           DISPLAY '========================================'.
