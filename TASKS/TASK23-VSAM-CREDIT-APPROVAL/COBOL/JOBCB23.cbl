      ******************************************************************
      * CREDIT BUREAU REFRESH OF CREDIT.MASTER                         *
      *                                                                *
      * PURPOSE:                                                       *
      * CREDIT-SCORE ON CREDIT.MASTER WAS ONLY EVER SET WHEN THE       *
      * CUSTOMER WAS FIRST LOADED, SO JOBSUB23 APPROVED AGAINST        *
      * SCORES THAT COULD BE YEARS OLD. THIS STEP APPLIES THE MONTHLY  *
      * CREDIT BUREAU RESPONSE FILE TO CREDIT.MASTER, KEEPS THE PRIOR  *
      * SCORE FOR COMPARISON, AND REPORTS THE CUSTOMERS WHOSE NEW      *
      * SCORE MOVES THEM INTO A DIFFERENT DEBT-LIMIT BAND.             *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LIMTDD IS THE SAME SCORE-FLOOR DEBT LIMIT TABLE JOBSUB23     *
      *   USES. A SCORE'S BAND IS THE ROW WITH THE HIGHEST FLOOR NOT   *
      *   ABOVE IT; A SCORE BELOW EVERY FLOOR FALLS IN THE LOWEST-     *
      *   FLOOR ROW (AS IN SUB1JB23).                                  *
      *   PER BUREAU RECORD (BURDD):                                   *
      *     SCORE, LATE COUNT, EXTERNAL DEBT NOT NUMERIC, OR REPORT    *
      *       DATE NOT A VALID YYYYMMDD     -> REJECTED.               *
      *     CUSTOMER NOT ON CREDIT.MASTER   -> FOLLOW-UP LIST.         *
      *     REPORT DATE OLDER THAN THE ONE ON FILE -> REJECTED.        *
      *     REPORT DATE EQUAL TO THE ONE ON FILE   -> REJECTED AS      *
      *       ALREADY APPLIED (KEEPS THE PRIOR SCORE MEANINGFUL).      *
      *     OTHERWISE: PRIOR-CREDIT-SCORE = CREDIT-SCORE, THEN         *
      *       CREDIT-SCORE, BUREAU LATE COUNT, EXTERNAL DEBT AND       *
      *       REPORT DATE TAKE THE BUREAU VALUES. LATE-PAYMENTS IS     *
      *       RAISED TO THE BUREAU COUNT WHEN THAT IS HIGHER - IT IS   *
      *       NEVER LOWERED, SO LATE MARKS FROM OUR OWN SERVICING      *
      *       (JOBRP23) ARE NOT LOST. CURRENT-DEBT STAYS OUR OWN       *
      *       EXPOSURE (JOBBK23/JOBRP23); THE BUREAU'S FIGURE IS KEPT  *
      *       SEPARATELY IN BUREAU-EXTERNAL-DEBT.                      *
      *     A CHANGE OF BAND IS PRINTED ON THE MOVEMENT REPORT WITH    *
      *     THE OLD AND NEW SCORE AND DEBT LIMIT.                      *
      *   RETURN CODE 4 WHEN ANY RECORD WAS REJECTED OR UNMATCHED.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BURDD (BUREAU.RESPONSE) - BUREAU RESPONSE FILE (PS)    *
      *         LIMTDD (DEBT.LIMITS) - SCORE-FLOOR DEBT LIMIT TABLE    *
      * IN/OUT: VSAMDD (CREDIT.MASTER) - VSAM KSDS CUSTOMER MASTER     *
      * OUTPUT: RPTDD (BUREAU.MOVEMENT) - BAND MOVEMENT REPORT (PS)    *
      *         FOLDD (BUREAU.FOLLOWUP) - UNMATCHED CUSTOMERS (PS)     *
      *         EXCDD (BUREAU.EXCEPTS) - REJECTED RECORDS (PS)         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCB23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUREAU-FILE ASSIGN TO BURDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BUREAU-STATUS.

           SELECT LIMIT-FILE ASSIGN TO LIMTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LIMIT-STATUS.

           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS VSAM-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-STATUS.

           SELECT FOLLOWUP-FILE ASSIGN TO FOLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FOLLOWUP-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO EXCDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ONE BUREAU RESPONSE PER CUSTOMER
       FD BUREAU-FILE RECORDING MODE IS F.
       01 BUREAU-REC.
          05 BUR-CUST-ID PIC X(6).
          05 BUR-SCORE PIC X(3).
          05 BUR-SCORE-N REDEFINES BUR-SCORE PIC 9(3).
          05 BUR-LATE-PAYMENTS PIC X(2).
          05 BUR-LATE-PAYMENTS-N REDEFINES BUR-LATE-PAYMENTS
                                 PIC 9(2).
          05 BUR-EXTERNAL-DEBT PIC X(9).
          05 BUR-EXTERNAL-DEBT-N REDEFINES BUR-EXTERNAL-DEBT
                                 PIC 9(7)V99.
          05 BUR-REPORT-DATE PIC X(8).
          05 BUR-REPORT-DATE-N REDEFINES BUR-REPORT-DATE PIC 9(8).
          05 FILLER PIC X(52).

       FD LIMIT-FILE RECORDING MODE IS F.
       01 LIMIT-REC.
          05 LIM-SCORE-FLOOR PIC 9(3).
          05 LIM-DEBT-LIMIT PIC 9(6)V99.
          05 FILLER PIC X(69).

      * CUSTOMER MASTER (JOBSUB23 LAYOUT) WITH THE BUREAU FIELDS
       FD VSAM-FILE.
       01 CUST-REC.
          05 CUST-ID PIC X(6).
          05 CUST-NAME PIC X(25).
          05 CREDIT-SCORE PIC 9(3).
          05 LATE-PAYMENTS PIC 9(2).
          05 CURRENT-DEBT PIC 9(5)V99.
          05 PRIOR-CREDIT-SCORE PIC 9(3).
          05 BUREAU-REPORT-DATE PIC 9(8).
          05 BUREAU-LATE-PAYMENTS PIC 9(2).
          05 BUREAU-EXTERNAL-DEBT PIC 9(7)V99.
          05 FILLER PIC X(15).

       FD MOVEMENT-FILE RECORDING MODE IS F.
       01 MOVEMENT-REC PIC X(80).

       FD FOLLOWUP-FILE RECORDING MODE IS F.
       01 FOLLOWUP-REC PIC X(80).

       FD EXCEPT-FILE RECORDING MODE IS F.
       01 EXCEPT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 BUREAU-STATUS PIC X(2).
          05 LIMIT-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 MOVEMENT-STATUS PIC X(2).
          05 FOLLOWUP-STATUS PIC X(2).
          05 EXCEPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.

      * DEBT LIMIT TABLE LOADED FROM LIMTDD (JOBSUB23 LAYOUT)
       01 DEBT-LIMIT-TABLE-MAX PIC 9(2) VALUE 10.
       01 DEBT-LIMIT-TABLE.
          05 DEBT-LIMIT-COUNT PIC 9(2) VALUE 0.
          05 DEBT-LIMIT-ENTRY OCCURS 10 TIMES.
             10 LIMIT-SCORE-FLOOR PIC 9(3).
             10 LIMIT-DEBT-AMOUNT PIC 9(6)V99.

      * BAND RESOLUTION WORK FIELDS
       01 WS-BAND-SCORE PIC 9(3) VALUE 0.
       01 WS-BAND-ROW PIC 9(2) VALUE 0.
       01 WS-LOWEST-ROW PIC 9(2) VALUE 0.
       01 WS-LIMIT-SUB PIC 9(2) VALUE 0.
       01 WS-OLD-BAND-ROW PIC 9(2) VALUE 0.
       01 WS-NEW-BAND-ROW PIC 9(2) VALUE 0.
       01 WS-OLD-SCORE PIC 9(3) VALUE 0.
       01 WS-REASON PIC X(40) VALUE SPACES.

      * MOVEMENT REPORT LINES
       01 MOV-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'CUST   NAME                      OLD NEW'.
          05 FILLER PIC X(40) VALUE
             ' OLD LIMIT NEW LIMIT MOVE  REPORTED     '.

       01 MOV-DETAIL-LINE.
          05 MDL-CUST-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-NAME PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-OLD-SCORE PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-NEW-SCORE PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-OLD-LIMIT PIC ZZZZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-NEW-LIMIT PIC ZZZZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 MDL-DIRECTION PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 MDL-REPORT-DATE PIC 9(8).
          05 FILLER PIC X(5) VALUE SPACES.

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-READ PIC 9(5) VALUE 0.
          05 RECORDS-APPLIED PIC 9(5) VALUE 0.
          05 RECORDS-REJECTED PIC 9(5) VALUE 0.
          05 RECORDS-UNMATCHED PIC 9(5) VALUE 0.
          05 BAND-MOVES-UP PIC 9(5) VALUE 0.
          05 BAND-MOVES-DOWN PIC 9(5) VALUE 0.

       01 WS-DISP-COUNTERS.
          05 RECORDS-READ-DISP PIC Z(4)9.
          05 RECORDS-APPLIED-DISP PIC Z(4)9.
          05 RECORDS-REJECTED-DISP PIC Z(4)9.
          05 RECORDS-UNMATCHED-DISP PIC Z(4)9.
          05 BAND-MOVES-UP-DISP PIC Z(4)9.
          05 BAND-MOVES-DOWN-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> LOAD LIMITS -> APPLY EVERY BUREAU
      * RECORD -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-DEBT-LIMIT-TABLE.
           PERFORM PROCESS-ALL-RECORDS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF RECORDS-REJECTED > 0 OR RECORDS-UNMATCHED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT BUREAU-FILE.
           IF BUREAU-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BUREAU FILE: ' BUREAU-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT LIMIT-FILE.
           IF LIMIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LIMIT FILE: ' LIMIT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT MOVEMENT-FILE.
           IF MOVEMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MOVEMENT FILE: ' MOVEMENT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT FOLLOWUP-FILE.
           IF FOLLOWUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FOLLOW-UP FILE: '
                       FOLLOWUP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPT-FILE.
           IF EXCEPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXCEPT-STATUS
              STOP RUN
           END-IF.

           MOVE MOV-HEAD-LINE TO MOVEMENT-REC.
           PERFORM WRITE-MOVEMENT-LINE.

      **********************************************
      * LOADS THE LIMTDD DEBT LIMIT ROWS. AN EMPTY OR OVERFULL
      * TABLE IS A POLICY CONFIGURATION ERROR AND STOPS THE RUN.
      **********************************************
       LOAD-DEBT-LIMIT-TABLE.
           PERFORM UNTIL EOF
              READ LIMIT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LIMIT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LIMIT FILE: ' LIMIT-STATUS
                      STOP RUN
                   END-IF
                   IF DEBT-LIMIT-COUNT >= DEBT-LIMIT-TABLE-MAX
                      DISPLAY 'DEBT LIMIT TABLE FULL - INCREASE '
                              'DEBT-LIMIT-TABLE-MAX'
                      STOP RUN
                   END-IF
                   ADD 1 TO DEBT-LIMIT-COUNT
                   MOVE LIM-SCORE-FLOOR
                      TO LIMIT-SCORE-FLOOR (DEBT-LIMIT-COUNT)
                   MOVE LIM-DEBT-LIMIT
                      TO LIMIT-DEBT-AMOUNT (DEBT-LIMIT-COUNT)
              END-READ
           END-PERFORM.
           SET NOT-EOF TO TRUE.
           IF DEBT-LIMIT-COUNT = 0
              DISPLAY 'NO DEBT LIMIT ROWS LOADED FROM LIMTDD'
              STOP RUN
           END-IF.
           CLOSE LIMIT-FILE.
           IF LIMIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LIMIT FILE: '
                       LIMIT-STATUS
           END-IF.

           MOVE 1 TO WS-LOWEST-ROW.
           PERFORM VARYING WS-LIMIT-SUB FROM 2 BY 1
                   UNTIL WS-LIMIT-SUB > DEBT-LIMIT-COUNT
              IF LIMIT-SCORE-FLOOR (WS-LIMIT-SUB)
                 < LIMIT-SCORE-FLOOR (WS-LOWEST-ROW)
                 MOVE WS-LIMIT-SUB TO WS-LOWEST-ROW
              END-IF
           END-PERFORM.

      **********************************************
      * READS THE BUREAU FILE UNTIL EOF AND APPLIES EACH RECORD
      **********************************************
       PROCESS-ALL-RECORDS.
           PERFORM UNTIL EOF
              READ BUREAU-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF BUREAU-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BUREAU FILE: '
                              BUREAU-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-ONE-RECORD
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE BUREAU RECORD, MATCHES IT TO ITS CUSTOMER
      * AND REFRESHES THE CUSTOMER FROM IT
      **********************************************
       APPLY-ONE-RECORD.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN BUR-SCORE IS NOT NUMERIC
                  MOVE 'SCORE NOT NUMERIC' TO WS-REASON
               WHEN BUR-LATE-PAYMENTS IS NOT NUMERIC
                  MOVE 'LATE PAYMENT COUNT NOT NUMERIC' TO WS-REASON
               WHEN BUR-EXTERNAL-DEBT IS NOT NUMERIC
                  MOVE 'EXTERNAL DEBT NOT NUMERIC' TO WS-REASON
               WHEN BUR-REPORT-DATE IS NOT NUMERIC
                  MOVE 'INVALID REPORT DATE' TO WS-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BUR-REPORT-DATE-N)
                    NOT = 0
                  MOVE 'INVALID REPORT DATE' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              PERFORM WRITE-EXCEPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE BUR-CUST-ID TO CUST-ID.
           READ VSAM-FILE
               INVALID KEY
                  IF VSAM-STATUS = '23'
                     PERFORM WRITE-FOLLOWUP-LINE
                     EXIT PARAGRAPH
                  ELSE
                     DISPLAY 'VSAM ERROR: ' VSAM-STATUS
                     DISPLAY 'CUSTOMER ID: ' BUR-CUST-ID
                     STOP RUN
                  END-IF
           END-READ.

      * A CUSTOMER NEVER REFRESHED BEFORE HAS NO REPORT DATE
           IF BUREAU-REPORT-DATE IS NOT NUMERIC
              MOVE 0 TO BUREAU-REPORT-DATE
           END-IF.
           IF BUR-REPORT-DATE-N < BUREAU-REPORT-DATE
              MOVE 'OLDER THAN REPORT ON FILE' TO WS-REASON
           END-IF.
           IF BUR-REPORT-DATE-N = BUREAU-REPORT-DATE
              MOVE 'REPORT ALREADY APPLIED' TO WS-REASON
           END-IF.
           IF WS-REASON NOT = SPACES
              PERFORM WRITE-EXCEPT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE CREDIT-SCORE TO WS-OLD-SCORE.
           MOVE CREDIT-SCORE TO PRIOR-CREDIT-SCORE.
           MOVE BUR-SCORE-N TO CREDIT-SCORE.
           MOVE BUR-REPORT-DATE-N TO BUREAU-REPORT-DATE.
           MOVE BUR-LATE-PAYMENTS-N TO BUREAU-LATE-PAYMENTS.
           MOVE BUR-EXTERNAL-DEBT-N TO BUREAU-EXTERNAL-DEBT.
           IF BUR-LATE-PAYMENTS-N > LATE-PAYMENTS
              MOVE BUR-LATE-PAYMENTS-N TO LATE-PAYMENTS
           END-IF.

           REWRITE CUST-REC
               INVALID KEY
                  DISPLAY 'ERROR REWRITING CUSTOMER: ' VSAM-STATUS
                  DISPLAY 'CUSTOMER ID: ' CUST-ID
                  STOP RUN
           END-REWRITE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CUSTOMER: ' VSAM-STATUS
              DISPLAY 'CUSTOMER ID: ' CUST-ID
              STOP RUN
           END-IF.
           ADD 1 TO RECORDS-APPLIED.

           MOVE WS-OLD-SCORE TO WS-BAND-SCORE.
           PERFORM RESOLVE-BAND.
           MOVE WS-BAND-ROW TO WS-OLD-BAND-ROW.
           MOVE CREDIT-SCORE TO WS-BAND-SCORE.
           PERFORM RESOLVE-BAND.
           MOVE WS-BAND-ROW TO WS-NEW-BAND-ROW.
           IF WS-NEW-BAND-ROW NOT = WS-OLD-BAND-ROW
              PERFORM WRITE-MOVEMENT-DETAIL
           END-IF.

      **********************************************
      * RESOLVES WS-BAND-SCORE TO ITS DEBT LIMIT ROW (WS-BAND-ROW):
      * THE HIGHEST FLOOR NOT ABOVE THE SCORE, OR THE LOWEST-FLOOR
      * ROW WHEN THE SCORE IS BELOW EVERY FLOOR
      **********************************************
       RESOLVE-BAND.
           MOVE 0 TO WS-BAND-ROW.
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > DEBT-LIMIT-COUNT
              IF LIMIT-SCORE-FLOOR (WS-LIMIT-SUB) <= WS-BAND-SCORE
                 IF WS-BAND-ROW = 0
                    MOVE WS-LIMIT-SUB TO WS-BAND-ROW
                 ELSE
                    IF LIMIT-SCORE-FLOOR (WS-LIMIT-SUB)
                       > LIMIT-SCORE-FLOOR (WS-BAND-ROW)
                       MOVE WS-LIMIT-SUB TO WS-BAND-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BAND-ROW = 0
              MOVE WS-LOWEST-ROW TO WS-BAND-ROW
           END-IF.

      **********************************************
      * ONE MOVEMENT REPORT LINE FOR A CHANGE OF BAND
      **********************************************
       WRITE-MOVEMENT-DETAIL.
           MOVE CUST-ID TO MDL-CUST-ID.
           MOVE CUST-NAME TO MDL-NAME.
           MOVE WS-OLD-SCORE TO MDL-OLD-SCORE.
           MOVE CREDIT-SCORE TO MDL-NEW-SCORE.
           MOVE LIMIT-DEBT-AMOUNT (WS-OLD-BAND-ROW) TO MDL-OLD-LIMIT.
           MOVE LIMIT-DEBT-AMOUNT (WS-NEW-BAND-ROW) TO MDL-NEW-LIMIT.
           IF LIMIT-SCORE-FLOOR (WS-NEW-BAND-ROW)
              > LIMIT-SCORE-FLOOR (WS-OLD-BAND-ROW)
              MOVE 'UP' TO MDL-DIRECTION
              ADD 1 TO BAND-MOVES-UP
           ELSE
              MOVE 'DOWN' TO MDL-DIRECTION
              ADD 1 TO BAND-MOVES-DOWN
           END-IF.
           MOVE BUREAU-REPORT-DATE TO MDL-REPORT-DATE.
           MOVE MOV-DETAIL-LINE TO MOVEMENT-REC.
           PERFORM WRITE-MOVEMENT-LINE.

      **********************************************
      * FOLLOW-UP LINE FOR A CUSTOMER THE BUREAU SENT THAT IS
      * NOT ON CREDIT.MASTER
      **********************************************
       WRITE-FOLLOWUP-LINE.
           ADD 1 TO RECORDS-UNMATCHED.
           MOVE SPACES TO FOLLOWUP-REC.
           STRING BUR-CUST-ID DELIMITED BY SIZE
                  ' NOT ON CREDIT MASTER - BUREAU SCORE '
                  DELIMITED BY SIZE
                  BUR-SCORE DELIMITED BY SIZE
                  ' REPORT DATE ' DELIMITED BY SIZE
                  BUR-REPORT-DATE DELIMITED BY SIZE
                  INTO FOLLOWUP-REC
           END-STRING.
           WRITE FOLLOWUP-REC.
           IF FOLLOWUP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING FOLLOW-UP FILE: '
                      FOLLOWUP-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * EXCEPTION LINE FOR A REJECTED BUREAU RECORD
      **********************************************
       WRITE-EXCEPT-LINE.
           ADD 1 TO RECORDS-REJECTED.
           MOVE SPACES TO EXCEPT-REC.
           STRING BUR-CUST-ID DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  ' REPORT DATE ' DELIMITED BY SIZE
                  BUR-REPORT-DATE DELIMITED BY SIZE
                  INTO EXCEPT-REC
           END-STRING.
           WRITE EXCEPT-REC.
           IF EXCEPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION FILE: ' EXCEPT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITE THE PREPARED MOVEMENT LINE AND CHECK STATUS
      **********************************************
       WRITE-MOVEMENT-LINE.
           WRITE MOVEMENT-REC.
           IF MOVEMENT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT FILE: ' MOVEMENT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE BUREAU-FILE.
           IF BUREAU-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BUREAU FILE: '
                       BUREAU-STATUS
           END-IF.

           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE MOVEMENT-FILE.
           IF MOVEMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT FILE: '
                       MOVEMENT-STATUS
           END-IF.

           CLOSE FOLLOWUP-FILE.
           IF FOLLOWUP-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING FOLLOW-UP FILE: '
                       FOLLOWUP-STATUS
           END-IF.

           CLOSE EXCEPT-FILE.
           IF EXCEPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING EXCEPTION FILE: '
                       EXCEPT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE RECORDS-READ TO RECORDS-READ-DISP.
           MOVE RECORDS-APPLIED TO RECORDS-APPLIED-DISP.
           MOVE RECORDS-REJECTED TO RECORDS-REJECTED-DISP.
           MOVE RECORDS-UNMATCHED TO RECORDS-UNMATCHED-DISP.
           MOVE BAND-MOVES-UP TO BAND-MOVES-UP-DISP.
           MOVE BAND-MOVES-DOWN TO BAND-MOVES-DOWN-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CREDIT BUREAU REFRESH SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'BUREAU RECORDS READ: ' RECORDS-READ-DISP.
           DISPLAY 'CUSTOMERS REFRESHED: ' RECORDS-APPLIED-DISP.
           DISPLAY 'RECORDS REJECTED:    ' RECORDS-REJECTED-DISP.
           DISPLAY 'UNMATCHED CUSTOMERS: ' RECORDS-UNMATCHED-DISP.
           DISPLAY 'BAND MOVES UP:       ' BAND-MOVES-UP-DISP.
           DISPLAY 'BAND MOVES DOWN:     ' BAND-MOVES-DOWN-DISP.
           DISPLAY '========================================'.
