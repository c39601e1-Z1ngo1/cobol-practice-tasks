      *     2. CLOSE TAX RATES FILE                                    *
      *     3. LOAD PRIOR YEAR-TO-DATE WITHHOLDING (IF ANY) INTO AN    *
      *        IN-MEMORY TABLE KEYED BY EMPLOYEE ID                    *
      *     4. LOAD THE CONTRIBUTIONS TABLE (CNTDD, OPTIONAL): ONE     *
      *        ROW PER REGION AND CONTRIBUTION TYPE WITH THE           *
      *        EMPLOYER RATE, EMPLOYEE RATE AND ANNUAL WAGE CAP        *
      *        (ZERO = NO CAP), AND THE PRIOR YEAR-TO-DATE             *
      *        CONTRIBUTION WAGES PER EMPLOYEE AND TYPE (CYTDINDD,     *
      *        OPTIONAL)                                               *
      *                                                                *
      *   PHASE 2 - PROCESSING:                                        *
      *     1. READ EMPLOYEE SALARY RECORDS                            *
      *     2. CHECK EMPLOYEE REGION ON THE REGION MASTER; AN UNKNOWN  *
      *        OR INACTIVE REGION IS REJECTED, NOT PAID. OTHERWISE     *
      *        LOOKUP EMPLOYEE REGION IN TAX TABLE (IN MEMORY)         *
      *     3. IF FOUND: A REGION WITH A SINGLE FLAT ROW (NO BRACKET   *
      *        BOUNDS) IS TAXED AT SALARY * RATE AS ALWAYS. A REGION   *
      *        WITH BRACKET ROWS (LOWER BOUND, UPPER BOUND, RATE PER   *
      *        NO CEILING ON THE TOP BRACKET). A REGION SHOULD CARRY   *
      *        EITHER ONE FLAT ROW OR A SET OF BRACKET ROWS, NOT       *
      *        BOTH.                                                   *
      *        IF NOT FOUND (VALID REGION WITH NO TAX ROWS): USE       *
      *        DEFAULT RATE (20%)                                      *
      *     4. ADD THIS PERIOD'S TAX TO THE EMPLOYEE'S RUNNING         *
      *        YEAR-TO-DATE WITHHOLDING TOTAL                          *
      *     5. WRITE PAYROLL RECORD WITH CALCULATED TAX AND THE        *
      *        UPDATED YEAR-TO-DATE WITHHOLDING FIGURE                 *
      *     6. FOR EACH CONTRIBUTION ROW OF THE EMPLOYEE'S REGION      *
      *        ONLY THE PART OF GROSS PAY BELOW THE ANNUAL CAP (CAP    *
      *        MINUS YTD CONTRIBUTION WAGES) IS SUBJECT, SO AN         *
      *        EMPLOYEE CROSSING THE CAP MID-PERIOD IS CHARGED ON      *
      *        THE PORTION BELOW IT ONLY. THE EMPLOYEE SHARE COMES     *
      *        OFF NET PAY AHEAD OF THE DEDUCTIONS AND IS SHOWN ON     *
      *        THE REGISTER WITH THE EMPLOYER SHARE BESIDE IT          *
      *                                                                *
      *   PHASE 3 - FINALIZATION:                                      *
      *     1. WRITE THE UPDATED YEAR-TO-DATE TABLE BACK OUT SO THE    *
      *        WITHHOLDING, PLUS A GRAND-TOTAL LINE - THE AGGREGATE   *
      *        FINANCE ACTUALLY REMITS TO EACH REGIONAL AUTHORITY.    *
      *        EMPLOYEES TAXED AT THE DEFAULT RATE GROUP UNDER 'XX'.  *
      *     3. WRITE THE YEAR-TO-DATE CONTRIBUTION WAGES (CYTDOUTDD)   *
      *        AND, AFTER THE TAX LINES ON RMTDD, A CONTRIBUTIONS      *
      *        SECTION PER REGION AND TYPE: SUBJECT WAGES, EMPLOYEE    *
      *        SHARE AND EMPLOYER SHARE, WITH AN 'ALL' TOTAL LINE      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/31                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/09/02  SSH  SUPPLEMENTAL EARNINGS (SUPDD, OPTIONAL):      *
      *                  COMMISSION PAYOUTS BRIDGED FROM THE           *
      *                  COMMISSION RUN ARE NOW TAXED THROUGH          *
      *                  EMPLOYEE, WITH COMPANY TOTALS PER DEDUCTION   *
      *                  TYPE FOR REMITTANCE. NO DEDDD = TAX ONLY,     *
      *                  AS BEFORE.                                    *
      * 2026/10/15  SSH  TAX AND EMPLOYEE REGION CODES ARE CHECKED     *
      *                  AGAINST THE REGION MASTER (SUBRG12, RGNDD).   *
      *                  TAX ROWS FOR AN UNKNOWN OR INACTIVE REGION    *
      *                  ARE NOT LOADED; EMPLOYEES IN AN UNKNOWN OR    *
      *                  INACTIVE REGION ARE REJECTED (NO PAYROLL,     *
      *                  YTD OR REMITTANCE) INSTEAD OF FALLING TO THE  *
      *                  DEFAULT RATE. RC 4 WHEN ANY ARE REJECTED.     *
      * 2026/10/15  SSH  EMPLOYER AND EMPLOYEE CONTRIBUTIONS (CNTDD)   *
      *                  WITH ANNUAL WAGE CAPS, YTD CONTRIBUTION       *
      *                  WAGES CARRIED IN CYTDINDD/CYTDOUTDD. THE      *
      *                  EMPLOYEE SHARE IS TAKEN FROM NET PAY AND      *
      *                  SHOWN ON THE REGISTER; THE REMITTANCE         *
      *                  SUMMARY ADDS BOTH SHARES PER REGION AND       *
      *                  CONTRIBUTION TYPE.                            *
      * 2026/10/15  SSH  SUPPLEMENTAL EARNINGS ARE CONSUMED ONLY FOR   *
      *                  AN EMPLOYEE WHO PASSES VALIDATION; A REJECTED *
      *                  EMPLOYEE'S ARE REPORTED AS NOT PAID. AN       *
      *                  OPTIONAL INPUT THAT IS NOT PRESENT IS CLOSED  *
      *                  AFTER ITS OPEN.                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  TAXDD (TAX.RATES) - TAX RATES BY REGION (PS, 80 B)     *
      * INPUT:  EMPDD (EMP.SALARY) - EMPLOYEE SALARIES (PS, 80 B)      *
      * INPUT:  YTDINDD (YTD.PRIOR) - OPTIONAL PRIOR YTD TOTALS        *
      * INPUT:  RGNDD (REGION.MASTER) - REGION MASTER, READ BY SUBRG12 *
      * INPUT:  CNTDD (CONTRIB.RATES) - CONTRIBUTION RATES AND CAPS    *
      *         BY REGION AND TYPE (PS, 80 B, OPTIONAL)                *
      * INPUT:  CYTDINDD (CYTD.PRIOR) - OPTIONAL PRIOR YTD             *
      *         CONTRIBUTION WAGES                                     *
      * OUTPUT: OUTDD (PAYROLL.TXT) - CALCULATED TAXES (PS, 80 B)      *
      * OUTPUT: YTDOUTDD (YTD.CURRENT) - UPDATED YTD TOTALS (PS, 80 B) *
      * OUTPUT: CYTDOUTDD (CYTD.CURRENT) - UPDATED YTD CONTRIBUTION    *
      *         WAGES (PS, 80 B)                                       *
      * OUTPUT: RMTDD (REMIT.SUMMARY) - REMITTANCE SUMMARY (PS, 80 B)  *
      * INPUT:  DEDDD (DEDUCTIONS) - PER-EMPLOYEE DEDUCTIONS (PS, OPT) *
      * INPUT:  SUPDD (SUPP.EARNINGS) - SUPPLEMENTAL EARNINGS (PS,     *
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUPP-STATUS.

           SELECT OPTIONAL CONTRIB-RATES-FILE ASSIGN TO CNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CNT-STATUS.

           SELECT OPTIONAL CYTD-IN-FILE ASSIGN TO CYTDINDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CYTD-IN-STATUS.

           SELECT CYTD-OUT-FILE ASSIGN TO CYTDOUTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CYTD-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-RATES-FILE RECORDING MODE IS F.
          05 SUP-DEALS PIC 9(3).
          05 FILLER PIC X(63).

      * CONTRIBUTION RATE ROW: EMPLOYER AND EMPLOYEE RATES (.0620 =
      * 6.20 PCT) FOR ONE CONTRIBUTION TYPE IN ONE REGION, AND THE
      * ANNUAL WAGE CAP ABOVE WHICH IT STOPS (ZERO = NO CAP)
       FD CONTRIB-RATES-FILE RECORDING MODE IS F.
       01 CONTRIB-RATE-REC.
          05 CNT-REGION-CODE PIC X(2).
          05 CNT-TYPE PIC X(4).
          05 CNT-ER-RATE PIC V9(4).
          05 CNT-EE-RATE PIC V9(4).
          05 CNT-WAGE-CAP PIC 9(7)V99.
          05 FILLER PIC X(57).

      * YEAR-TO-DATE CONTRIBUTION WAGES, ONE RECORD PER EMPLOYEE
      * AND CONTRIBUTION TYPE
       FD CYTD-IN-FILE RECORDING MODE IS F.
       01 CYTD-IN-REC.
          05 CYTI-EMP-ID PIC X(5).
          05 CYTI-TYPE PIC X(4).
          05 CYTI-WAGES PIC 9(7)V99.
          05 FILLER PIC X(62).

       FD CYTD-OUT-FILE RECORDING MODE IS F.
       01 CYTD-OUT-REC.
          05 CYTO-EMP-ID PIC X(5).
          05 CYTO-TYPE PIC X(4).
          05 CYTO-WAGES PIC 9(7)V99.
          05 FILLER PIC X(62).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 DED-STATUS PIC X(2).
          05 NET-STATUS PIC X(2).
          05 SUPP-STATUS PIC X(2).
          05 CNT-STATUS PIC X(2).
          05 CYTD-IN-STATUS PIC X(2).
          05 CYTD-OUT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
       01 WS-YTD-CURRENT-TOTAL PIC 9(7)V99.

      * PER-REGION REMITTANCE ACCUMULATORS. EMPLOYEES TAXED AT THE
      * DEFAULT RATE (NO TAX ROWS) GROUP UNDER CODE 'XX'.
       01 REMIT-TABLE-MAX PIC 9(2) VALUE 50.
       01 REMIT-REGION-COUNT PIC 9(2) VALUE 0.
       01 REMIT-TABLE.
       01 WS-GARN-CAP-PCT PIC 9(3)V99 VALUE 25.00.

      * SUPPLEMENTAL EARNINGS LOADED FROM SUPDD, KEYED BY EMPLOYEE.
      * USED MARKS ENTRIES A SALARY RECORD CONSUMED ('Y') OR
      * MATCHED A SALARY RECORD THAT WAS THEN REJECTED ('R'), SO
      * ORPHANS (SUPPLEMENTAL PAY FOR AN EMPLOYEE NOT ON THE SALARY
      * FILE OR NOT PAID THIS RUN) CAN BE REPORTED INSTEAD OF
      * SILENTLY GOING UNTAXED.
       01 SUPP-TABLE-MAX PIC 9(4) VALUE 1000.
       01 SUPP-COUNT PIC 9(4) VALUE 0.
       01 SUPP-TABLE.
             10 TAB-SUP-AMOUNT PIC 9(7)V99.
             10 TAB-SUP-USED PIC X(1).
       01 WS-SUPP-SUB PIC 9(4) VALUE 0.
       01 WS-SUPP-HIT PIC 9(4) VALUE 0.
       01 WS-SUPP-EOF-SW PIC X(1) VALUE 'N'.
          88 SUPP-EOF VALUE 'Y'.

          05 NTL-TOTAL PIC Z(8)9.99.
          05 FILLER PIC X(51) VALUE SPACES.

      * CONTRIBUTION RATES LOADED FROM CNTDD, BY REGION AND TYPE
       01 CNT-TABLE-MAX PIC 9(2) VALUE 50.
       01 CNT-COUNT PIC 9(2) VALUE 0.
       01 CNT-TABLE.
          05 CNT-ENTRY OCCURS 50 TIMES.
             10 TAB-CNT-REGION PIC X(2).
             10 TAB-CNT-TYPE PIC X(4).
             10 TAB-CNT-ER-RATE PIC V9(4).
             10 TAB-CNT-EE-RATE PIC V9(4).
             10 TAB-CNT-WAGE-CAP PIC 9(7)V99.
       01 WS-CNT-SUB PIC 9(2) VALUE 0.

      * YEAR-TO-DATE CONTRIBUTION WAGES BY EMPLOYEE AND TYPE,
      * CARRIED FORWARD LIKE THE YTD WITHHOLDING TABLE
       01 CYTD-TABLE-MAX PIC 9(4) VALUE 4000.
       01 CYTD-COUNT PIC 9(4) VALUE 0.
       01 CYTD-TABLE.
          05 CYTD-ENTRY OCCURS 4000 TIMES.
             10 TAB-CYTD-EMP-ID PIC X(5).
             10 TAB-CYTD-TYPE PIC X(4).
             10 TAB-CYTD-WAGES PIC 9(7)V99.
       01 WS-CYTD-SUB PIC 9(4) VALUE 0.
       01 WS-CYTD-HIT PIC 9(4) VALUE 0.
       01 WS-CYTD-EOF-SW PIC X(1) VALUE 'N'.
          88 CYTD-EOF VALUE 'Y'.

      * CONTRIBUTION WORK FIELDS FOR THE CURRENT EMPLOYEE AND ROW:
      * THE WAGES SUBJECT THIS PERIOD, THE ROOM LEFT UNDER THE CAP
      * AND THE TWO SHARES
       01 WS-CNT-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-CNT-ROOM PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-CNT-EE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-CNT-ER PIC S9(7)V99 COMP-3 VALUE 0.

      * CONTRIBUTION REMITTANCE ACCUMULATORS BY REGION AND TYPE
       01 CRMT-TABLE-MAX PIC 9(3) VALUE 100.
       01 CRMT-COUNT PIC 9(3) VALUE 0.
       01 CRMT-TABLE.
          05 CRMT-ENTRY OCCURS 100 TIMES.
             10 CRMT-REGION PIC X(2).
             10 CRMT-TYPE PIC X(4).
             10 CRMT-WAGES PIC 9(9)V99.
             10 CRMT-EE-TOTAL PIC 9(9)V99.
             10 CRMT-ER-TOTAL PIC 9(9)V99.
       01 WS-CRMT-SUB PIC 9(3) VALUE 0.
       01 WS-CRMT-HIT PIC 9(3) VALUE 0.
       01 WS-CRMT-GRAND.
          05 CRMT-GRAND-WAGES PIC 9(11)V99 VALUE 0.
          05 CRMT-GRAND-EE PIC 9(11)V99 VALUE 0.
          05 CRMT-GRAND-ER PIC 9(11)V99 VALUE 0.

      * CONTRIBUTIONS SECTION OF THE REMITTANCE SUMMARY. THE TOTAL
      * LINE IS LABELLED 'ALL' - LINES STARTING 'TOTAL' CARRY THE
      * TAX FIGURE THE YEAR-END RECONCILIATION ADDS UP.
       01 WS-CRMT-HDR1 PIC X(80) VALUE
          'EMPLOYER CONTRIBUTIONS BY REGION AND TYPE'.
       01 WS-CRMT-HDR2 PIC X(80) VALUE
          'RG   TYPE  SUBJECT-WAGES  EMPLOYEE-SHARE  EMPLOYER-SHARE'.
       01 WS-CRMT-LINE.
          05 CRL-REGION PIC X(5).
          05 CRL-TYPE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACES.
          05 CRL-WAGES PIC Z(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRL-EE PIC Z(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRL-ER PIC Z(10)9.99.
          05 FILLER PIC X(24) VALUE SPACES.

      * NET-PAY REGISTER LINE FOR ONE CONTRIBUTION
       01 NET-CNT-LINE.
          05 FILLER PIC X(7) VALUE SPACES.
          05 NCL-TYPE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 NCL-EE PIC Z(6)9.99.
          05 FILLER PIC X(16) VALUE '  EE SHARE   ER '.
          05 NCL-ER PIC Z(6)9.99.
          05 FILLER PIC X(32) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TAX-RATES-LOADED PIC 9(2) VALUE 0.
          05 SUPP-RECORDS-LOADED PIC 9(5) VALUE 0.
          05 SUPP-EMPLOYEES-PAID PIC 9(5) VALUE 0.
          05 SUPP-ORPHANS PIC 9(5) VALUE 0.
          05 TAX-ROWS-BAD-REGION PIC 9(5) VALUE 0.
          05 EMP-BAD-REGION PIC 9(5) VALUE 0.
          05 CNT-ROWS-BAD-REGION PIC 9(5) VALUE 0.
          05 CYTD-RECORDS-LOADED PIC 9(5) VALUE 0.
          05 CYTD-RECORDS-WRITTEN PIC 9(5) VALUE 0.
          05 CNT-CAPPED-COUNT PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 SUPP-RECORDS-LOADED-DISP PIC Z(4)9.
          05 SUPP-EMPLOYEES-PAID-DISP PIC Z(4)9.
          05 SUPP-ORPHANS-DISP PIC Z(4)9.
          05 TAX-ROWS-BAD-REGION-DISP PIC Z(4)9.
          05 EMP-BAD-REGION-DISP PIC Z(4)9.
          05 CNT-ROWS-BAD-REGION-DISP PIC Z(4)9.
          05 CYTD-RECORDS-LOADED-DISP PIC Z(4)9.
          05 CYTD-RECORDS-WRITTEN-DISP PIC Z(4)9.
          05 CNT-CAPPED-COUNT-DISP PIC Z(4)9.

      * REGION MASTER CHECK (SUBRG12) PARAMETER AREA
       01 REGION-CHECK-AREA.
           COPY RGNCHK.
       01 WS-RGN-REASON PIC X(8).
       01 WS-GROSS-PAY-ED PIC Z(6)9.99.

      **********************************************
      * MAIN FLOW: LOAD TABLE -> PROCESS -> REPORT
           PERFORM LOAD-YTD-TABLE.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-SUPP-EARNINGS.
           PERFORM LOAD-CONTRIB-TABLE.
           PERFORM LOAD-CONTRIB-YTD.
           PERFORM PROCESS-EMPLOYEES.
           PERFORM REPORT-SUPP-ORPHANS.
           PERFORM WRITE-YTD-OUTPUT.
           PERFORM WRITE-CONTRIB-YTD-OUTPUT.
           PERFORM WRITE-REMIT-SUMMARY.
           PERFORM WRITE-CONTRIB-REMITTANCE.
           PERFORM WRITE-DEDUCTION-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TAX-ROWS-BAD-REGION > 0 OR EMP-BAD-REGION > 0
              OR CNT-ROWS-BAD-REGION > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
              STOP RUN
           END-IF.

           OPEN OUTPUT CYTD-OUT-FILE.
           IF CYTD-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CONTRIB YTD OUTPUT FILE: '
                       CYTD-OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOAD TAX RATES INTO IN-MEMORY TABLE. THE TABLE ONLY HOLDS
      * TAX-TABLE-MAX ROWS - STOP WITH A CLEAR MESSAGE RATHER THAN
      * SILENTLY TRUNCATING IF THE FILE HAS MORE. A ROW WHOSE
      * REGION THE REGION MASTER DOES NOT KNOW, OR HOLDS AS
      * INACTIVE, IS REPORTED AND LEFT OUT OF THE TABLE.
      **********************************************
       LOAD-TAX-TABLE.
           MOVE 'N' TO WS-TAX-EOF.
                   MOVE 'Y' TO WS-TAX-EOF
                NOT AT END
                   IF TAX-RATES-STATUS = '00'
                      PERFORM CHECK-TAX-ROW-REGION
                      IF RGNCHK-VALID
                         IF TAX-RATES-LOADED >= TAX-TABLE-MAX
                            DISPLAY 'ERROR: TAX.RATES HAS MORE THAN '
                                     TAX-TABLE-MAX ' ROWS - TAX TABLE '
                                     'CAPACITY EXCEEDED'
                            STOP RUN
                         END-IF
                         ADD 1 TO TAX-RATES-LOADED
                         SET IDX TO TAX-RATES-LOADED
                         MOVE TAX-REGION-CODE TO WS-REGION(IDX)
                         MOVE RATE TO WS-RATE(IDX)
                         IF TAX-BRACKET-LOWER IS NUMERIC
                            AND TAX-BRACKET-UPPER IS NUMERIC
                            AND (TAX-BRACKET-LOWER > 0
                                 OR TAX-BRACKET-UPPER > 0)
                            MOVE TAX-BRACKET-LOWER
                              TO WS-BRACKET-LOWER(IDX)
                            MOVE TAX-BRACKET-UPPER
                              TO WS-BRACKET-UPPER(IDX)
                            MOVE 'Y' TO WS-BRACKET-FLAG(IDX)
                         ELSE
                            MOVE 0 TO WS-BRACKET-LOWER(IDX)
                            MOVE 0 TO WS-BRACKET-UPPER(IDX)
                            MOVE 'N' TO WS-BRACKET-FLAG(IDX)
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING TAX RATES FILE: '
              END-READ
           END-PERFORM.

      **********************************************
      * CHECKS THE REGION OF THE TAX ROW JUST READ AND REPORTS
      * IT WHEN THE REGION MASTER REJECTS IT.
      **********************************************
       CHECK-TAX-ROW-REGION.
           MOVE TAX-REGION-CODE TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF NOT RGNCHK-VALID
              PERFORM SET-REGION-REASON
              ADD 1 TO TAX-ROWS-BAD-REGION
              DISPLAY 'WARNING: TAX ROW FOR ' WS-RGN-REASON
                      ' REGION ' TAX-REGION-CODE ' NOT LOADED'
           END-IF.

      **********************************************
      * WORDS THE REGION MASTER'S VERDICT FOR A MESSAGE.
      **********************************************
       SET-REGION-REASON.
           IF RGNCHK-INACTIVE
              MOVE 'INACTIVE' TO WS-RGN-REASON
           ELSE
              MOVE 'UNKNOWN' TO WS-RGN-REASON
           END-IF.

      **********************************************
      * LOAD PRIOR YEAR-TO-DATE WITHHOLDING INTO MEMORY. THE INPUT
      * FILE IS OPTIONAL - A FIRST-EVER RUN SIMPLY STARTS EVERY
              END-PERFORM
              CLOSE YTD-IN-FILE
           END-IF.
           IF YTD-IN-STATUS = '05'
              CLOSE YTD-IN-FILE
           END-IF.

      **********************************************
      * PROCESS EMPLOYEES AND CALCULATE TAXES
                      PERFORM FETCH-SUPP-EARNINGS
                      COMPUTE WS-GROSS-PAY =
                         EMP-SALARY + WS-SUPP-CURRENT
                      PERFORM CHECK-EMPLOYEE-REGION
                      IF RGNCHK-VALID
                         PERFORM CONSUME-SUPP-EARNINGS
                         PERFORM LOOKUP-TAX-RATE
                         IF WS-FOUND = 'Y'
                            PERFORM UPDATE-YTD-WITHHOLDING
                            PERFORM PROCESS-DEDUCTIONS
                            WRITE PAYROLL-REC
                            IF PAYROLL-STATUS = '00'
                               ADD 1 TO TAXES-CALCULATED
                            ELSE
                               DISPLAY 'ERROR WRITING PAYROLL: '
                                        PAYROLL-STATUS
                               DISPLAY 'EMPLOYEE ID: ' EMP-ID
                               STOP RUN
                            END-IF
                         ELSE
                            PERFORM APPLY-DEFAULT-RATE
                            PERFORM UPDATE-YTD-WITHHOLDING
                            PERFORM PROCESS-DEDUCTIONS
                            WRITE PAYROLL-REC
                            IF PAYROLL-STATUS = '00'
                               ADD 1 TO TAXES-CALCULATED
                            ELSE
                               DISPLAY 'ERROR WRITING PAYROLL: '
                                        PAYROLL-STATUS
                               DISPLAY 'EMPLOYEE ID: ' EMP-ID
                               STOP RUN
                            END-IF
                         END-IF
                      END-IF
                   ELSE
              END-READ
           END-PERFORM.

      **********************************************
      * CHECKS THE CURRENT EMPLOYEE'S REGION. AN UNKNOWN OR
      * INACTIVE REGION IS REJECTED WITH ITS GROSS PAY SHOWN SO
      * PAYROLL CAN CORRECT THE RECORD AND PAY IT BY HAND; THE
      * DEFAULT RATE IS ONLY FOR VALID REGIONS WITH NO TAX ROWS.
      **********************************************
       CHECK-EMPLOYEE-REGION.
           MOVE EMP-REGION-CODE TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF NOT RGNCHK-VALID
              PERFORM SET-REGION-REASON
              ADD 1 TO EMP-BAD-REGION
              MOVE WS-GROSS-PAY TO WS-GROSS-PAY-ED
              DISPLAY 'REJECTED: EMPLOYEE ' EMP-ID ' ' WS-RGN-REASON
                      ' REGION ' EMP-REGION-CODE ' GROSS '
                      WS-GROSS-PAY-ED
           END-IF.

      **********************************************
      * LOADS THE PER-EMPLOYEE DEDUCTION RULES. THE FILE IS
      * OPTIONAL - WITHOUT IT EVERY EMPLOYEE'S NET IS SIMPLY
       LOAD-DEDUCTIONS.
           OPEN INPUT DEDUCTIONS-FILE.
           IF DED-STATUS NOT = '00'
              IF DED-STATUS = '05'
                 CLOSE DEDUCTIONS-FILE
              END-IF
              DISPLAY 'NO DEDUCTIONS FILE - TAX-ONLY NET PAY'
              EXIT PARAGRAPH
           END-IF.
       LOAD-SUPP-EARNINGS.
           OPEN INPUT SUPP-EARNINGS-FILE.
           IF SUPP-STATUS NOT = '00'
              IF SUPP-STATUS = '05'
                 CLOSE SUPP-EARNINGS-FILE
              END-IF
              DISPLAY 'NO SUPPLEMENTAL EARNINGS FILE - SALARY ONLY'
              EXIT PARAGRAPH
           END-IF.
           MOVE SUP-AMOUNT TO TAB-SUP-AMOUNT(SUPP-COUNT).
           MOVE 'N' TO TAB-SUP-USED(SUPP-COUNT).

      **********************************************
      * LOADS THE CONTRIBUTION RATES. THE FILE IS OPTIONAL -
      * WITHOUT IT NO CONTRIBUTIONS ARE CHARGED, AS BEFORE. A ROW
      * FOR A REGION THE REGION MASTER REJECTS IS REPORTED AND
      * LEFT OUT, LIKE A TAX ROW.
      **********************************************
       LOAD-CONTRIB-TABLE.
           OPEN INPUT CONTRIB-RATES-FILE.
           IF CNT-STATUS NOT = '00'
              IF CNT-STATUS = '05'
                 CLOSE CONTRIB-RATES-FILE
              END-IF
              DISPLAY 'NO CONTRIBUTIONS FILE - NO CONTRIBUTIONS'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CNT-STATUS NOT = '00'
              READ CONTRIB-RATES-FILE
                AT END
                   MOVE '10' TO CNT-STATUS
                NOT AT END
                   IF CNT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CONTRIBUTIONS FILE: '
                               CNT-STATUS
                      STOP RUN
                   END-IF
                   IF CNT-REGION-CODE NOT = SPACES
                      PERFORM ADD-CONTRIB-ROW
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRIB-RATES-FILE.
           DISPLAY 'CONTRIBUTION RATES LOADED: ' CNT-COUNT.

      **********************************************
      * CHECKS ONE CONTRIBUTION ROW AND ADDS IT TO THE TABLE.
      **********************************************
       ADD-CONTRIB-ROW.
           MOVE CNT-REGION-CODE TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF NOT RGNCHK-VALID
              PERFORM SET-REGION-REASON
              ADD 1 TO CNT-ROWS-BAD-REGION
              DISPLAY 'WARNING: CONTRIBUTION ROW FOR ' WS-RGN-REASON
                      ' REGION ' CNT-REGION-CODE ' NOT LOADED'
              EXIT PARAGRAPH
           END-IF.
           IF CNT-TYPE = SPACES
              OR CNT-ER-RATE NOT NUMERIC
              OR CNT-EE-RATE NOT NUMERIC
              OR CNT-WAGE-CAP NOT NUMERIC
              DISPLAY 'WARNING: INVALID CONTRIBUTION ROW SKIPPED, '
                      'REGION: ' CNT-REGION-CODE ' TYPE: ' CNT-TYPE
              EXIT PARAGRAPH
           END-IF.
           IF CNT-COUNT >= CNT-TABLE-MAX
              DISPLAY 'ERROR: CNTDD HAS MORE THAN ' CNT-TABLE-MAX
                      ' ROWS - TABLE CAPACITY EXCEEDED'
              STOP RUN
           END-IF.
           ADD 1 TO CNT-COUNT.
           MOVE CNT-REGION-CODE TO TAB-CNT-REGION(CNT-COUNT).
           MOVE CNT-TYPE TO TAB-CNT-TYPE(CNT-COUNT).
           MOVE CNT-ER-RATE TO TAB-CNT-ER-RATE(CNT-COUNT).
           MOVE CNT-EE-RATE TO TAB-CNT-EE-RATE(CNT-COUNT).
           MOVE CNT-WAGE-CAP TO TAB-CNT-WAGE-CAP(CNT-COUNT).

      **********************************************
      * LOADS THE PRIOR YEAR-TO-DATE CONTRIBUTION WAGES. THE FILE
      * IS OPTIONAL - THE FIRST RUN OF THE YEAR STARTS EVERY
      * EMPLOYEE AT ZERO AGAINST EVERY CAP.
      **********************************************
       LOAD-CONTRIB-YTD.
           OPEN INPUT CYTD-IN-FILE.
           IF CYTD-IN-STATUS NOT = '00'
              IF CYTD-IN-STATUS = '05'
                 CLOSE CYTD-IN-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CYTD-EOF
              READ CYTD-IN-FILE
                AT END
                   SET CYTD-EOF TO TRUE
                NOT AT END
                   IF CYTD-IN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CONTRIB YTD INPUT FILE: '
                               CYTD-IN-STATUS
                      STOP RUN
                   END-IF
                   IF CYTD-COUNT >= CYTD-TABLE-MAX
                      DISPLAY 'ERROR: CYTDINDD HAS MORE THAN '
                               CYTD-TABLE-MAX ' ROWS - TABLE '
                               'CAPACITY EXCEEDED'
                      STOP RUN
                   END-IF
                   ADD 1 TO CYTD-COUNT
                   MOVE CYTI-EMP-ID TO TAB-CYTD-EMP-ID(CYTD-COUNT)
                   MOVE CYTI-TYPE TO TAB-CYTD-TYPE(CYTD-COUNT)
                   MOVE CYTI-WAGES TO TAB-CYTD-WAGES(CYTD-COUNT)
                   ADD 1 TO CYTD-RECORDS-LOADED
              END-READ
           END-PERFORM.
           CLOSE CYTD-IN-FILE.

      **********************************************
      * FINDS THE CURRENT EMPLOYEE'S SUPPLEMENTAL AMOUNT (ZERO
      * WHEN NONE). THE ENTRY IS ONLY MARKED MATCHED HERE - IT IS
      * CONSUMED ONCE THE EMPLOYEE PASSES VALIDATION.
      **********************************************
       FETCH-SUPP-EARNINGS.
           MOVE 0 TO WS-SUPP-CURRENT.
           MOVE 0 TO WS-SUPP-HIT.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > SUPP-COUNT
              IF TAB-SUP-EMP-ID(WS-SUPP-SUB) = EMP-ID
                 MOVE TAB-SUP-AMOUNT(WS-SUPP-SUB)
                   TO WS-SUPP-CURRENT
                 MOVE WS-SUPP-SUB TO WS-SUPP-HIT
                 IF TAB-SUP-USED(WS-SUPP-SUB) = 'N'
                    MOVE 'R' TO TAB-SUP-USED(WS-SUPP-SUB)
                 END-IF
                 MOVE SUPP-COUNT TO WS-SUPP-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * MARKS THE CURRENT EMPLOYEE'S SUPPLEMENTAL ENTRY CONSUMED -
      * THE EMPLOYEE IS BEING PAID AND TAXED ON IT.
      **********************************************
       CONSUME-SUPP-EARNINGS.
           IF WS-SUPP-HIT > 0
              MOVE 'Y' TO TAB-SUP-USED(WS-SUPP-HIT)
              ADD 1 TO SUPP-EMPLOYEES-PAID
           END-IF.

      **********************************************
      * SUPPLEMENTAL EARNINGS FOR EMPLOYEES NOT ON THE SALARY
      * FILE, OR WHOSE SALARY RECORD WAS REJECTED, WERE NOT TAXED
      * THIS PERIOD - NAME THEM LOUDLY SO THE COMMISSION AND
      * SALARY FEEDS GET RECONCILED.
      **********************************************
       REPORT-SUPP-ORPHANS.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                         ' HAVE NO SALARY RECORD - NOT TAXED '
                         'THIS PERIOD'
              END-IF
              IF TAB-SUP-USED(WS-SUPP-SUB) = 'R'
                 ADD 1 TO SUPP-ORPHANS
                 DISPLAY 'WARNING: SUPPLEMENTAL EARNINGS FOR '
                         TAB-SUP-EMP-ID(WS-SUPP-SUB)
                         ' NOT PAID - SALARY RECORD REJECTED'
              END-IF
           END-PERFORM.

      **********************************************
      **********************************************
       PROCESS-DEDUCTIONS.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - OUT-TAX.
           MOVE 0 TO WS-GARN-TAKEN.
           MOVE 0 TO WS-TOT-DEDUCTIONS.

           WRITE NETPAY-REC FROM NET-EMP-LINE.
           PERFORM CHECK-NETPAY-STATUS.

      * STATUTORY CONTRIBUTIONS COME OFF BEFORE THE GARNISHMENT CAP
      * IS WORKED OUT, LIKE TAX.
           PERFORM APPLY-CONTRIBUTIONS.
           COMPUTE WS-GARN-CAP ROUNDED =
              WS-NET-PAY * WS-GARN-CAP-PCT / 100.

      * RESET THE PER-EMPLOYEE USED FLAGS, THEN TAKE THE LOWEST
      * UNUSED PRIORITY EACH PASS UNTIL THE EMPLOYEE HAS NO
      * DEDUCTION ROWS LEFT.
           END-IF.
           ADD WS-NET-PAY TO WS-NET-GRAND.

      **********************************************
      * CHARGES EVERY CONTRIBUTION ROW OF THE EMPLOYEE'S REGION.
      **********************************************
       APPLY-CONTRIBUTIONS.
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                     UNTIL WS-CNT-SUB > CNT-COUNT
              IF TAB-CNT-REGION(WS-CNT-SUB) = EMP-REGION-CODE
                 PERFORM APPLY-ONE-CONTRIBUTION
              END-IF
           END-PERFORM.

      **********************************************
      * CHARGES ONE CONTRIBUTION: ONLY THE GROSS PAY THAT STILL
      * FITS UNDER THE ANNUAL CAP (CAP MINUS YTD CONTRIBUTION
      * WAGES) IS SUBJECT, SO A CAP CROSSED MID-PERIOD CHARGES
      * ONLY THE PORTION BELOW IT. THE EMPLOYEE SHARE COMES OFF
      * NET PAY (NEVER BELOW ZERO); BOTH SHARES GO ON THE
      * REGISTER AND INTO THE REMITTANCE ACCUMULATORS.
      **********************************************
       APPLY-ONE-CONTRIBUTION.
           PERFORM FIND-CONTRIB-YTD.
           MOVE WS-GROSS-PAY TO WS-CNT-WAGES.
           IF TAB-CNT-WAGE-CAP(WS-CNT-SUB) > 0
              COMPUTE WS-CNT-ROOM = TAB-CNT-WAGE-CAP(WS-CNT-SUB)
                                  - TAB-CYTD-WAGES(WS-CYTD-HIT)
              IF WS-CNT-ROOM < 0
                 MOVE 0 TO WS-CNT-ROOM
              END-IF
              IF WS-CNT-WAGES > WS-CNT-ROOM
                 MOVE WS-CNT-ROOM TO WS-CNT-WAGES
                 ADD 1 TO CNT-CAPPED-COUNT
              END-IF
           END-IF.
           ADD WS-CNT-WAGES TO TAB-CYTD-WAGES(WS-CYTD-HIT).

           COMPUTE WS-CNT-EE ROUNDED =
              WS-CNT-WAGES * TAB-CNT-EE-RATE(WS-CNT-SUB).
           COMPUTE WS-CNT-ER ROUNDED =
              WS-CNT-WAGES * TAB-CNT-ER-RATE(WS-CNT-SUB).
           IF WS-CNT-EE > WS-NET-PAY
              MOVE WS-NET-PAY TO WS-CNT-EE
           END-IF.
           IF WS-CNT-EE < 0
              MOVE 0 TO WS-CNT-EE
           END-IF.
           IF WS-CNT-EE = 0 AND WS-CNT-ER = 0
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-CNT-EE FROM WS-NET-PAY.
           ADD WS-CNT-EE TO WS-TOT-DEDUCTIONS.

           MOVE SPACES TO NETPAY-REC.
           MOVE TAB-CNT-TYPE(WS-CNT-SUB) TO NCL-TYPE.
           MOVE WS-CNT-EE TO NCL-EE.
           MOVE WS-CNT-ER TO NCL-ER.
           WRITE NETPAY-REC FROM NET-CNT-LINE.
           PERFORM CHECK-NETPAY-STATUS.

           PERFORM ACCUMULATE-CONTRIB-REMITTANCE.

      **********************************************
      * FINDS THE EMPLOYEE'S YTD CONTRIBUTION WAGES FOR THE
      * CURRENT ROW'S TYPE, STARTING A ZERO ENTRY THE FIRST TIME.
      * A FULL TABLE STOPS THE RUN - WITHOUT THE YTD FIGURE THE
      * CAP CANNOT BE APPLIED.
      **********************************************
       FIND-CONTRIB-YTD.
           MOVE 0 TO WS-CYTD-HIT.
           PERFORM VARYING WS-CYTD-SUB FROM 1 BY 1
                     UNTIL WS-CYTD-SUB > CYTD-COUNT
              IF TAB-CYTD-EMP-ID(WS-CYTD-SUB) = EMP-ID
                 AND TAB-CYTD-TYPE(WS-CYTD-SUB)
                     = TAB-CNT-TYPE(WS-CNT-SUB)
                 MOVE WS-CYTD-SUB TO WS-CYTD-HIT
                 MOVE CYTD-COUNT TO WS-CYTD-SUB
              END-IF
           END-PERFORM.
           IF WS-CYTD-HIT = 0
              IF CYTD-COUNT >= CYTD-TABLE-MAX
                 DISPLAY 'FATAL: CONTRIB YTD TABLE OVERFLOW, MAX='
                          CYTD-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO CYTD-COUNT
              MOVE CYTD-COUNT TO WS-CYTD-HIT
              MOVE EMP-ID TO TAB-CYTD-EMP-ID(WS-CYTD-HIT)
              MOVE TAB-CNT-TYPE(WS-CNT-SUB)
                TO TAB-CYTD-TYPE(WS-CYTD-HIT)
              MOVE 0 TO TAB-CYTD-WAGES(WS-CYTD-HIT)
           END-IF.

      **********************************************
      * ROLLS THE CONTRIBUTION INTO ITS REGION AND TYPE
      * REMITTANCE ROW. THE EMPLOYEE'S OWN REGION IS USED - THE
      * CONTRIBUTION IS OWED THERE EVEN WHEN TAX FELL TO 'XX'.
      **********************************************
       ACCUMULATE-CONTRIB-REMITTANCE.
           MOVE 0 TO WS-CRMT-HIT.
           PERFORM VARYING WS-CRMT-SUB FROM 1 BY 1
                     UNTIL WS-CRMT-SUB > CRMT-COUNT
              IF CRMT-REGION(WS-CRMT-SUB) = EMP-REGION-CODE
                 AND CRMT-TYPE(WS-CRMT-SUB) = TAB-CNT-TYPE(WS-CNT-SUB)
                 MOVE WS-CRMT-SUB TO WS-CRMT-HIT
                 MOVE CRMT-COUNT TO WS-CRMT-SUB
              END-IF
           END-PERFORM.
           IF WS-CRMT-HIT = 0
              IF CRMT-COUNT >= CRMT-TABLE-MAX
                 DISPLAY 'FATAL: CONTRIB REMITTANCE TABLE OVERFLOW, '
                         'MAX=' CRMT-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO CRMT-COUNT
              MOVE CRMT-COUNT TO WS-CRMT-HIT
              MOVE EMP-REGION-CODE TO CRMT-REGION(WS-CRMT-HIT)
              MOVE TAB-CNT-TYPE(WS-CNT-SUB) TO CRMT-TYPE(WS-CRMT-HIT)
              MOVE 0 TO CRMT-WAGES(WS-CRMT-HIT)
              MOVE 0 TO CRMT-EE-TOTAL(WS-CRMT-HIT)
              MOVE 0 TO CRMT-ER-TOTAL(WS-CRMT-HIT)
           END-IF.
           ADD WS-CNT-WAGES TO CRMT-WAGES(WS-CRMT-HIT).
           ADD WS-CNT-EE TO CRMT-EE-TOTAL(WS-CRMT-HIT).
           ADD WS-CNT-ER TO CRMT-ER-TOTAL(WS-CRMT-HIT).

      **********************************************
      * FINDS THE EMPLOYEE'S UNUSED DEDUCTION ROW WITH THE LOWEST
      * PRIORITY NUMBER. WS-DED-PICK = 0 MEANS NONE LEFT.
           END-IF.

      **********************************************
      * APPLY DEFAULT TAX RATE FOR REGIONS WITH NO TAX ROWS
      **********************************************
       APPLY-DEFAULT-RATE.
           COMPUTE OUT-TAX = WS-GROSS-PAY * DEF-TAX-RATE.
              ADD 1 TO YTD-RECORDS-WRITTEN
           END-PERFORM.

      **********************************************
      * WRITE THE UPDATED YEAR-TO-DATE CONTRIBUTION WAGES FOR THE
      * NEXT PAY PERIOD
      **********************************************
       WRITE-CONTRIB-YTD-OUTPUT.
           PERFORM VARYING WS-CYTD-SUB FROM 1 BY 1
                     UNTIL WS-CYTD-SUB > CYTD-COUNT
              MOVE SPACES TO CYTD-OUT-REC
              MOVE TAB-CYTD-EMP-ID(WS-CYTD-SUB) TO CYTO-EMP-ID
              MOVE TAB-CYTD-TYPE(WS-CYTD-SUB) TO CYTO-TYPE
              MOVE TAB-CYTD-WAGES(WS-CYTD-SUB) TO CYTO-WAGES
              WRITE CYTD-OUT-REC
              IF CYTD-OUT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CONTRIB YTD OUTPUT: '
                          CYTD-OUT-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO CYTD-RECORDS-WRITTEN
           END-PERFORM.

      **********************************************
      * WRITE THE REMITTANCE SUMMARY: HEADER, ONE LINE PER TAX
      * REGION, AND A GRAND-TOTAL LINE, FORMATTED FOR THE
           WRITE REMIT-REC FROM WS-RMT-LINE.
           PERFORM CHECK-REMIT-STATUS.

      **********************************************
      * APPENDS THE CONTRIBUTIONS SECTION TO THE REMITTANCE
      * SUMMARY: ONE LINE PER REGION AND CONTRIBUTION TYPE WITH
      * THE SUBJECT WAGES AND BOTH SHARES, AND AN 'ALL' LINE.
      * NOTHING IS ADDED WHEN NO CONTRIBUTIONS ARE SET UP.
      **********************************************
       WRITE-CONTRIB-REMITTANCE.
           IF CNT-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REMIT-REC.
           WRITE REMIT-REC.
           PERFORM CHECK-REMIT-STATUS.
           WRITE REMIT-REC FROM WS-CRMT-HDR1.
           PERFORM CHECK-REMIT-STATUS.
           WRITE REMIT-REC FROM WS-CRMT-HDR2.
           PERFORM CHECK-REMIT-STATUS.

           PERFORM VARYING WS-CRMT-SUB FROM 1 BY 1
                     UNTIL WS-CRMT-SUB > CRMT-COUNT
              MOVE SPACES TO WS-CRMT-LINE
              MOVE CRMT-REGION(WS-CRMT-SUB) TO CRL-REGION
              MOVE CRMT-TYPE(WS-CRMT-SUB) TO CRL-TYPE
              MOVE CRMT-WAGES(WS-CRMT-SUB) TO CRL-WAGES
              MOVE CRMT-EE-TOTAL(WS-CRMT-SUB) TO CRL-EE
              MOVE CRMT-ER-TOTAL(WS-CRMT-SUB) TO CRL-ER
              WRITE REMIT-REC FROM WS-CRMT-LINE
              PERFORM CHECK-REMIT-STATUS
              ADD CRMT-WAGES(WS-CRMT-SUB) TO CRMT-GRAND-WAGES
              ADD CRMT-EE-TOTAL(WS-CRMT-SUB) TO CRMT-GRAND-EE
              ADD CRMT-ER-TOTAL(WS-CRMT-SUB) TO CRMT-GRAND-ER
           END-PERFORM.

           MOVE SPACES TO WS-CRMT-LINE.
           MOVE 'ALL' TO CRL-REGION.
           MOVE CRMT-GRAND-WAGES TO CRL-WAGES.
           MOVE CRMT-GRAND-EE TO CRL-EE.
           MOVE CRMT-GRAND-ER TO CRL-ER.
           WRITE REMIT-REC FROM WS-CRMT-LINE.
           PERFORM CHECK-REMIT-STATUS.

      **********************************************
      * CHECK THE REMIT SUMMARY FILE STATUS AFTER A WRITE
      **********************************************
                       NET-STATUS
           END-IF.

           CLOSE CYTD-OUT-FILE.
           IF CYTD-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CONTRIB YTD OUTPUT: '
                       CYTD-OUT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
           MOVE SUPP-RECORDS-LOADED TO SUPP-RECORDS-LOADED-DISP.
           MOVE SUPP-EMPLOYEES-PAID TO SUPP-EMPLOYEES-PAID-DISP.
           MOVE SUPP-ORPHANS TO SUPP-ORPHANS-DISP.
           MOVE TAX-ROWS-BAD-REGION TO TAX-ROWS-BAD-REGION-DISP.
           MOVE EMP-BAD-REGION TO EMP-BAD-REGION-DISP.
           MOVE CNT-ROWS-BAD-REGION TO CNT-ROWS-BAD-REGION-DISP.
           MOVE CYTD-RECORDS-LOADED TO CYTD-RECORDS-LOADED-DISP.
           MOVE CYTD-RECORDS-WRITTEN TO CYTD-RECORDS-WRITTEN-DISP.
           MOVE CNT-CAPPED-COUNT TO CNT-CAPPED-COUNT-DISP.

           DISPLAY '========================================'.
           DISPLAY 'TAX CALCULATION SUMMARY'.
           DISPLAY 'SUPP RECORDS LOADED:     ' SUPP-RECORDS-LOADED-DISP.
           DISPLAY 'SUPP EMPLOYEES PAID:     ' SUPP-EMPLOYEES-PAID-DISP.
           DISPLAY 'SUPP ORPHANS:            ' SUPP-ORPHANS-DISP.
           DISPLAY 'TAX ROWS BAD REGION:     '
                   TAX-ROWS-BAD-REGION-DISP.
           DISPLAY 'EMPLOYEES BAD REGION:    ' EMP-BAD-REGION-DISP.
           DISPLAY 'CONTRIB ROWS BAD REGION: '
                   CNT-ROWS-BAD-REGION-DISP.
           DISPLAY 'CONTRIB YTD ROWS READ:   '
                   CYTD-RECORDS-LOADED-DISP.
           DISPLAY 'CONTRIB YTD ROWS WRITTEN:'
                   CYTD-RECORDS-WRITTEN-DISP.
           DISPLAY 'CONTRIBS CAPPED:         ' CNT-CAPPED-COUNT-DISP.
           DISPLAY '========================================'.
