      *     - EXCEPTION EMPLOYEES (NO TIER MATCH) ARE NOT PAID AND    *
      *       DO NOT TOUCH THE GUARANTEE OR DRAW LOGIC.               *
      *                                                                *
      *   MANUAL ADJUSTMENTS:                                          *
      *     - AN OPTIONAL ADJUSTMENTS FILE (ADJDD) CARRIES CORRECTIONS *
      *       FROM SALES OPS: EMPLOYEE, PLAN, DEAL REFERENCE, SIGNED   *
      *       AMOUNT, REASON CODE, REQUESTER AND APPROVER.             *
      *     - ADJUSTMENTS ARE APPLIED AFTER ALL TIER, SPLIT,           *
      *       GUARANTEE AND DRAW PROCESSING, AND ONLY WHEN APPROVED    *
      *       BY SOMEONE OTHER THAN THE REQUESTER. AN UNKNOWN PLAN,    *
      *       A BAD OR ZERO AMOUNT, A MISSING REASON CODE, OR A        *
      *       MINUS ADJUSTMENT LARGER THAN THE EMPLOYEE'S PAYABLE SO   *
      *       FAR THIS RUN IS REFUSED.                                 *
      *     - EACH APPLIED ADJUSTMENT IS A SEPARATE OUTPUT RECORD:     *
      *       OUT-PAYABLE HOLDS THE AMOUNT, OUT-ADJ-SIGN ITS SIGN AND  *
      *       OUT-ADJ-REASON THE REASON CODE (BOTH BLANK ON            *
      *       CALCULATED RECORDS), SO THE PAYROLL BRIDGE PICKS IT UP.  *
      *     - THE AUDIT REPORT (ADJRDD) LISTS EVERY ADJUSTMENT,        *
      *       APPLIED OR REFUSED WITH THE REFUSAL REASON, PLUS         *
      *       TOTALS. RC 4 WHEN ANY ADJUSTMENT IS REFUSED.             *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/01                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  ADDED GUARANTEED-MINIMUM COMMISSION WITH      *
      *                  AUTOMATIC TOP-UP AND DRAW RECOVERY CARRIED    *
      *                  ACROSS RUNS VIA DRWIDD/DRWODD.                *
      *                  UNDER-FLOOR LIST IS CARRIED BETWEEN RUNS VIA  *
      *                  FLGIDD/FLGODD THE WAY DRAW BALANCES ARE. NO   *
      *                  QTADD = NO ATTAINMENT SECTION.                *
      * 2026/10/15  SSH  MANUAL COMMISSION ADJUSTMENTS (ADJDD):        *
      *                  APPROVED ADJUSTMENTS ARE APPLIED AFTER TIERS, *
      *                  SPLITS, GUARANTEE AND DRAW AS SEPARATE OUTPUT *
      *                  RECORDS (NEW OUT-ADJ-SIGN / OUT-ADJ-REASON    *
      *                  FIELDS); EVERY ADJUSTMENT, APPLIED OR         *
      *                  REFUSED, IS LISTED ON THE AUDIT REPORT        *
      *                  (ADJRDD).                                     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  COMMDD (COMM.TIERS) - COMMISSION TIERS (PS, 80 B)      *
      * OUTPUT: FLGODD (FLOOR.CURRENT) - THIS RUN'S UNDER-FLOOR IDS    *
      * INPUT:  DRWIDD (DRAW.PRIOR) - OPTIONAL PRIOR DRAW BALANCES     *
      * OUTPUT: DRWODD (DRAW.CURRENT) - UPDATED DRAW BALANCES (PS)     *
      * INPUT:  ADJDD (COMM.ADJUST) - OPTIONAL ADJUSTMENTS (PS, 80 B)  *
      * OUTPUT: ADJRDD (COMM.ADJAUDIT) - ADJUSTMENTS AUDIT REPORT (PS) *
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ATTAIN-STATUS.

           SELECT OPTIONAL ADJUST-FILE ASSIGN TO ADJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ADJUST-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO ADJRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ADJ-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMMISSION-TIERS-FILE RECORDING MODE IS F.
          05 OUT-DRAW-BAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 OUT-DEAL-REF PIC X(8).
          05 FILLER PIC X(1).
          05 OUT-ADJ-SIGN PIC X(1).
             88 OUT-ADJ-LINE VALUE '+' '-'.
             88 OUT-ADJ-MINUS VALUE '-'.
          05 OUT-ADJ-REASON PIC X(4).
          05 FILLER PIC X(16).

       FD EXCEPTION-FILE RECORDING MODE IS F.
       01 EXCEPTION-REC.
          05 SPL-PCT PIC 9(3)V99.
          05 FILLER PIC X(60).

      * ONE MANUAL ADJUSTMENT PER RECORD. THE AMOUNT CARRIES A
      * LEADING SIGN ('+0001250.00' IS KEYED AS +000125000).
       FD ADJUST-FILE RECORDING MODE IS F.
       01 ADJUST-REC.
          05 ADJ-EMP-ID PIC 9(5).
          05 ADJ-PLAN PIC X(2).
          05 ADJ-DEAL-REF PIC X(8).
          05 ADJ-AMOUNT PIC S9(6)V99 SIGN IS LEADING SEPARATE.
          05 ADJ-REASON-CODE PIC X(4).
          05 ADJ-REQUESTER PIC X(8).
          05 ADJ-APPROVER PIC X(8).
          05 FILLER PIC X(36).

       FD ADJ-AUDIT-FILE RECORDING MODE IS F.
       01 ADJ-AUDIT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 FLOOR-IN-STATUS PIC X(2).
          05 FLOOR-OUT-STATUS PIC X(2).
          05 ATTAIN-STATUS PIC X(2).
          05 ADJUST-STATUS PIC X(2).
          05 ADJ-AUDIT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 DEALS-SPLIT PIC 9(5) VALUE 0.
          05 SPLIT-SHARES-PAID PIC 9(5) VALUE 0.
          05 SPLIT-ERRORS PIC 9(5) VALUE 0.
          05 ADJ-READ PIC 9(5) VALUE 0.
          05 ADJ-APPLIED PIC 9(5) VALUE 0.
          05 ADJ-REFUSED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS.
       01 DISP-COUNTERS.
          05 DEALS-SPLIT-DISP PIC Z(4)9.
          05 SPLIT-SHARES-PAID-DISP PIC Z(4)9.
          05 SPLIT-ERRORS-DISP PIC Z(4)9.
          05 ADJ-READ-DISP PIC Z(4)9.
          05 ADJ-APPLIED-DISP PIC Z(4)9.
          05 ADJ-REFUSED-DISP PIC Z(4)9.

      * IN-MEMORY COMMISSION TIERS TABLE - ONE OR MORE PLANS' WORTH
      * OF TIERS, EACH ROW TAGGED WITH ITS PLAN CODE
          05 WS-SURPLUS PIC 9(7)V99 VALUE 0.
          05 WS-RECOVERY PIC 9(7)V99 VALUE 0.

      * PAYABLE PER EMPLOYEE SO FAR THIS RUN (CALCULATED RECORDS
      * PLUS APPLIED ADJUSTMENTS) - A MINUS ADJUSTMENT MAY NOT TAKE
      * IT BELOW ZERO.
       01 EPAY-TABLE-MAX PIC 9(4) VALUE 1000.
       01 EPAY-COUNT PIC 9(4) VALUE 0.
       01 EPAY-TABLE.
          05 EPAY-ENTRY OCCURS 1000 TIMES.
             10 WS-EPAY-SAL-ID PIC 9(5).
             10 WS-EPAY-AMOUNT PIC 9(7)V99.
       01 WS-EPAY-SUB PIC 9(4) VALUE 0.
       01 WS-EPAY-HIT PIC 9(4) VALUE 0.
       01 WS-EPAY-ID PIC 9(5) VALUE 0.

      * MANUAL ADJUSTMENT WORK FIELDS AND AUDIT REPORT LINES
       01 WS-ADJ-EOF PIC X(1) VALUE 'N'.
       01 WS-ADJ-REFUSAL PIC X(18) VALUE SPACES.
       01 WS-ADJ-ABS PIC 9(6)V99 VALUE 0.
       01 WS-ADJ-NET-TOTAL PIC S9(8)V99 VALUE 0.
       01 WS-ADJ-REFUSED-TOTAL PIC S9(8)V99 VALUE 0.
       01 WS-ADJ-LINE.
          05 ADL-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-PLAN PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-DEAL-REF PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-AMOUNT PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-REASON PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-REQUESTER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-APPROVER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ADL-RESULT PIC X(18).
          05 FILLER PIC X(9) VALUE SPACES.
       01 WS-ADJ-TOTAL-LINE.
          05 ATT-LABEL PIC X(16).
          05 ATT-COUNT PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ATT-AMOUNT PIC -(8)9.99.
          05 FILLER PIC X(46) VALUE SPACES.

      **********************************************
      * MAIN FLOW: OPEN -> LOAD TABLES -> PROCESS -> CLOSE -> REPORT
      **********************************************
           PERFORM LOAD-QUOTA-TABLE.
           PERFORM LOAD-PRIOR-FLOOR-FLAGS.
           PERFORM PROCESS-SALARIES.
           PERFORM APPLY-ADJUSTMENTS.
           PERFORM WRITE-DRAW-OUTPUT.
           PERFORM WRITE-ATTAINMENT-REPORT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF ADJ-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
           MOVE WS-CUR-DEAL-REF TO OUT-DEAL-REF.
           PERFORM APPLY-GUARANTEE-AND-DRAW.
           PERFORM ACCUMULATE-EMP-SALES.
           MOVE SAL-ID TO WS-EPAY-ID.
           PERFORM FIND-OR-ADD-EMP-PAYABLE.
           ADD OUT-PAYABLE TO WS-EPAY-AMOUNT(WS-EPAY-HIT).
           WRITE COMMISSION-REC.
           IF OUTPUT-STATUS = '00'
              ADD 1 TO RECORDS-WRITTEN
              STOP RUN
           END-IF.

      **********************************************
      * FIND THE EMPLOYEE'S RUNNING PAYABLE (WS-EPAY-ID), ADDING A
      * ZERO ENTRY ON FIRST SIGHT. WS-EPAY-HIT POINTS AT IT.
      **********************************************
       FIND-OR-ADD-EMP-PAYABLE.
           PERFORM FIND-EMP-PAYABLE.
           IF WS-EPAY-HIT = 0
              IF EPAY-COUNT >= EPAY-TABLE-MAX
                 DISPLAY 'FATAL: EMPLOYEE PAYABLE TABLE OVERFLOW, MAX='
                          EPAY-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO EPAY-COUNT
              MOVE EPAY-COUNT TO WS-EPAY-HIT
              MOVE WS-EPAY-ID TO WS-EPAY-SAL-ID(WS-EPAY-HIT)
              MOVE 0 TO WS-EPAY-AMOUNT(WS-EPAY-HIT)
           END-IF.

      **********************************************
      * FIND THE EMPLOYEE'S RUNNING PAYABLE; WS-EPAY-HIT = 0 WHEN
      * THE EMPLOYEE HAS NONE YET.
      **********************************************
       FIND-EMP-PAYABLE.
           MOVE 0 TO WS-EPAY-HIT.
           PERFORM VARYING WS-EPAY-SUB FROM 1 BY 1
                   UNTIL WS-EPAY-SUB > EPAY-COUNT
              IF WS-EPAY-SAL-ID(WS-EPAY-SUB) = WS-EPAY-ID
                 MOVE WS-EPAY-SUB TO WS-EPAY-HIT
                 MOVE EPAY-COUNT TO WS-EPAY-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * APPLIES THE OPTIONAL MANUAL ADJUSTMENTS FILE AFTER ALL
      * CALCULATED RECORDS ARE WRITTEN. NO FILE MEANS NO
      * ADJUSTMENTS AND NO AUDIT REPORT THIS RUN.
      **********************************************
       APPLY-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE.
           IF ADJUST-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ADJ-AUDIT-FILE.
           IF ADJ-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTMENTS AUDIT REPORT: '
                      ADJ-AUDIT-STATUS
              STOP RUN
           END-IF.

           MOVE 'COMMISSION ADJUSTMENTS AUDIT' TO ADJ-AUDIT-REC.
           PERFORM WRITE-ADJ-AUDIT-LINE.
           MOVE SPACES TO ADJ-AUDIT-REC.
           STRING 'EMPID PL DEALREF       AMOUNT ' DELIMITED BY SIZE
                  'RSN  REQUESTR APPROVER RESULT' DELIMITED BY SIZE
                  INTO ADJ-AUDIT-REC
           END-STRING.
           PERFORM WRITE-ADJ-AUDIT-LINE.

           MOVE 'N' TO WS-ADJ-EOF.
           PERFORM UNTIL WS-ADJ-EOF = 'Y'
              READ ADJUST-FILE
                AT END
                   MOVE 'Y' TO WS-ADJ-EOF
                NOT AT END
                   IF ADJUST-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ADJUSTMENTS FILE: '
                              ADJUST-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO ADJ-READ
                   PERFORM CHECK-ONE-ADJUSTMENT
                   IF WS-ADJ-REFUSAL = SPACES
                      PERFORM WRITE-ADJUSTMENT-REC
                   ELSE
                      ADD 1 TO ADJ-REFUSED
                      IF ADJ-AMOUNT IS NUMERIC
                         ADD ADJ-AMOUNT TO WS-ADJ-REFUSED-TOTAL
                      END-IF
                   END-IF
                   PERFORM WRITE-ADJ-AUDIT-DETAIL
              END-READ
           END-PERFORM.
           CLOSE ADJUST-FILE.

           MOVE SPACES TO ADJ-AUDIT-REC.
           PERFORM WRITE-ADJ-AUDIT-LINE.
           MOVE 'APPLIED:' TO ATT-LABEL.
           MOVE ADJ-APPLIED TO ATT-COUNT.
           MOVE WS-ADJ-NET-TOTAL TO ATT-AMOUNT.
           MOVE WS-ADJ-TOTAL-LINE TO ADJ-AUDIT-REC.
           PERFORM WRITE-ADJ-AUDIT-LINE.
           MOVE 'REFUSED:' TO ATT-LABEL.
           MOVE ADJ-REFUSED TO ATT-COUNT.
           MOVE WS-ADJ-REFUSED-TOTAL TO ATT-AMOUNT.
           MOVE WS-ADJ-TOTAL-LINE TO ADJ-AUDIT-REC.
           PERFORM WRITE-ADJ-AUDIT-LINE.

           CLOSE ADJ-AUDIT-FILE.
           IF ADJ-AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ADJUSTMENTS AUDIT: '
                       ADJ-AUDIT-STATUS
           END-IF.

      **********************************************
      * VALIDATES ONE ADJUSTMENT. WS-ADJ-REFUSAL IS LEFT BLANK
      * WHEN IT MAY BE APPLIED, ELSE HOLDS THE FIRST REASON FOUND.
      * APPROVAL MUST COME FROM SOMEONE OTHER THAN THE REQUESTER.
      **********************************************
       CHECK-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-ADJ-REFUSAL.
           IF ADJ-EMP-ID IS NOT NUMERIC
              MOVE 'BAD EMPLOYEE ID' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-AMOUNT IS NOT NUMERIC OR ADJ-AMOUNT = 0
              MOVE 'BAD OR ZERO AMOUNT' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-REASON-CODE = SPACES
              MOVE 'NO REASON CODE' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-REQUESTER = SPACES
              MOVE 'NO REQUESTER' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-APPROVER = SPACES
              MOVE 'NOT APPROVED' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-APPROVER = ADJ-REQUESTER
              MOVE 'SELF-APPROVED' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PLAN-SEEN.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TIERS-LOADED OR WS-PLAN-SEEN = 'Y'
               IF WS-PLAN(IDX) = ADJ-PLAN
                  MOVE 'Y' TO WS-PLAN-SEEN
               END-IF
           END-PERFORM.
           IF WS-PLAN-SEEN = 'N'
              MOVE 'UNKNOWN PLAN CODE' TO WS-ADJ-REFUSAL
              EXIT PARAGRAPH
           END-IF.

           IF ADJ-AMOUNT < 0
              MOVE ADJ-EMP-ID TO WS-EPAY-ID
              PERFORM FIND-EMP-PAYABLE
              COMPUTE WS-ADJ-ABS = 0 - ADJ-AMOUNT
              IF WS-EPAY-HIT = 0
                 MOVE 'EXCEEDS PAYABLE' TO WS-ADJ-REFUSAL
              ELSE
                 IF WS-ADJ-ABS > WS-EPAY-AMOUNT(WS-EPAY-HIT)
                    MOVE 'EXCEEDS PAYABLE' TO WS-ADJ-REFUSAL
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * WRITES AN APPROVED ADJUSTMENT AS ITS OWN COMMISSION OUTPUT
      * RECORD: THE AMOUNT IN OUT-PAYABLE WITH ITS SIGN IN
      * OUT-ADJ-SIGN, THE EMPLOYEE'S CURRENT DRAW BALANCE, AND NO
      * SALES OR RATE FIGURES.
      **********************************************
       WRITE-ADJUSTMENT-REC.
           MOVE SPACES TO COMMISSION-REC.
           MOVE ADJ-EMP-ID TO OUT-ID.
           MOVE ADJ-PLAN TO OUT-PLAN.
           MOVE 0 TO OUT-SAL-AMT.
           MOVE 0 TO OUT-PCT.
           MOVE 0 TO OUT-RES.
           MOVE ADJ-DEAL-REF TO OUT-DEAL-REF.
           MOVE ADJ-REASON-CODE TO OUT-ADJ-REASON.
           MOVE ADJ-EMP-ID TO WS-EPAY-ID.
           PERFORM FIND-OR-ADD-EMP-PAYABLE.
           IF ADJ-AMOUNT < 0
              COMPUTE WS-ADJ-ABS = 0 - ADJ-AMOUNT
              MOVE '-' TO OUT-ADJ-SIGN
              SUBTRACT WS-ADJ-ABS FROM WS-EPAY-AMOUNT(WS-EPAY-HIT)
           ELSE
              MOVE ADJ-AMOUNT TO WS-ADJ-ABS
              MOVE '+' TO OUT-ADJ-SIGN
              ADD WS-ADJ-ABS TO WS-EPAY-AMOUNT(WS-EPAY-HIT)
           END-IF.
           MOVE WS-ADJ-ABS TO OUT-PAYABLE.
           MOVE 0 TO OUT-DRAW-BAL.
           PERFORM VARYING DRWSCAN FROM 1 BY 1
                   UNTIL DRWSCAN > DRAW-COUNT
              IF WS-DRAW-EMP-ID(DRWSCAN) = ADJ-EMP-ID
                 MOVE WS-DRAW-BALANCE(DRWSCAN) TO OUT-DRAW-BAL
              END-IF
           END-PERFORM.
           WRITE COMMISSION-REC.
           IF OUTPUT-STATUS = '00'
              ADD 1 TO RECORDS-WRITTEN
           ELSE
              DISPLAY 'ERROR WRITING COMMISSION OUTPUT '
                       'FILE: ' OUTPUT-STATUS
              DISPLAY 'EMPLOYEE ID: ' ADJ-EMP-ID
              STOP RUN
           END-IF.
           ADD 1 TO ADJ-APPLIED.
           ADD ADJ-AMOUNT TO WS-ADJ-NET-TOTAL.

      **********************************************
      * ONE AUDIT LINE PER ADJUSTMENT, APPLIED OR REFUSED.
      **********************************************
       WRITE-ADJ-AUDIT-DETAIL.
           MOVE ADJ-EMP-ID TO ADL-ID.
           MOVE ADJ-PLAN TO ADL-PLAN.
           MOVE ADJ-DEAL-REF TO ADL-DEAL-REF.
           IF ADJ-AMOUNT IS NUMERIC
              MOVE ADJ-AMOUNT TO ADL-AMOUNT
           ELSE
              MOVE 0 TO ADL-AMOUNT
           END-IF.
           MOVE ADJ-REASON-CODE TO ADL-REASON.
           MOVE ADJ-REQUESTER TO ADL-REQUESTER.
           MOVE ADJ-APPROVER TO ADL-APPROVER.
           IF WS-ADJ-REFUSAL = SPACES
              MOVE 'APPLIED' TO ADL-RESULT
           ELSE
              MOVE WS-ADJ-REFUSAL TO ADL-RESULT
           END-IF.
           MOVE WS-ADJ-LINE TO ADJ-AUDIT-REC.
           PERFORM WRITE-ADJ-AUDIT-LINE.

      **********************************************
      * WRITES THE CURRENT ADJUSTMENTS AUDIT REPORT RECORD.
      **********************************************
       WRITE-ADJ-AUDIT-LINE.
           WRITE ADJ-AUDIT-REC.
           IF ADJ-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ADJUSTMENTS AUDIT REPORT: '
                      ADJ-AUDIT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITE AN EMPLOYEE WHO DID NOT MATCH ANY TIER TO THE
      * EXCEPTION FILE INSTEAD OF SILENTLY PAYING NO COMMISSION
           DISPLAY 'DEALS SPLIT:             ' DEALS-SPLIT-DISP.
           DISPLAY 'SPLIT SHARES CREDITED:   ' SPLIT-SHARES-PAID-DISP.
           DISPLAY 'SPLIT ERRORS:            ' SPLIT-ERRORS-DISP.
           MOVE ADJ-READ TO ADJ-READ-DISP.
           MOVE ADJ-APPLIED TO ADJ-APPLIED-DISP.
           MOVE ADJ-REFUSED TO ADJ-REFUSED-DISP.
           DISPLAY 'ADJUSTMENTS READ:        ' ADJ-READ-DISP.
           DISPLAY 'ADJUSTMENTS APPLIED:     ' ADJ-APPLIED-DISP.
           DISPLAY 'ADJUSTMENTS REFUSED:     ' ADJ-REFUSED-DISP.
           DISPLAY '========================================'.
