      ******************************************************************
      * BUSINESS-DAY DATE SERVICE SUBPROGRAM                           *
      *                                                                *
      * PURPOSE:                                                      *
      * ONE PLACE FOR EVERY DUE-DATE CALCULATION TO ASK WHICH DAYS    *
      * ARE BUSINESS DAYS, SO LOAN PAYMENTS, BONUS INSTALLMENTS,      *
      * STANDING ORDERS, LIBRARY DUE DATES AND CASE AGING ALL FOLLOW  *
      * THE SAME HOLIDAY CALENDAR INSTEAD OF PLAIN CALENDAR DAYS.     *
      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   A BUSINESS DAY IS MONDAY TO FRIDAY AND NOT A HOLIDAY ON     *
      *   THE CALENDAR FILE (HOLDD) THAT OPERATIONS MAINTAIN.         *
      *   ON THE FIRST CALL THE CALENDAR IS READ INTO A TABLE AND     *
      *   CLOSED. A MISSING CALENDAR STOPS THE RUN; AN EMPTY ONE IS   *
      *   ALLOWED WITH A WARNING (WEEKENDS ONLY). A ROW WHOSE DATE    *
      *   IS NOT A VALID YYYYMMDD IS SKIPPED WITH A WARNING.          *
      *   FUNCTIONS (SEE BDCAL):                                      *
      *     A - ADD N BUSINESS DAYS (N < 0 GOES BACKWARDS, N = 0      *
      *         ROLLS FORWARD)                                        *
      *     F - ROLL FORWARD TO A BUSINESS DAY                        *
      *     B - ROLL BACK TO A BUSINESS DAY                           *
      *     C - COUNT BUSINESS DAYS AFTER DATE-IN UP TO AND           *
      *         INCLUDING DATE-TO                                     *
      *   THE DAY OF THE WEEK COMES FROM THE DAY NUMBER: DAY 1        *
      *   (1601/01/01) WAS A MONDAY.                                  *
      *                                                               *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/10/15                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  INITIAL VERSION.                             *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - HOLIDAY CALENDAR (PS, 80 B)*
      *                                                               *
      * COPYBOOKS: HOLCAL - HOLIDAY CALENDAR RECORD                   *
      *            BDCAL  - PARAMETER AREA                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBDT23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAY-FILE RECORDING MODE IS F.
       01 HOLIDAY-REC.
           COPY HOLCAL.

       WORKING-STORAGE SECTION.

       01 HOL-STATUS PIC X(2).

      * SET ONCE THE HOLIDAY CALENDAR HAS BEEN LOADED
       01 WS-LOADED-SW PIC X(1) VALUE 'N'.
          88 TABLE-LOADED VALUE 'Y'.

      * HOLIDAYS AS DAY NUMBERS (INTEGER-OF-DATE)
       01 HOL-TABLE-MAX PIC 9(4) VALUE 1000.
       01 HOL-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOL-TABLE.
          05 HOL-DAY-NO PIC 9(8) OCCURS 1000 TIMES.
       01 WS-HOL-SUB PIC 9(4) VALUE 0.

      * DAY-NUMBER WORK FIELDS
       01 WS-DAY-NO PIC 9(8) VALUE 0.
       01 WS-END-DAY-NO PIC 9(8) VALUE 0.
       01 WS-SWAP-DAY-NO PIC 9(8) VALUE 0.
       01 WS-DOW-BASE PIC 9(8) VALUE 0.
       01 WS-DOW-QUOT PIC 9(8) VALUE 0.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-STEPS-LEFT PIC 9(5) VALUE 0.
       01 WS-BUS-COUNT PIC 9(5) VALUE 0.
       01 WS-BUSINESS-SW PIC X(1) VALUE 'N'.
          88 IS-BUSINESS-DAY VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-DATE-SERVICE.
           COPY BDCAL.

      **********************************************
      * LOADS THE CALENDAR ON THE FIRST CALL, THEN CARRIES
      * OUT THE REQUESTED FUNCTION.
      **********************************************
       PROCEDURE DIVISION USING LK-DATE-SERVICE.
       MAIN-LOGIC.
           IF NOT TABLE-LOADED
              PERFORM LOAD-HOLIDAY-TABLE
           END-IF.

           SET BDC-OK TO TRUE.
           MOVE 0 TO BDC-DATE-OUT.
           IF FUNCTION TEST-DATE-YYYYMMDD(BDC-DATE-IN) NOT = 0
              SET BDC-BAD-DATE TO TRUE
              GOBACK
           END-IF.
           COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(BDC-DATE-IN).

           EVALUATE TRUE
              WHEN BDC-ADD-DAYS
                 PERFORM ADD-BUSINESS-DAYS
              WHEN BDC-ROLL-FORWARD
                 PERFORM ROLL-FORWARD
              WHEN BDC-ROLL-BACK
                 PERFORM ROLL-BACK
              WHEN BDC-COUNT-DAYS
                 PERFORM COUNT-BUSINESS-DAYS
              WHEN OTHER
                 SET BDC-BAD-FUNCTION TO TRUE
           END-EVALUATE.

           IF BDC-OK AND NOT BDC-COUNT-DAYS
              COMPUTE BDC-DATE-OUT =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           END-IF.
           GOBACK.

      **********************************************
      * READS THE HOLIDAY CALENDAR INTO HOL-TABLE.
      **********************************************
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE.
           IF HOL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLIDAY CALENDAR: ' HOL-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL HOL-STATUS NOT = '00'
              READ HOLIDAY-FILE
                AT END
                   MOVE '10' TO HOL-STATUS
                NOT AT END
                   IF HOL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING HOLIDAY CALENDAR: '
                              HOL-STATUS
                      STOP RUN
                   END-IF
                   PERFORM ADD-HOLIDAY
              END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

           IF HOL-TABLE-COUNT = 0
              DISPLAY 'WARNING: HOLIDAY CALENDAR IS EMPTY - '
                      'WEEKENDS ONLY'
           END-IF.
           SET TABLE-LOADED TO TRUE.

      **********************************************
      * ADDS ONE CALENDAR ROW TO THE TABLE. COMMENT AND BLANK
      * ROWS ARE PASSED OVER; AN INVALID DATE IS REPORTED.
      **********************************************
       ADD-HOLIDAY.
           IF HOL-COMMENT-FLAG = '*' OR HOLIDAY-REC = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF HOL-DATE IS NOT NUMERIC
              DISPLAY 'WARNING: HOLIDAY CALENDAR ROW SKIPPED - BAD '
                      'DATE: ' HOL-DATE-X
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE) NOT = 0
              DISPLAY 'WARNING: HOLIDAY CALENDAR ROW SKIPPED - BAD '
                      'DATE: ' HOL-DATE-X
              EXIT PARAGRAPH
           END-IF.
           IF HOL-TABLE-COUNT >= HOL-TABLE-MAX
              DISPLAY 'FATAL: HOLIDAY TABLE OVERFLOW, MAX='
                      HOL-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO HOL-TABLE-COUNT.
           COMPUTE HOL-DAY-NO(HOL-TABLE-COUNT) =
              FUNCTION INTEGER-OF-DATE(HOL-DATE).

      **********************************************
      * MOVES WS-DAY-NO BDC-DAYS BUSINESS DAYS FORWARD, OR
      * BACKWARD WHEN BDC-DAYS IS NEGATIVE. ZERO DAYS ROLLS
      * FORWARD TO A BUSINESS DAY.
      **********************************************
       ADD-BUSINESS-DAYS.
           IF BDC-DAYS = 0
              PERFORM ROLL-FORWARD
              EXIT PARAGRAPH
           END-IF.
           IF BDC-DAYS > 0
              MOVE BDC-DAYS TO WS-STEPS-LEFT
              PERFORM UNTIL WS-STEPS-LEFT = 0
                 ADD 1 TO WS-DAY-NO
                 PERFORM CHECK-BUSINESS-DAY
                 IF IS-BUSINESS-DAY
                    SUBTRACT 1 FROM WS-STEPS-LEFT
                 END-IF
              END-PERFORM
           ELSE
              COMPUTE WS-STEPS-LEFT = 0 - BDC-DAYS
              PERFORM UNTIL WS-STEPS-LEFT = 0
                 SUBTRACT 1 FROM WS-DAY-NO
                 PERFORM CHECK-BUSINESS-DAY
                 IF IS-BUSINESS-DAY
                    SUBTRACT 1 FROM WS-STEPS-LEFT
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * LEAVES WS-DAY-NO ON THE FIRST BUSINESS DAY ON OR AFTER IT.
      **********************************************
       ROLL-FORWARD.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
              ADD 1 TO WS-DAY-NO
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      **********************************************
      * LEAVES WS-DAY-NO ON THE LAST BUSINESS DAY ON OR BEFORE IT.
      **********************************************
       ROLL-BACK.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
              SUBTRACT 1 FROM WS-DAY-NO
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      **********************************************
      * COUNTS THE BUSINESS DAYS AFTER BDC-DATE-IN UP TO AND
      * INCLUDING BDC-DATE-TO INTO BDC-DAYS. WHEN BDC-DATE-TO IS
      * THE EARLIER DATE THE SAME SPAN IS COUNTED THE OTHER WAY
      * ROUND AND RETURNED NEGATIVE.
      **********************************************
       COUNT-BUSINESS-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD(BDC-DATE-TO) NOT = 0
              SET BDC-BAD-DATE TO TRUE
              MOVE 0 TO BDC-DAYS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-END-DAY-NO =
              FUNCTION INTEGER-OF-DATE(BDC-DATE-TO).
           MOVE 0 TO WS-BUS-COUNT.
           IF WS-END-DAY-NO >= WS-DAY-NO
              PERFORM UNTIL WS-DAY-NO = WS-END-DAY-NO
                 ADD 1 TO WS-DAY-NO
                 PERFORM CHECK-BUSINESS-DAY
                 IF IS-BUSINESS-DAY
                    ADD 1 TO WS-BUS-COUNT
                 END-IF
              END-PERFORM
              MOVE WS-BUS-COUNT TO BDC-DAYS
           ELSE
              MOVE WS-DAY-NO TO WS-SWAP-DAY-NO
              MOVE WS-END-DAY-NO TO WS-DAY-NO
              MOVE WS-SWAP-DAY-NO TO WS-END-DAY-NO
              PERFORM UNTIL WS-DAY-NO = WS-END-DAY-NO
                 ADD 1 TO WS-DAY-NO
                 PERFORM CHECK-BUSINESS-DAY
                 IF IS-BUSINESS-DAY
                    ADD 1 TO WS-BUS-COUNT
                 END-IF
              END-PERFORM
              COMPUTE BDC-DAYS = 0 - WS-BUS-COUNT
           END-IF.

      **********************************************
      * SETS IS-BUSINESS-DAY FOR WS-DAY-NO: NOT A SATURDAY OR
      * SUNDAY, AND NOT ON THE HOLIDAY CALENDAR.
      **********************************************
       CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-SW.
           COMPUTE WS-DOW-BASE = WS-DAY-NO - 1.
           DIVIDE WS-DOW-BASE BY 7 GIVING WS-DOW-QUOT
              REMAINDER WS-DOW.
           IF WS-DOW > 4
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                     UNTIL WS-HOL-SUB > HOL-TABLE-COUNT
              IF HOL-DAY-NO(WS-HOL-SUB) = WS-DAY-NO
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           SET IS-BUSINESS-DAY TO TRUE.
