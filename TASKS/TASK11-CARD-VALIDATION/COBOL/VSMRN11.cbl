      ******************************************************************
      * MONTHLY CARD RENEWAL RUN                                       *
      *                                                                *
      * PURPOSE:                                                       *
      * CARDS REACH CARD-EXPIRY-DATE AND THEN DECLINE AS EXPIRED IN    *
      * VSMJOB11 UNLESS SOMEONE REMEMBERS TO KEY AN EXPIRY EXTENSION   *
      * INTO VSMCM11. THIS RUN FINDS THE ACTIVE CARDS THAT EXPIRE      *
      * WITHIN THE RENEWAL WINDOW AND HAVE BEEN USED RECENTLY, AND     *
      * GENERATES THE VSMCM11 EXPIRY-EXTENSION TRANSACTIONS AND THE    *
      * CARD VENDOR'S EMBOSSING FILE FOR THEM. EXPIRING CARDS THAT ARE *
      * NOT RENEWED ARE LISTED ON A NON-RENEWAL REPORT WITH THE        *
      * REASON.                                                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   1. PARAMETERS (INDD, ALL OPTIONAL): RUN DATE (YYYYMMDD,      *
      *      DEFAULT TODAY), RENEWAL WINDOW IN MONTHS (DEFAULT 2) AND  *
      *      THE EXTENSION IN YEARS (DEFAULT 3).                       *
      *   2. RECENT ACTIVITY IS TAKEN FROM THE APPROVED TRANSACTION    *
      *      FILES FOR THE LOOK-BACK PERIOD, CONCATENATED ON APRVDD.   *
      *      EVERY CARD WITH AT LEAST ONE APPROVAL THERE IS ACTIVE.    *
      *      THE APPROVED FILE CARRIES THE CARD TOKEN, NOT THE NUMBER, *
      *      SO A DUE CARD IS TOKENIZED (SUBTK11) TO BE MATCHED.       *
      *   3. THE CARD MASTER IS READ IN KEY ORDER. A CARD IS DUE FOR   *
      *      RENEWAL WHEN ITS EXPIRY MONTH (MMYY) FALLS FROM THE RUN   *
      *      MONTH UP TO RUN MONTH + WINDOW. CARDS ALREADY EXPIRED OR  *
      *      EXPIRING LATER ARE LEFT ALONE.                            *
      *   4. A DUE CARD IS NEVER RENEWED IF IT IS BLOCKED OR ON THE    *
      *      LOST/STOLEN HOTLIST (HOTDD), WHATEVER ITS ACTIVITY; A DUE *
      *      CARD WITH NO RECENT APPROVALS IS NOT RENEWED EITHER. ALL  *
      *      THREE ARE LISTED, CARD MASKED, ON THE NON-RENEWAL REPORT. *
      *   5. A RENEWED CARD KEEPS ITS EXPIRY MONTH AND MOVES ON BY THE *
      *      EXTENSION YEARS: ONE 'E' TRANSACTION IS WRITTEN FOR       *
      *      VSMCM11 (RNMTDD) AND ONE EMBOSSING RECORD (EMBDD).        *
      *   6. A CARD WITH AN UNREADABLE EXPIRY IS LISTED AS SUCH AND    *
      *      ENDS THE RUN WITH RC 4.                                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  NON-RENEWAL REPORT SHOWS THE CARD NUMBER      *
      *                  MASKED (SUBTK11) INSTEAD OF IN FULL.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (VSAM KSDS)    *
      * INPUT:  APRVDD (APPROVED.FILE) - APPROVED TRANS FOR THE        *
      *         LOOK-BACK PERIOD, CONCATENATED (PS, 80 B)              *
      * INPUT:  HOTDD (CARD.HOTLIST) - OPTIONAL LOST/STOLEN LIST       *
      * INPUT:  INDD (RENEW.PARM) - RUN DATE, WINDOW, EXTENSION        *
      * OUTPUT: RNMTDD (CARD.MAINT) - EXPIRY EXTENSIONS FOR VSMCM11    *
      *         (PS, 80 B)                                             *
      * OUTPUT: EMBDD (CARD.EMBOSS) - EMBOSSING FILE FOR THE CARD      *
      *         VENDOR (PS, 80 B)                                      *
      * OUTPUT: NRNDD (NONRENEW.REPORT) - NON-RENEWAL REPORT           *
      *         (PS, 80 B)                                             *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMRN11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS VSAM-STATUS.

           SELECT APPROVED-TRANS-FILE ASSIGN TO APRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APRV-STATUS.

           SELECT OPTIONAL HOTLIST-FILE ASSIGN TO HOTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOT-STATUS.

           SELECT PARAM-FILE ASSIGN TO INDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT RENEW-MAINT-FILE ASSIGN TO RNMTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RNMT-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO EMBDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMB-STATUS.

           SELECT NONRENEW-REPORT ASSIGN TO NRNDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-NUMBER PIC 9(16).
          05 CARD-OWNER-NAME PIC X(20).
          05 CARD-EXPIRY-DATE PIC X(4).
          05 CARD-STATUS PIC X(1).

      * APPROVED TRANSACTIONS AS WRITTEN BY THE CARD VALIDATION RUN
       FD APPROVED-TRANS-FILE RECORDING MODE IS F.
       01 APPROVED-REC.
          05 APPROVED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(24).
          05 APPROVED-CARD-TOKEN PIC X(16).
          05 FILLER PIC X(18).

      * HOTLIST ENTRY: ONE CARD NUMBER REPORTED LOST OR STOLEN
       FD HOTLIST-FILE RECORDING MODE IS F.
       01 HOTLIST-REC.
          05 HOT-CARD-NUM PIC X(16).
          05 FILLER PIC X(64).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PARAM-WINDOW PIC X(2).
          05 PARAM-WINDOW-N REDEFINES PARAM-WINDOW PIC 9(2).
          05 FILLER PIC X(1).
          05 PARAM-EXTEND-YRS PIC X(1).
          05 PARAM-EXTEND-YRS-N REDEFINES PARAM-EXTEND-YRS PIC 9(1).
          05 FILLER PIC X(67).

      * MAINTENANCE TRANSACTION IN VSMCM11'S MNTDD LAYOUT
       FD RENEW-MAINT-FILE RECORDING MODE IS F.
       01 MAINT-TRANS-REC.
          05 MNT-ACTION PIC X(1).
          05 MNT-CARD-NUM PIC X(16).
          05 MNT-NEW-STATUS PIC X(1).
          05 MNT-NEW-EXPIRY PIC X(4).
          05 MNT-NEW-OWNER-NAME PIC X(20).
          05 FILLER PIC X(38).

      * EMBOSSING RECORD FOR THE CARD VENDOR: NAME AND NEW EXPIRY
      * AS PRINTED (MM/YY), WITH THE EXPIRY BEING REPLACED
       FD EMBOSS-FILE RECORDING MODE IS F.
       01 EMBOSS-REC.
          05 EMB-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 EMB-OWNER-NAME PIC X(20).
          05 FILLER PIC X(1).
          05 EMB-NEW-EXPIRY.
             10 EMB-NEW-MM PIC X(2).
             10 FILLER PIC X(1).
             10 EMB-NEW-YY PIC X(2).
          05 FILLER PIC X(1).
          05 EMB-OLD-EXPIRY PIC X(4).
          05 FILLER PIC X(1).
          05 EMB-RUN-DATE PIC 9(8).
          05 FILLER PIC X(23).

       FD NONRENEW-REPORT RECORDING MODE IS F.
       01 NRN-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 VSAM-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
          05 HOT-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 RNMT-STATUS PIC X(2).
          05 EMB-STATUS PIC X(2).
          05 NRN-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-APRV-EOF PIC X(1) VALUE 'N'.
             88 APRV-EOF VALUE 'Y'.

      * RUN PARAMETERS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 WS-RUN-DD PIC 9(2).
       01 WS-WINDOW-MONTHS PIC 9(2) VALUE 2.
       01 WS-EXTEND-YEARS PIC 9(1) VALUE 3.

      * RENEWAL WINDOW AS ABSOLUTE MONTH NUMBERS (YEAR * 12 + MONTH)
       01 WS-WINDOW-FROM PIC 9(6) VALUE 0.
       01 WS-WINDOW-TO PIC 9(6) VALUE 0.
       01 WS-CARD-MONTH PIC 9(6) VALUE 0.

      * CARD EXPIRY SLICES (MMYY) AND THE RENEWED EXPIRY
       01 WS-CARD-MM PIC 9(2).
       01 WS-CARD-YY PIC 9(2).
       01 WS-NEW-YY PIC 9(2).
       01 WS-NEW-EXPIRY.
          05 WS-NEW-EXP-MM PIC 9(2).
          05 WS-NEW-EXP-YY PIC 9(2).

      * HOTLIST OF CARD NUMBERS REPORTED LOST/STOLEN (HOTDD)
       01 HOTLIST-TABLE-MAX PIC 9(3) VALUE 200.
       01 HOTLIST-LOADED PIC 9(3) VALUE 0.
       01 HOTLIST-TABLE.
          05 HOTLIST-ENTRY OCCURS 200 TIMES INDEXED BY HOTIDX.
             10 WS-HOT-CARD-NUM PIC 9(16).
       01 WS-HOT-HIT-SW PIC X(1) VALUE 'N'.
          88 HOTLIST-HIT VALUE 'Y'.
       01 WS-HOT-EOF-SW PIC X(1) VALUE 'N'.
          88 HOT-EOF VALUE 'Y'.

      * CARDS WITH APPROVED ACTIVITY IN THE LOOK-BACK PERIOD, BY
      * CARD TOKEN - THE APPROVED FILE DOES NOT CARRY THE NUMBER
       01 ACTIVE-TABLE-MAX PIC 9(5) VALUE 20000.
       01 ACTIVE-LOADED PIC 9(5) VALUE 0.
       01 ACTIVE-TABLE.
          05 ACTIVE-ENTRY OCCURS 20000 TIMES INDEXED BY ACTIDX.
             10 WS-ACT-CARD-TOKEN PIC 9(16).
       01 WS-ACT-HIT-SW PIC X(1) VALUE 'N'.
          88 ACTIVITY-HIT VALUE 'Y'.
       01 WS-FIND-CARD PIC 9(16) VALUE 0.
       01 WS-FIND-TOKEN PIC 9(16) VALUE 0.

      * CARD NUMBER MASK AND TOKEN SERVICE (SUBTK11)
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      * REASON A DUE CARD IS NOT RENEWED
       01 WS-NRN-REASON PIC X(24) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-APRV-READ PIC 9(7) VALUE 0.
          05 TOTAL-CARDS-READ PIC 9(5) VALUE 0.
          05 TOTAL-DUE PIC 9(5) VALUE 0.
          05 TOTAL-RENEWED PIC 9(5) VALUE 0.
          05 TOTAL-NO-ACTIVITY PIC 9(5) VALUE 0.
          05 TOTAL-BLOCKED PIC 9(5) VALUE 0.
          05 TOTAL-HOTLISTED PIC 9(5) VALUE 0.
          05 TOTAL-BAD-EXPIRY PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-APRV-READ-DISP PIC Z(6)9.
          05 TOTAL-CARDS-READ-DISP PIC Z(4)9.
          05 TOTAL-DUE-DISP PIC Z(4)9.
          05 TOTAL-RENEWED-DISP PIC Z(4)9.
          05 TOTAL-NO-ACTIVITY-DISP PIC Z(4)9.
          05 TOTAL-BLOCKED-DISP PIC Z(4)9.
          05 TOTAL-HOTLISTED-DISP PIC Z(4)9.
          05 TOTAL-BAD-EXPIRY-DISP PIC Z(4)9.

      * NON-RENEWAL REPORT LINES
       01 WS-NRN-HEADER-1.
          05 FILLER PIC X(34)
             VALUE 'CARD NON-RENEWAL REPORT - RUN OF '.
          05 NH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(10) VALUE '  WINDOW: '.
          05 NH-WINDOW PIC Z9.
          05 FILLER PIC X(7) VALUE ' MONTHS'.
          05 FILLER PIC X(19) VALUE SPACES.
       01 WS-NRN-HEADER-2.
          05 FILLER PIC X(17) VALUE 'CARD NUMBER'.
          05 FILLER PIC X(21) VALUE 'OWNER NAME'.
          05 FILLER PIC X(7) VALUE 'EXPIRY'.
          05 FILLER PIC X(7) VALUE 'STATUS'.
          05 FILLER PIC X(28) VALUE 'REASON NOT RENEWED'.
       01 WS-NRN-DETAIL.
          05 ND-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ND-OWNER-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ND-EXPIRY PIC X(4).
          05 FILLER PIC X(5) VALUE SPACES.
          05 ND-STATUS PIC X(1).
          05 FILLER PIC X(4) VALUE SPACES.
          05 ND-REASON PIC X(24).
          05 FILLER PIC X(4) VALUE SPACES.
       01 WS-NRN-TOTAL.
          05 FILLER PIC X(20) VALUE 'CARDS DUE:'.
          05 NT-DUE PIC Z(4)9.
          05 FILLER PIC X(12) VALUE '  RENEWED: '.
          05 NT-RENEWED PIC Z(4)9.
          05 FILLER PIC X(16) VALUE '  NOT RENEWED: '.
          05 NT-NOT-RENEWED PIC Z(4)9.
          05 FILLER PIC X(17) VALUE SPACES.

      **********************************************
      * MAIN FLOW: OPEN -> READ PARM -> LOAD HOTLIST AND ACTIVITY
      * -> SCAN CARD MASTER -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-HOTLIST.
           PERFORM LOAD-RECENT-ACTIVITY.
           PERFORM SCAN-CARD-MASTER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-BAD-EXPIRY > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CARD-MASTER-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVED FILE: ' APRV-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARAM FILE: ' PARAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RENEW-MAINT-FILE.
           IF RNMT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RENEWAL MAINT FILE: ' RNMT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EMBOSS-FILE.
           IF EMB-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMBOSS FILE: ' EMB-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NONRENEW-REPORT.
           IF NRN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NON-RENEWAL REPORT: ' NRN-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE RUN DATE, WINDOW AND EXTENSION. AN EMPTY FILE
      * OR BLANK FIELDS KEEP THE DEFAULTS. THE WINDOW RUNS FROM
      * THE RUN MONTH TO RUN MONTH + WINDOW MONTHS.
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ PARAM-FILE
             AT END
                DISPLAY 'NO PARAM RECORD - DEFAULTS USED'
             NOT AT END
                IF PARAM-RUN-DATE IS NUMERIC
                   MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                END-IF
                IF PARAM-WINDOW IS NUMERIC
                   MOVE PARAM-WINDOW-N TO WS-WINDOW-MONTHS
                END-IF
                IF PARAM-EXTEND-YRS IS NUMERIC
                   AND PARAM-EXTEND-YRS-N > 0
                   MOVE PARAM-EXTEND-YRS-N TO WS-EXTEND-YEARS
                END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              STOP RUN
           END-IF.
           COMPUTE WS-WINDOW-FROM = WS-RUN-YYYY * 12 + WS-RUN-MM.
           COMPUTE WS-WINDOW-TO = WS-WINDOW-FROM + WS-WINDOW-MONTHS.
           DISPLAY 'RUN DATE IS: ' WS-RUN-DATE.
           DISPLAY 'RENEWAL WINDOW (MONTHS): ' WS-WINDOW-MONTHS.
           DISPLAY 'EXTENSION (YEARS): ' WS-EXTEND-YEARS.

      **********************************************
      * LOAD THE OPTIONAL HOTLIST OF CARDS REPORTED LOST OR
      * STOLEN. NON-NUMERIC ENTRIES ARE SKIPPED WITH A WARNING.
      **********************************************
       LOAD-HOTLIST.
           OPEN INPUT HOTLIST-FILE.
           IF HOT-STATUS = '00'
              PERFORM UNTIL HOT-EOF
                 READ HOTLIST-FILE
                   AT END
                      SET HOT-EOF TO TRUE
                   NOT AT END
                      IF HOT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING HOTLIST: ' HOT-STATUS
                         STOP RUN
                      END-IF
                      IF HOTLIST-LOADED >= HOTLIST-TABLE-MAX
                         DISPLAY 'FATAL: HOTLIST TABLE OVERFLOW, MAX='
                                  HOTLIST-TABLE-MAX
                         STOP RUN
                      END-IF
                      IF HOT-CARD-NUM IS NUMERIC
                         ADD 1 TO HOTLIST-LOADED
                         SET HOTIDX TO HOTLIST-LOADED
                         MOVE HOT-CARD-NUM
                           TO WS-HOT-CARD-NUM(HOTIDX)
                      ELSE
                         DISPLAY 'WARNING: NON-NUMERIC HOTLIST ENTRY '
                                 'SKIPPED: ' HOT-CARD-NUM
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE HOTLIST-FILE
              DISPLAY 'HOTLIST CARDS LOADED: ' HOTLIST-LOADED
           ELSE
              DISPLAY 'NO HOTLIST FILE - NO HOTLIST CHECKS'
           END-IF.

      **********************************************
      * BUILDS THE TABLE OF CARDS WITH AT LEAST ONE APPROVAL IN
      * THE CONCATENATED APPROVED FILES.
      **********************************************
       LOAD-RECENT-ACTIVITY.
           PERFORM UNTIL APRV-EOF
              READ APPROVED-TRANS-FILE
                AT END
                   SET APRV-EOF TO TRUE
                NOT AT END
                   IF APRV-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPROVED FILE: '
                              APRV-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-APRV-READ
                   IF APPROVED-CARD-TOKEN IS NUMERIC
                      MOVE APPROVED-CARD-TOKEN TO WS-FIND-TOKEN
                      PERFORM ADD-ACTIVE-CARD
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPROVED-TRANS-FILE.
           DISPLAY 'CARDS WITH RECENT ACTIVITY: ' ACTIVE-LOADED.

       ADD-ACTIVE-CARD.
           PERFORM CHECK-ACTIVITY.
           IF ACTIVITY-HIT
              EXIT PARAGRAPH
           END-IF.
           IF ACTIVE-LOADED >= ACTIVE-TABLE-MAX
              DISPLAY 'FATAL: ACTIVITY TABLE OVERFLOW, MAX='
                       ACTIVE-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO ACTIVE-LOADED.
           SET ACTIDX TO ACTIVE-LOADED.
           MOVE WS-FIND-TOKEN TO WS-ACT-CARD-TOKEN(ACTIDX).

      **********************************************
      * SCAN THE ACTIVITY TABLE FOR WS-FIND-TOKEN
      **********************************************
       CHECK-ACTIVITY.
           MOVE 'N' TO WS-ACT-HIT-SW.
           PERFORM VARYING ACTIDX FROM 1 BY 1
                   UNTIL ACTIDX > ACTIVE-LOADED OR ACTIVITY-HIT
              IF WS-ACT-CARD-TOKEN(ACTIDX) = WS-FIND-TOKEN
                 SET ACTIVITY-HIT TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * SCAN THE HOTLIST TABLE FOR WS-FIND-CARD
      **********************************************
       CHECK-HOTLIST.
           MOVE 'N' TO WS-HOT-HIT-SW.
           PERFORM VARYING HOTIDX FROM 1 BY 1
                   UNTIL HOTIDX > HOTLIST-LOADED OR HOTLIST-HIT
              IF WS-HOT-CARD-NUM(HOTIDX) = WS-FIND-CARD
                 SET HOTLIST-HIT TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * READS THE CARD MASTER IN KEY ORDER AND DECIDES EACH CARD
      * THAT FALLS DUE IN THE WINDOW.
      **********************************************
       SCAN-CARD-MASTER.
           MOVE WS-RUN-DATE TO NH-RUN-DATE.
           MOVE WS-WINDOW-MONTHS TO NH-WINDOW.
           MOVE WS-NRN-HEADER-1 TO NRN-REPORT-REC.
           PERFORM WRITE-NRN-REC.
           MOVE WS-NRN-HEADER-2 TO NRN-REPORT-REC.
           PERFORM WRITE-NRN-REC.

           PERFORM UNTIL EOF
              READ CARD-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF VSAM-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CARD MASTER: '
                              VSAM-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-CARDS-READ
                   PERFORM CHECK-ONE-CARD
              END-READ
           END-PERFORM.

           MOVE TOTAL-DUE TO NT-DUE.
           MOVE TOTAL-RENEWED TO NT-RENEWED.
           COMPUTE NT-NOT-RENEWED = TOTAL-DUE - TOTAL-RENEWED.
           MOVE WS-NRN-TOTAL TO NRN-REPORT-REC.
           PERFORM WRITE-NRN-REC.

      **********************************************
      * A CARD DUE IN THE WINDOW IS RENEWED ONLY IF IT IS NOT ON
      * THE HOTLIST, NOT BLOCKED, AND HAS RECENT APPROVALS. THE
      * HOTLIST IS CHECKED FIRST, AS IN THE VALIDATION RUN.
      **********************************************
       CHECK-ONE-CARD.
           IF CARD-EXPIRY-DATE IS NOT NUMERIC
              MOVE 'EXPIRY NOT NUMERIC' TO WS-NRN-REASON
              ADD 1 TO TOTAL-BAD-EXPIRY
              PERFORM WRITE-NRN-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE CARD-EXPIRY-DATE(1:2) TO WS-CARD-MM.
           MOVE CARD-EXPIRY-DATE(3:2) TO WS-CARD-YY.
           IF WS-CARD-MM < 1 OR WS-CARD-MM > 12
              MOVE 'EXPIRY MONTH NOT 01-12' TO WS-NRN-REASON
              ADD 1 TO TOTAL-BAD-EXPIRY
              PERFORM WRITE-NRN-DETAIL
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CARD-MONTH = (2000 + WS-CARD-YY) * 12
                                 + WS-CARD-MM.
           IF WS-CARD-MONTH < WS-WINDOW-FROM
              OR WS-CARD-MONTH > WS-WINDOW-TO
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TOTAL-DUE.
           MOVE CARD-NUMBER TO WS-FIND-CARD.
           PERFORM CHECK-HOTLIST.
           IF HOTLIST-HIT
              MOVE 'ON LOST/STOLEN HOTLIST' TO WS-NRN-REASON
              ADD 1 TO TOTAL-HOTLISTED
              PERFORM WRITE-NRN-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF CARD-STATUS NOT = 'A'
              MOVE 'CARD NOT ACTIVE' TO WS-NRN-REASON
              ADD 1 TO TOTAL-BLOCKED
              PERFORM WRITE-NRN-DETAIL
              EXIT PARAGRAPH
           END-IF.
           SET CTK-TOKENIZE TO TRUE.
           MOVE CARD-NUMBER TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           MOVE CTK-TOKEN TO WS-FIND-TOKEN.
           PERFORM CHECK-ACTIVITY.
           IF NOT CTK-OK OR NOT ACTIVITY-HIT
              MOVE 'NO RECENT ACTIVITY' TO WS-NRN-REASON
              ADD 1 TO TOTAL-NO-ACTIVITY
              PERFORM WRITE-NRN-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM RENEW-CARD.

      **********************************************
      * RENEWS THE CARD: SAME EXPIRY MONTH, YEAR MOVED ON BY THE
      * EXTENSION. WRITES THE VSMCM11 'E' TRANSACTION AND THE
      * EMBOSSING RECORD.
      **********************************************
       RENEW-CARD.
           COMPUTE WS-NEW-YY =
              FUNCTION MOD(WS-CARD-YY + WS-EXTEND-YEARS, 100).
           MOVE WS-CARD-MM TO WS-NEW-EXP-MM.
           MOVE WS-NEW-YY TO WS-NEW-EXP-YY.

           MOVE SPACES TO MAINT-TRANS-REC.
           MOVE 'E' TO MNT-ACTION.
           MOVE CARD-NUMBER TO MNT-CARD-NUM.
           MOVE WS-NEW-EXPIRY TO MNT-NEW-EXPIRY.
           WRITE MAINT-TRANS-REC.
           IF RNMT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RENEWAL MAINT FILE: '
                       RNMT-STATUS
              DISPLAY 'CARD NUMBER: ' CARD-NUMBER
              STOP RUN
           END-IF.

           MOVE SPACES TO EMBOSS-REC.
           MOVE CARD-NUMBER TO EMB-CARD-NUM.
           MOVE CARD-OWNER-NAME TO EMB-OWNER-NAME.
           MOVE WS-NEW-EXP-MM TO EMB-NEW-MM.
           MOVE '/' TO EMB-NEW-EXPIRY(3:1).
           MOVE WS-NEW-EXP-YY TO EMB-NEW-YY.
           MOVE CARD-EXPIRY-DATE TO EMB-OLD-EXPIRY.
           MOVE WS-RUN-DATE TO EMB-RUN-DATE.
           WRITE EMBOSS-REC.
           IF EMB-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS FILE: ' EMB-STATUS
              DISPLAY 'CARD NUMBER: ' CARD-NUMBER
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-RENEWED.

      **********************************************
      * ONE NON-RENEWAL REPORT LINE FOR THE CURRENT CARD, WITH
      * THE CARD NUMBER MASKED (SUBTK11)
      **********************************************
       WRITE-NRN-DETAIL.
           SET CTK-TOKENIZE TO TRUE.
           MOVE CARD-NUMBER TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE ALL '*' TO CTK-MASKED
           END-IF.
           MOVE CTK-MASKED TO ND-CARD-MASKED.
           MOVE CARD-OWNER-NAME TO ND-OWNER-NAME.
           MOVE CARD-EXPIRY-DATE TO ND-EXPIRY.
           MOVE CARD-STATUS TO ND-STATUS.
           MOVE WS-NRN-REASON TO ND-REASON.
           MOVE WS-NRN-DETAIL TO NRN-REPORT-REC.
           PERFORM WRITE-NRN-REC.

       WRITE-NRN-REC.
           WRITE NRN-REPORT-REC.
           IF NRN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NON-RENEWAL REPORT: ' NRN-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CARD-MASTER-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD MASTER: '
                       VSAM-STATUS
           END-IF.

           CLOSE RENEW-MAINT-FILE.
           IF RNMT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RENEWAL MAINT FILE: '
                       RNMT-STATUS
           END-IF.

           CLOSE EMBOSS-FILE.
           IF EMB-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING EMBOSS FILE: '
                       EMB-STATUS
           END-IF.

           CLOSE NONRENEW-REPORT.
           IF NRN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NON-RENEWAL REPORT: '
                       NRN-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-APRV-READ TO TOTAL-APRV-READ-DISP.
           MOVE TOTAL-CARDS-READ TO TOTAL-CARDS-READ-DISP.
           MOVE TOTAL-DUE TO TOTAL-DUE-DISP.
           MOVE TOTAL-RENEWED TO TOTAL-RENEWED-DISP.
           MOVE TOTAL-NO-ACTIVITY TO TOTAL-NO-ACTIVITY-DISP.
           MOVE TOTAL-BLOCKED TO TOTAL-BLOCKED-DISP.
           MOVE TOTAL-HOTLISTED TO TOTAL-HOTLISTED-DISP.
           MOVE TOTAL-BAD-EXPIRY TO TOTAL-BAD-EXPIRY-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD RENEWAL SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'APPROVALS READ:        ' TOTAL-APRV-READ-DISP.
           DISPLAY 'CARDS READ:            ' TOTAL-CARDS-READ-DISP.
           DISPLAY 'CARDS DUE IN WINDOW:   ' TOTAL-DUE-DISP.
           DISPLAY 'RENEWED:               ' TOTAL-RENEWED-DISP.
           DISPLAY 'NOT RENEWED - NO USE:  ' TOTAL-NO-ACTIVITY-DISP.
           DISPLAY 'NOT RENEWED - BLOCKED: ' TOTAL-BLOCKED-DISP.
           DISPLAY 'NOT RENEWED - HOTLIST: ' TOTAL-HOTLISTED-DISP.
           DISPLAY 'BAD EXPIRY ON MASTER:  ' TOTAL-BAD-EXPIRY-DISP.
           DISPLAY '========================================'.
