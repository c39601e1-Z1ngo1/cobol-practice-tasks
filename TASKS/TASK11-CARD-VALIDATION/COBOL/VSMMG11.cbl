      ******************************************************************
      * CARD VALIDATION PARTITION MERGE                                *
      *                                                                *
      * PURPOSE:                                                       *
      * LAST STEP OF THE PARTITIONED CARD VALIDATION RUN. PROVES THE   *
      * PARALLEL VSMJOB11 PARTITIONS TOGETHER ACCOUNT FOR EXACTLY THE  *
      * DAILY INPUT SPLIT BY VSMSP11, THEN COMBINES THEIR APPROVED,    *
      * DECLINED AND REVIEW FILES AND SETTLEMENT SUMMARIES INTO THE    *
      * SINGLE FILES THE DOWNSTREAM JOBS EXPECT, AND APPLIES THEIR     *
      * CYCLE-BALANCE DELTAS TO THE BALANCE MASTER.                    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   CONTROL CHECKS (ANY FAILURE: RC 12, BALANCE MASTER LEFT      *
      *   UNTOUCHED):                                                  *
      *     - SPLIT: PARTITION COUNTS PLUS SPLIT REJECTS EQUAL THE     *
      *       INPUT COUNT, PARTITION AMOUNTS EQUAL THE INPUT AMOUNT    *
      *     - EVERY PARTITION HAS EXACTLY ONE CONTROL RECORD, WHOSE    *
      *       INPUT COUNT AND AMOUNT EQUAL WHAT THE SPLIT GAVE IT AND  *
      *       WHOSE APPROVED + DECLINED + REVIEW EQUAL ITS INPUT       *
      *     - THE RECORDS AND AMOUNTS ON THE CONCATENATED APPROVED,    *
      *       DECLINED AND REVIEW FILES, THE SETTLEMENT SUMMARY        *
      *       DETAIL LINES AND THE DELTA COUNT EQUAL THE PARTITION     *
      *       CONTROL TOTALS                                           *
      *   THE OUTPUT FILES ARE COPIED IN PARTITION (CARD RANGE)        *
      *   ORDER. THE MERGED SETTLEMENT SUMMARY CARRIES EVERY CARD      *
      *   LINE (A CARD IS ONLY EVER IN ONE PARTITION), THE COMBINED    *
      *   DECLINE-REASON TALLY AND GRAND TOTALS BALANCED AGAINST THE   *
      *   DAILY INPUT, IN THE SAME LAYOUT AS A SINGLE RUN'S.           *
      *   THE DELTAS CARRY THE CARD TOKEN; EACH IS DETOKENIZED         *
      *   (SUBTK11) AND ADDED TO THE CARD'S CYCLE BALANCE. AN ABEND    *
      *   INSIDE THAT SHORT PASS NEEDS BALDD RESTORED FROM BACKUP      *
      *   BEFORE RERUNNING, AS FOR THE SINGLE RUN'S FLUSH.             *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SPLCDD (TRANS.SPLITCTL) - SPLIT CONTROL TOTALS (PS)    *
      * INPUT:  PCTLIN (CARD.PARTCTL.PNN) - PARTITION CONTROL TOTALS,  *
      *         ALL PARTITIONS CONCATENATED (PS, 80 B)                 *
      * INPUT:  APRVIN / DECLIN / REVWIN (APPROVED/DECLINED/REVIEW     *
      *         .FILE.PNN) - PARTITION OUTPUTS IN PARTITION ORDER,     *
      *         CONCATENATED (PS, 80 B)                                *
      * INPUT:  SETLIN (SETTLE.SUMMARY.PNN) - PARTITION SETTLEMENT     *
      *         SUMMARIES, CONCATENATED (PS, 80 B)                     *
      * INPUT:  DLTIN (CARD.BALDELTA.PNN) - PARTITION BALANCE DELTAS,  *
      *         CONCATENATED (PS, 80 B)                                *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: APRVDD (APPROVED.FILE) - APPROVED TRANS (PS, 80 B)     *
      * OUTPUT: DECLDD (DECLINED.FILE) - DECLINED TRANS (PS, 80 B)     *
      * OUTPUT: REVWDD (REVIEW.FILE) - MANUAL REVIEW QUEUE (PS, 80 B)  *
      * OUTPUT: SETLDD (SETTLE.SUMMARY) - SETTLEMENT SUMMARY (PS)      *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMMG11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPLC-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO PCTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.

           SELECT APPROVED-IN-FILE ASSIGN TO APRVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APIN-STATUS.

           SELECT DECLINED-IN-FILE ASSIGN TO DECLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DCIN-STATUS.

           SELECT REVIEW-IN-FILE ASSIGN TO REVWIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RVIN-STATUS.

           SELECT SETTLE-IN-FILE ASSIGN TO SETLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STIN-STATUS.

           SELECT BALANCE-DELTA-FILE ASSIGN TO DLTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLT-STATUS.

           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT APPROVED-TRANS-FILE ASSIGN TO APRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APRV-STATUS.

           SELECT DECLINED-TRANS-FILE ASSIGN TO DECLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECL-STATUS.

           SELECT REVIEW-TRANS-FILE ASSIGN TO REVWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVW-STATUS.

           SELECT SETTLE-SUMMARY-FILE ASSIGN TO SETLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SPLIT CONTROL AS WRITTEN BY VSMSP11: 'P' PER PARTITION,
      * 'T' FOR THE WHOLE INPUT (COUNT INCLUDES THE REJECTS, AMOUNT
      * IS WHAT WAS SPLIT)
       FD SPLIT-CONTROL-FILE RECORDING MODE IS F.
       01 SPLIT-CONTROL-REC.
          05 SPC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 SPC-PARTITION PIC 9(2).
          05 FILLER PIC X(1).
          05 SPC-LOW-CARD PIC 9(16).
          05 FILLER PIC X(1).
          05 SPC-HIGH-CARD PIC 9(16).
          05 FILLER PIC X(1).
          05 SPC-COUNT PIC 9(7).
          05 FILLER PIC X(1).
          05 SPC-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 SPC-REJECT-CNT PIC 9(7).
          05 FILLER PIC X(14).

      * PARTITION CONTROL TOTALS AS WRITTEN BY VSMJOB11
       FD PARTITION-CONTROL-FILE RECORDING MODE IS F.
       01 PARTITION-CONTROL-REC.
          05 PCT-PARTITION PIC 9(2).
          05 FILLER PIC X(1).
          05 PCT-INPUT-CNT PIC 9(7).
          05 PCT-INPUT-AMT PIC 9(9)V99.
          05 PCT-APPR-CNT PIC 9(7).
          05 PCT-APPR-AMT PIC 9(9)V99.
          05 PCT-DECL-CNT PIC 9(7).
          05 PCT-DECL-AMT PIC 9(9)V99.
          05 PCT-REVW-CNT PIC 9(7).
          05 PCT-REVW-AMT PIC 9(9)V99.
          05 PCT-DELTA-CNT PIC 9(5).

      * PARTITION OUTPUTS - ONLY THE AMOUNT IS LOOKED AT, THE
      * RECORD IS COPIED AS IT STANDS
       FD APPROVED-IN-FILE RECORDING MODE IS F.
       01 APPROVED-IN-REC.
          05 FILLER PIC X(23).
          05 APIN-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(49).

       FD DECLINED-IN-FILE RECORDING MODE IS F.
       01 DECLINED-IN-REC.
          05 FILLER PIC X(23).
          05 DCIN-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(49).

       FD REVIEW-IN-FILE RECORDING MODE IS F.
       01 REVIEW-IN-REC.
          05 FILLER PIC X(23).
          05 RVIN-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(49).

      * PARTITION SETTLEMENT SUMMARY LINE, WITH THE CARD DETAIL
      * LINE AND DECLINE-REASON LINE VIEWS
       FD SETTLE-IN-FILE RECORDING MODE IS F.
       01 SETTLE-IN-REC PIC X(80).
       01 SETTLE-IN-DETAIL.
          05 SID-CARD PIC X(16).
          05 FILLER PIC X(2).
          05 SID-APPR-CNT PIC ZZZZ9.
          05 FILLER PIC X(1).
          05 SID-APPR-AMT PIC Z(8)9.99.
          05 FILLER PIC X(2).
          05 SID-DECL-CNT PIC ZZZZ9.
          05 FILLER PIC X(1).
          05 SID-DECL-AMT PIC Z(8)9.99.
          05 FILLER PIC X(2).
          05 SID-REVW-CNT PIC ZZZZ9.
          05 FILLER PIC X(1).
          05 SID-REVW-AMT PIC Z(8)9.99.
          05 FILLER PIC X(4).
       01 SETTLE-IN-REASON.
          05 FILLER PIC X(2).
          05 SIR-TEXT PIC X(10).
          05 FILLER PIC X(1).
          05 SIR-COUNT PIC X(5).
          05 FILLER PIC X(62).

      * PARTITION CYCLE-BALANCE DELTA AS WRITTEN BY VSMJOB11
       FD BALANCE-DELTA-FILE RECORDING MODE IS F.
       01 BALANCE-DELTA-REC.
          05 DLT-PARTITION PIC 9(2).
          05 FILLER PIC X(1).
          05 DLT-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(1).
          05 DLT-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 DLT-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(32).

      * CARD BALANCE MASTER AS MAINTAINED BY VSMJOB11
       FD CARD-BALANCE-FILE.
       01 CARD-BALANCE-REC.
          05 CARD-BAL-NUM PIC 9(16).
          05 CARD-CREDIT-LIMIT PIC 9(9)V99.
          05 CARD-CYCLE-BALANCE PIC 9(9)V99.
          05 CARD-LAST-STMT-DATE PIC 9(8).
          05 CARD-STMT-BALANCE PIC 9(9)V99.
          05 CARD-MIN-PAY-DUE PIC 9(9)V99.
          05 CARD-PAY-DUE-DATE PIC 9(8).
          05 CARD-PAID-SINCE-STMT PIC 9(9)V99.
          05 CARD-PAID-BY-DUE PIC 9(9)V99.
          05 CARD-LAST-PAY-DATE PIC 9(8).
          05 CARD-LATE-FEE-DATE PIC 9(8).
          05 CARD-PAST-DUE-CYCLES PIC 9(2).

       FD APPROVED-TRANS-FILE RECORDING MODE IS F.
       01 APPROVED-REC PIC X(80).

       FD DECLINED-TRANS-FILE RECORDING MODE IS F.
       01 DECLINED-REC PIC X(80).

       FD REVIEW-TRANS-FILE RECORDING MODE IS F.
       01 REVIEW-REC PIC X(80).

       FD SETTLE-SUMMARY-FILE RECORDING MODE IS F.
       01 SETL-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 SPLC-STATUS PIC X(2).
          05 PCTL-STATUS PIC X(2).
          05 APIN-STATUS PIC X(2).
          05 DCIN-STATUS PIC X(2).
          05 RVIN-STATUS PIC X(2).
          05 STIN-STATUS PIC X(2).
          05 DLT-STATUS PIC X(2).
          05 BAL-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
          05 DECL-STATUS PIC X(2).
          05 REVW-STATUS PIC X(2).
          05 SETL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-TOTAL-SEEN-SW PIC X(1) VALUE 'N'.
             88 TOTAL-SEEN VALUE 'Y'.

      * SECTION OF THE PARTITION SETTLEMENT SUMMARY BEING READ:
      * D = CARD DETAIL LINES, R = DECLINE REASONS, SPACE = OTHER
       01 WS-SETL-SECTION PIC X(1) VALUE SPACE.
          88 IN-CARD-DETAIL VALUE 'D'.
          88 IN-REASONS VALUE 'R'.

      * PER-PARTITION CONTROL TOTALS: WHAT THE SPLIT GAVE EACH
      * PARTITION AND WHAT THE PARTITION REPORTED BACK
       01 PRT-TABLE-MAX PIC 9(2) VALUE 8.
       01 PRT-COUNT PIC 9(2) VALUE 0.
       01 PRT-TABLE.
          05 PRT-ENTRY OCCURS 8 TIMES.
             10 PRT-SPLIT-CNT PIC 9(7).
             10 PRT-SPLIT-AMT PIC 9(9)V99.
             10 PRT-CTL-SEEN PIC X(1).
       01 WS-PRT-SUB PIC 9(2) VALUE 0.

      * SPLIT 'T' TOTALS
       01 WS-SPLIT-INPUT-CNT PIC 9(7) VALUE 0.
       01 WS-SPLIT-INPUT-AMT PIC 9(9)V99 VALUE 0.
       01 WS-SPLIT-REJECT-CNT PIC 9(7) VALUE 0.

      * SUMS OVER THE PARTITIONS: FROM THE SPLIT, FROM THE
      * PARTITION CONTROL RECORDS, AND FROM THE FILES THEMSELVES
       01 WS-SUM-SPLIT-CNT PIC 9(7) VALUE 0.
       01 WS-SUM-SPLIT-AMT PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CTL-TOTALS.
          05 CTL-INPUT-CNT PIC 9(7) VALUE 0.
          05 CTL-INPUT-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CTL-APPR-CNT PIC 9(7) VALUE 0.
          05 CTL-APPR-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CTL-DECL-CNT PIC 9(7) VALUE 0.
          05 CTL-DECL-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CTL-REVW-CNT PIC 9(7) VALUE 0.
          05 CTL-REVW-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CTL-DELTA-CNT PIC 9(7) VALUE 0.
       01 WS-FILE-TOTALS.
          05 FIL-APPR-CNT PIC 9(7) VALUE 0.
          05 FIL-APPR-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 FIL-DECL-CNT PIC 9(7) VALUE 0.
          05 FIL-DECL-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 FIL-REVW-CNT PIC 9(7) VALUE 0.
          05 FIL-REVW-AMT PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SETL-TOTALS.
          05 SET-APPR-CNT PIC 9(7) VALUE 0.
          05 SET-APPR-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 SET-DECL-CNT PIC 9(7) VALUE 0.
          05 SET-DECL-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 SET-REVW-CNT PIC 9(7) VALUE 0.
          05 SET-REVW-AMT PIC S9(11)V99 COMP-3 VALUE 0.
          05 SET-CARD-LINES PIC 9(7) VALUE 0.
       01 WS-PART-DISP-CNT PIC 9(7) VALUE 0.
       01 WS-PART-DISP-AMT PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CONTROL-ERRORS PIC 9(3) VALUE 0.
       01 WS-EDITED-AMT PIC 9(5)V99 VALUE 0.
       01 WS-EDITED-CNT PIC 9(5) VALUE 0.
       01 WS-EDITED-BIG PIC 9(9)V99 VALUE 0.

      * COMBINED DECLINE-REASON TALLY
       01 RSN-TABLE-MAX PIC 9(2) VALUE 30.
       01 RSN-USED PIC 9(2) VALUE 0.
       01 RSN-TABLE.
          05 RSN-ENTRY OCCURS 30 TIMES.
             10 RSN-TEXT PIC X(10).
             10 RSN-COUNT PIC S9(7) COMP-3.
       01 WS-RSN-SUB PIC 9(2) VALUE 0.
       01 WS-RSN-HIT PIC 9(2) VALUE 0.
       01 WS-RSN-DIGIT-SUB PIC 9(1) VALUE 0.
       01 WS-RSN-CNT PIC 9(7) VALUE 0.

      * BALANCE DELTAS, HELD UNTIL EVERY CONTROL CHECK HAS PASSED
       01 DLT-TABLE-MAX PIC 9(4) VALUE 4000.
       01 DLT-COUNT PIC 9(4) VALUE 0.
       01 DLT-TABLE.
          05 DLT-ENTRY OCCURS 4000 TIMES.
             10 DLT-TAB-TOKEN PIC 9(16).
             10 DLT-TAB-MASKED PIC X(16).
             10 DLT-TAB-AMOUNT PIC 9(9)V99.
       01 WS-DLT-SUB PIC 9(4) VALUE 0.
       01 WS-DELTAS-APPLIED PIC 9(7) VALUE 0.

      * SETTLEMENT SUMMARY EDITED FIELDS
       01 WS-SETL-CNT-ED PIC ZZZZ9.
       01 WS-SETL-AMT-ED PIC Z(10)9.99.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-AMT-DISP PIC Z(10)9.99.

      * CARD NUMBER MASK AND TOKEN SERVICE (SUBTK11)
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      **********************************************
      * MAIN FLOW: CONTROLS -> COPY OUTPUTS -> SETTLEMENT ->
      * DELTAS -> VERIFY -> APPLY -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-SPLIT-CONTROL.
           PERFORM LOAD-PARTITION-CONTROLS.
           PERFORM COPY-APPROVED.
           PERFORM COPY-DECLINED.
           PERFORM COPY-REVIEW.
           PERFORM MERGE-SETTLEMENT-SUMMARY.
           PERFORM LOAD-BALANCE-DELTAS.
           PERFORM VERIFY-FILE-TOTALS.
           PERFORM WRITE-SETTLEMENT-TOTALS.
           IF WS-CONTROL-ERRORS > 0
              DISPLAY 'FATAL: ' WS-CONTROL-ERRORS
                      ' PARTITION CONTROL CHECK(S) FAILED - '
                      'BALANCE MASTER NOT UPDATED'
              PERFORM CLOSE-ALL-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM APPLY-BALANCE-DELTAS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT SPLIT-CONTROL-FILE.
           IF SPLC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SPLIT CONTROL FILE: '
                      SPLC-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARTITION-CONTROL-FILE.
           IF PCTL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                      PCTL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT APPROVED-IN-FILE.
           IF APIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION APPROVED FILES: '
                      APIN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT DECLINED-IN-FILE.
           IF DCIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION DECLINED FILES: '
                      DCIN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT REVIEW-IN-FILE.
           IF RVIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION REVIEW FILES: '
                      RVIN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT SETTLE-IN-FILE.
           IF STIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION SETTLEMENT FILES: '
                      STIN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT BALANCE-DELTA-FILE.
           IF DLT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION DELTA FILES: '
                      DLT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVED FILE: ' APRV-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT DECLINED-TRANS-FILE.
           IF DECL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DECLINED FILE: ' DECL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-TRANS-FILE.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVIEW FILE: ' REVW-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT SETTLE-SUMMARY-FILE.
           IF SETL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SETTLEMENT FILE: ' SETL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS WHAT THE SPLIT GAVE EACH PARTITION AND CHECKS THE
      * PARTITIONS PLUS THE SPLIT REJECTS ADD UP TO THE INPUT.
      **********************************************
       LOAD-SPLIT-CONTROL.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ SPLIT-CONTROL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF SPLC-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SPLIT CONTROL FILE: '
                              SPLC-STATUS
                      STOP RUN
                   END-IF
                   PERFORM LOAD-ONE-SPLIT-CONTROL
              END-READ
           END-PERFORM.

           IF NOT TOTAL-SEEN OR PRT-COUNT = 0
              DISPLAY 'FATAL: SPLIT CONTROL FILE INCOMPLETE - '
                      'RERUN THE SPLIT STEP'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SUM-SPLIT-CNT + WS-SPLIT-REJECT-CNT
              NOT = WS-SPLIT-INPUT-CNT
              OR WS-SUM-SPLIT-AMT NOT = WS-SPLIT-INPUT-AMT
              DISPLAY 'CONTROL: PARTITIONS PLUS SPLIT REJECTS DO '
                      'NOT ADD UP TO THE DAILY INPUT'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           MOVE PRT-COUNT TO WS-CNT-DISP.
           DISPLAY 'PARTITIONS TO MERGE: ' WS-CNT-DISP.

       LOAD-ONE-SPLIT-CONTROL.
           EVALUATE SPC-TYPE
               WHEN 'P'
                 IF SPC-PARTITION NOT = PRT-COUNT + 1
                    OR PRT-COUNT >= PRT-TABLE-MAX
                    DISPLAY 'FATAL: SPLIT CONTROL PARTITION '
                            SPC-PARTITION ' OUT OF SEQUENCE'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO PRT-COUNT
                 MOVE SPC-COUNT TO PRT-SPLIT-CNT(PRT-COUNT)
                 MOVE SPC-AMOUNT TO PRT-SPLIT-AMT(PRT-COUNT)
                 MOVE 'N' TO PRT-CTL-SEEN(PRT-COUNT)
                 ADD SPC-COUNT TO WS-SUM-SPLIT-CNT
                 ADD SPC-AMOUNT TO WS-SUM-SPLIT-AMT
               WHEN 'T'
                 SET TOTAL-SEEN TO TRUE
                 MOVE SPC-COUNT TO WS-SPLIT-INPUT-CNT
                 MOVE SPC-AMOUNT TO WS-SPLIT-INPUT-AMT
                 MOVE SPC-REJECT-CNT TO WS-SPLIT-REJECT-CNT
               WHEN OTHER
                 DISPLAY 'FATAL: UNKNOWN SPLIT CONTROL RECORD TYPE: '
                         SPC-TYPE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * CHECKS EACH PARTITION'S CONTROL RECORD AGAINST ITS SPLIT
      * AND AGAINST ITSELF, AND SUMS THEM FOR THE FILE CHECKS.
      **********************************************
       LOAD-PARTITION-CONTROLS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ PARTITION-CONTROL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PCTL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION CONTROL '
                              'FILE: ' PCTL-STATUS
                      STOP RUN
                   END-IF
                   PERFORM CHECK-ONE-PARTITION
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT
              IF PRT-CTL-SEEN(WS-PRT-SUB) = 'N'
                 DISPLAY 'CONTROL: NO CONTROL RECORD FROM PARTITION '
                         WS-PRT-SUB ' - DID IT RUN TO COMPLETION?'
                 ADD 1 TO WS-CONTROL-ERRORS
              END-IF
           END-PERFORM.

       CHECK-ONE-PARTITION.
           IF PCT-PARTITION = 0 OR PCT-PARTITION > PRT-COUNT
              DISPLAY 'CONTROL: CONTROL RECORD FOR UNKNOWN '
                      'PARTITION ' PCT-PARTITION
              ADD 1 TO WS-CONTROL-ERRORS
              EXIT PARAGRAPH
           END-IF.
           IF PRT-CTL-SEEN(PCT-PARTITION) = 'Y'
              DISPLAY 'CONTROL: PARTITION ' PCT-PARTITION
                      ' CONTROL RECORD PRESENT TWICE'
              ADD 1 TO WS-CONTROL-ERRORS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PRT-CTL-SEEN(PCT-PARTITION).

           IF PCT-INPUT-CNT NOT = PRT-SPLIT-CNT(PCT-PARTITION)
              OR PCT-INPUT-AMT NOT = PRT-SPLIT-AMT(PCT-PARTITION)
              DISPLAY 'CONTROL: PARTITION ' PCT-PARTITION
                      ' PROCESSED A DIFFERENT INPUT THAN THE SPLIT '
                      'GAVE IT'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           COMPUTE WS-PART-DISP-CNT =
              PCT-APPR-CNT + PCT-DECL-CNT + PCT-REVW-CNT.
           COMPUTE WS-PART-DISP-AMT =
              PCT-APPR-AMT + PCT-DECL-AMT + PCT-REVW-AMT.
           IF WS-PART-DISP-CNT NOT = PCT-INPUT-CNT
              OR WS-PART-DISP-AMT NOT = PCT-INPUT-AMT
              DISPLAY 'CONTROL: PARTITION ' PCT-PARTITION
                      ' DISPOSITIONS DO NOT ADD UP TO ITS INPUT'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

           ADD PCT-INPUT-CNT TO CTL-INPUT-CNT.
           ADD PCT-INPUT-AMT TO CTL-INPUT-AMT.
           ADD PCT-APPR-CNT TO CTL-APPR-CNT.
           ADD PCT-APPR-AMT TO CTL-APPR-AMT.
           ADD PCT-DECL-CNT TO CTL-DECL-CNT.
           ADD PCT-DECL-AMT TO CTL-DECL-AMT.
           ADD PCT-REVW-CNT TO CTL-REVW-CNT.
           ADD PCT-REVW-AMT TO CTL-REVW-AMT.
           ADD PCT-DELTA-CNT TO CTL-DELTA-CNT.

      **********************************************
      * COPIES THE PARTITIONS' APPROVED, DECLINED AND REVIEW
      * FILES TO THE SINGLE OUTPUTS, COUNTING AND SUMMING THEM.
      **********************************************
       COPY-APPROVED.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ APPROVED-IN-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APIN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION APPROVED '
                              'FILES: ' APIN-STATUS
                      STOP RUN
                   END-IF
                   MOVE APIN-AMOUNT TO WS-EDITED-AMT
                   ADD WS-EDITED-AMT TO FIL-APPR-AMT
                   ADD 1 TO FIL-APPR-CNT
                   WRITE APPROVED-REC FROM APPROVED-IN-REC
                   IF APRV-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING APPROVED FILE: '
                              APRV-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

       COPY-DECLINED.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ DECLINED-IN-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF DCIN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION DECLINED '
                              'FILES: ' DCIN-STATUS
                      STOP RUN
                   END-IF
                   MOVE DCIN-AMOUNT TO WS-EDITED-AMT
                   ADD WS-EDITED-AMT TO FIL-DECL-AMT
                   ADD 1 TO FIL-DECL-CNT
                   WRITE DECLINED-REC FROM DECLINED-IN-REC
                   IF DECL-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING DECLINED FILE: '
                              DECL-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

       COPY-REVIEW.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ REVIEW-IN-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF RVIN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION REVIEW '
                              'FILES: ' RVIN-STATUS
                      STOP RUN
                   END-IF
                   MOVE RVIN-AMOUNT TO WS-EDITED-AMT
                   ADD WS-EDITED-AMT TO FIL-REVW-AMT
                   ADD 1 TO FIL-REVW-CNT
                   WRITE REVIEW-REC FROM REVIEW-IN-REC
                   IF REVW-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING REVIEW FILE: '
                              REVW-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * READS THE PARTITIONS' SETTLEMENT SUMMARIES. THE CARD
      * LINES GO STRAIGHT TO THE MERGED SUMMARY AND ARE SUMMED,
      * THE REASON LINES ARE TALLIED TOGETHER; EACH PARTITION'S
      * OWN TOTAL LINES ARE REPLACED BY THE MERGED ONES.
      **********************************************
       MERGE-SETTLEMENT-SUMMARY.
           MOVE 'SETTLEMENT SUMMARY BY CARD' TO SETL-REC.
           PERFORM WRITE-SETL-LINE.
           MOVE SPACES TO SETL-REC.
           STRING 'CARD NUMBER        APPR-CNT   APPR-AMT  '
                  DELIMITED BY SIZE
                  'DECL-CNT   DECL-AMT  REVW-CNT   REVW-AMT'
                  DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.

           MOVE 'N' TO WS-EOF.
           MOVE SPACE TO WS-SETL-SECTION.
           PERFORM UNTIL EOF
              READ SETTLE-IN-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF STIN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION SETTLEMENT '
                              'FILES: ' STIN-STATUS
                      STOP RUN
                   END-IF
                   PERFORM MERGE-ONE-SETTLE-LINE
              END-READ
           END-PERFORM.

       MERGE-ONE-SETTLE-LINE.
           EVALUATE TRUE
               WHEN SETTLE-IN-REC = SPACES
                 MOVE SPACE TO WS-SETL-SECTION
               WHEN SETTLE-IN-REC(1:11) = 'CARD NUMBER'
                 MOVE 'D' TO WS-SETL-SECTION
               WHEN SETTLE-IN-REC(1:16) = 'DECLINE REASONS:'
                 MOVE 'R' TO WS-SETL-SECTION
               WHEN IN-CARD-DETAIL
                 PERFORM MERGE-CARD-LINE
               WHEN IN-REASONS
                 PERFORM MERGE-REASON-LINE
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       MERGE-CARD-LINE.
           ADD 1 TO SET-CARD-LINES.
           MOVE SID-APPR-CNT TO WS-EDITED-CNT.
           ADD WS-EDITED-CNT TO SET-APPR-CNT.
           MOVE SID-APPR-AMT TO WS-EDITED-BIG.
           ADD WS-EDITED-BIG TO SET-APPR-AMT.
           MOVE SID-DECL-CNT TO WS-EDITED-CNT.
           ADD WS-EDITED-CNT TO SET-DECL-CNT.
           MOVE SID-DECL-AMT TO WS-EDITED-BIG.
           ADD WS-EDITED-BIG TO SET-DECL-AMT.
           MOVE SID-REVW-CNT TO WS-EDITED-CNT.
           ADD WS-EDITED-CNT TO SET-REVW-CNT.
           MOVE SID-REVW-AMT TO WS-EDITED-BIG.
           ADD WS-EDITED-BIG TO SET-REVW-AMT.
           MOVE SETTLE-IN-REC TO SETL-REC.
           PERFORM WRITE-SETL-LINE.

      * THE COUNT IS LEFT-JUSTIFIED AFTER THE REASON TEXT
       MERGE-REASON-LINE.
           MOVE 0 TO WS-RSN-CNT.
           PERFORM VARYING WS-RSN-DIGIT-SUB FROM 1 BY 1
                     UNTIL WS-RSN-DIGIT-SUB > 5
              IF SIR-COUNT(WS-RSN-DIGIT-SUB:1) >= '0'
                 AND SIR-COUNT(WS-RSN-DIGIT-SUB:1) <= '9'
                 COMPUTE WS-RSN-CNT = WS-RSN-CNT * 10
                    + FUNCTION NUMVAL(SIR-COUNT(WS-RSN-DIGIT-SUB:1))
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                     UNTIL WS-RSN-SUB > RSN-USED OR WS-RSN-HIT > 0
              IF RSN-TEXT(WS-RSN-SUB) = SIR-TEXT
                 MOVE WS-RSN-SUB TO WS-RSN-HIT
              END-IF
           END-PERFORM.
           IF WS-RSN-HIT = 0
              IF RSN-USED >= RSN-TABLE-MAX
                 DISPLAY 'WARNING: DECLINE REASON TABLE FULL - '
                         SIR-TEXT ' NOT TALLIED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO RSN-USED
              MOVE RSN-USED TO WS-RSN-HIT
              MOVE SIR-TEXT TO RSN-TEXT(WS-RSN-HIT)
              MOVE ZERO TO RSN-COUNT(WS-RSN-HIT)
           END-IF.
           ADD WS-RSN-CNT TO RSN-COUNT(WS-RSN-HIT).

      **********************************************
      * LOADS THE PARTITIONS' BALANCE DELTAS. NOTHING IS APPLIED
      * UNTIL EVERY CONTROL CHECK HAS PASSED.
      **********************************************
       LOAD-BALANCE-DELTAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ BALANCE-DELTA-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF DLT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION DELTA FILES: '
                              DLT-STATUS
                      STOP RUN
                   END-IF
                   IF DLT-COUNT >= DLT-TABLE-MAX
                      DISPLAY 'FATAL: DELTA TABLE OVERFLOW, MAX='
                               DLT-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO DLT-COUNT
                   MOVE DLT-CARD-TOKEN TO DLT-TAB-TOKEN(DLT-COUNT)
                   MOVE DLT-CARD-MASKED TO DLT-TAB-MASKED(DLT-COUNT)
                   MOVE DLT-AMOUNT TO DLT-TAB-AMOUNT(DLT-COUNT)
              END-READ
           END-PERFORM.

      **********************************************
      * THE FILES THEMSELVES MUST MATCH THE PARTITION CONTROL
      * TOTALS, AND THE PARTITIONS TOGETHER THE SPLIT.
      **********************************************
       VERIFY-FILE-TOTALS.
           IF CTL-INPUT-CNT NOT = WS-SUM-SPLIT-CNT
              OR CTL-INPUT-AMT NOT = WS-SUM-SPLIT-AMT
              DISPLAY 'CONTROL: PARTITION INPUTS DO NOT ADD UP TO '
                      'THE SPLIT'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF FIL-APPR-CNT NOT = CTL-APPR-CNT
              OR FIL-APPR-AMT NOT = CTL-APPR-AMT
              DISPLAY 'CONTROL: APPROVED FILES DO NOT MATCH THE '
                      'PARTITION CONTROL TOTALS'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF FIL-DECL-CNT NOT = CTL-DECL-CNT
              OR FIL-DECL-AMT NOT = CTL-DECL-AMT
              DISPLAY 'CONTROL: DECLINED FILES DO NOT MATCH THE '
                      'PARTITION CONTROL TOTALS'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF FIL-REVW-CNT NOT = CTL-REVW-CNT
              OR FIL-REVW-AMT NOT = CTL-REVW-AMT
              DISPLAY 'CONTROL: REVIEW FILES DO NOT MATCH THE '
                      'PARTITION CONTROL TOTALS'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF SET-APPR-CNT NOT = CTL-APPR-CNT
              OR SET-APPR-AMT NOT = CTL-APPR-AMT
              OR SET-DECL-CNT NOT = CTL-DECL-CNT
              OR SET-DECL-AMT NOT = CTL-DECL-AMT
              OR SET-REVW-CNT NOT = CTL-REVW-CNT
              OR SET-REVW-AMT NOT = CTL-REVW-AMT
              DISPLAY 'CONTROL: SETTLEMENT SUMMARIES DO NOT MATCH '
                      'THE PARTITION CONTROL TOTALS'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF DLT-COUNT NOT = CTL-DELTA-CNT
              DISPLAY 'CONTROL: DELTA FILES DO NOT MATCH THE '
                      'PARTITION CONTROL TOTALS'
              ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

      **********************************************
      * WRITES THE MERGED SUMMARY'S REASON TALLY, GRAND TOTALS
      * AND THE BALANCE LINE AGAINST THE DAILY INPUT.
      **********************************************
       WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO SETL-REC.
           PERFORM WRITE-SETL-LINE.
           MOVE 'DECLINE REASONS:' TO SETL-REC.
           PERFORM WRITE-SETL-LINE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                     UNTIL WS-RSN-SUB > RSN-USED
              MOVE RSN-COUNT(WS-RSN-SUB) TO WS-SETL-CNT-ED
              MOVE SPACES TO SETL-REC
              STRING '  ' DELIMITED BY SIZE
                     RSN-TEXT(WS-RSN-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SETL-CNT-ED)
                        DELIMITED BY SIZE
                     INTO SETL-REC
              END-STRING
              PERFORM WRITE-SETL-LINE
           END-PERFORM.

           MOVE SPACES TO SETL-REC.
           PERFORM WRITE-SETL-LINE.
           MOVE SET-APPR-CNT TO WS-SETL-CNT-ED.
           MOVE SET-APPR-AMT TO WS-SETL-AMT-ED.
           PERFORM WRITE-SETL-TOTAL-APPR.
           MOVE SET-DECL-CNT TO WS-SETL-CNT-ED.
           MOVE SET-DECL-AMT TO WS-SETL-AMT-ED.
           PERFORM WRITE-SETL-TOTAL-DECL.
           MOVE SET-REVW-CNT TO WS-SETL-CNT-ED.
           MOVE SET-REVW-AMT TO WS-SETL-AMT-ED.
           PERFORM WRITE-SETL-TOTAL-REVW.

           MOVE WS-SUM-SPLIT-CNT TO WS-SETL-CNT-ED.
           MOVE WS-SUM-SPLIT-AMT TO WS-SETL-AMT-ED.
           MOVE SPACES TO SETL-REC.
           STRING 'DAILY INPUT: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                  ' TRANS, AMOUNT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-AMT-ED) DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.

           MOVE PRT-COUNT TO WS-SETL-CNT-ED.
           MOVE SPACES TO SETL-REC.
           STRING 'PARTITIONS MERGED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.
           IF WS-SPLIT-REJECT-CNT > 0
              MOVE WS-SPLIT-REJECT-CNT TO WS-SETL-CNT-ED
              MOVE SPACES TO SETL-REC
              STRING 'REJECTED BY THE SPLIT (NOT VALIDATED): '
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                     INTO SETL-REC
              END-STRING
              PERFORM WRITE-SETL-LINE
           END-IF.

           IF WS-CONTROL-ERRORS = 0
              MOVE 'SETTLEMENT BALANCED TO DAILY INPUT' TO SETL-REC
           ELSE
              MOVE '*** SETTLEMENT OUT OF BALANCE WITH INPUT ***'
                 TO SETL-REC
              DISPLAY 'WARNING: SETTLEMENT SUMMARY OUT OF BALANCE '
                      'WITH DAILY INPUT'
           END-IF.
           PERFORM WRITE-SETL-LINE.

      **********************************************
      * GRAND TOTAL LINES PER DISPOSITION.
      **********************************************
       WRITE-SETL-TOTAL-APPR.
           MOVE SPACES TO SETL-REC.
           STRING 'TOTAL APPROVED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                  ' TRANS, AMOUNT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-AMT-ED) DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.

       WRITE-SETL-TOTAL-DECL.
           MOVE SPACES TO SETL-REC.
           STRING 'TOTAL DECLINED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                  ' TRANS, AMOUNT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-AMT-ED) DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.

       WRITE-SETL-TOTAL-REVW.
           MOVE SPACES TO SETL-REC.
           STRING 'TOTAL IN REVIEW: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-CNT-ED) DELIMITED BY SIZE
                  ' TRANS, AMOUNT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETL-AMT-ED) DELIMITED BY SIZE
                  INTO SETL-REC
           END-STRING.
           PERFORM WRITE-SETL-LINE.

      **********************************************
      * WRITES THE CURRENT SETTLEMENT RECORD AND CHECKS STATUS.
      **********************************************
       WRITE-SETL-LINE.
           WRITE SETL-REC.
           IF SETL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SETTLEMENT FILE: ' SETL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * APPLIES EVERY PARTITION'S CYCLE-BALANCE DELTAS TO THE
      * BALANCE MASTER IN ONE SHORT PASS.
      **********************************************
       APPLY-BALANCE-DELTAS.
           PERFORM VARYING WS-DLT-SUB FROM 1 BY 1
                     UNTIL WS-DLT-SUB > DLT-COUNT
              PERFORM APPLY-ONE-DELTA
           END-PERFORM.
           DISPLAY 'CYCLE BALANCES FLUSHED TO BALANCE MASTER'.

       APPLY-ONE-DELTA.
           SET CTK-DETOKENIZE TO TRUE.
           MOVE DLT-TAB-TOKEN(WS-DLT-SUB) TO CTK-TOKEN.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              DISPLAY 'WARNING: BAD TOKEN ON DELTA FOR CARD '
                      DLT-TAB-MASKED(WS-DLT-SUB)
                      ' - DELTA NOT APPLIED'
              EXIT PARAGRAPH
           END-IF.
           MOVE CTK-CARD-NUM TO CARD-BAL-NUM.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   DISPLAY 'WARNING: BALANCE RECORD GONE FOR CARD '
                           CTK-MASKED ' - DELTA NOT APPLIED'
               NOT INVALID KEY
                   ADD DLT-TAB-AMOUNT(WS-DLT-SUB)
                      TO CARD-CYCLE-BALANCE
                   REWRITE CARD-BALANCE-REC
                   END-REWRITE
                   IF BAL-STATUS NOT = '00'
                      DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
                      DISPLAY 'CARD NUMBER: ' CTK-MASKED
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-DELTAS-APPLIED
           END-READ.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE SPLIT-CONTROL-FILE.
           CLOSE PARTITION-CONTROL-FILE.
           CLOSE APPROVED-IN-FILE.
           CLOSE DECLINED-IN-FILE.
           CLOSE REVIEW-IN-FILE.
           CLOSE SETTLE-IN-FILE.
           CLOSE BALANCE-DELTA-FILE.

           CLOSE CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD BALANCE: '
                       BAL-STATUS
           END-IF.

           CLOSE APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING APPROVED: ' APRV-STATUS
           END-IF.

           CLOSE DECLINED-TRANS-FILE.
           IF DECL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DECLINED: ' DECL-STATUS
           END-IF.

           CLOSE REVIEW-TRANS-FILE.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REVIEW: ' REVW-STATUS
           END-IF.

           CLOSE SETTLE-SUMMARY-FILE.
           IF SETL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SETTLEMENT: '
                       SETL-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CARD VALIDATION PARTITION MERGE SUMMARY'.
           DISPLAY '========================================'.
           MOVE PRT-COUNT TO WS-CNT-DISP.
           DISPLAY 'PARTITIONS MERGED:  ' WS-CNT-DISP.
           MOVE CTL-INPUT-CNT TO WS-CNT-DISP.
           DISPLAY 'TOTAL TRANSACTIONS: ' WS-CNT-DISP.
           MOVE FIL-APPR-CNT TO WS-CNT-DISP.
           DISPLAY 'APPROVED:           ' WS-CNT-DISP.
           MOVE FIL-DECL-CNT TO WS-CNT-DISP.
           DISPLAY 'DECLINED:           ' WS-CNT-DISP.
           MOVE FIL-REVW-CNT TO WS-CNT-DISP.
           DISPLAY 'SENT TO REVIEW:     ' WS-CNT-DISP.
           MOVE WS-SPLIT-REJECT-CNT TO WS-CNT-DISP.
           DISPLAY 'SPLIT REJECTS:      ' WS-CNT-DISP.
           MOVE SET-CARD-LINES TO WS-CNT-DISP.
           DISPLAY 'SETTLEMENT CARDS:   ' WS-CNT-DISP.
           MOVE WS-DELTAS-APPLIED TO WS-CNT-DISP.
           DISPLAY 'BALANCES UPDATED:   ' WS-CNT-DISP.
           MOVE CTL-INPUT-AMT TO WS-AMT-DISP.
           DISPLAY 'AMOUNT:             ' WS-AMT-DISP.
           DISPLAY 'CONTROL TOTALS BALANCED'.
           DISPLAY '========================================'.
