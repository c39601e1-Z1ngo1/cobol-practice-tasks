      ******************************************************************
      * CARD TRANSACTION PARTITION SPLIT                               *
      *                                                                *
      * PURPOSE:                                                       *
      * PRE-STEP OF THE PARTITIONED CARD VALIDATION RUN. SPLITS THE    *
      * DAILY TRANSACTION FILE BY CARD-NUMBER RANGE INTO ONE FILE PER  *
      * PARTITION, SO EACH PARTITION'S VSMJOB11 CAN RUN IN PARALLEL,   *
      * AND WRITES THE SPLIT CONTROL TOTALS THE MERGE STEP (VSMMG11)   *
      * BALANCES THE PARTITIONS AGAINST.                               *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARTDD HOLDS ONE ROW PER PARTITION (NUMBER, LOW AND HIGH     *
      *   CARD NUMBER), UP TO 8, NUMBERED 1 UP IN CARD ORDER. THE      *
      *   RANGES MUST BE CONTIGUOUS AND COVER EVERY CARD NUMBER        *
      *   (FIRST LOW ALL ZEROS, LAST HIGH ALL NINES), SO EVERY         *
      *   TRANSACTION HAS EXACTLY ONE PARTITION AND ALL OF A CARD'S    *
      *   TRANSACTIONS - AND SO ITS VELOCITY AND CREDIT-LIMIT STATE -  *
      *   LAND IN THE SAME ONE. A BAD PARTITION FILE STOPS THE RUN     *
      *   BEFORE ANYTHING IS WRITTEN.                                  *
      *   EACH TRANSACTION IS COPIED UNCHANGED, IN INPUT ORDER, TO     *
      *   ITS PARTITION'S FILE (TRNP1DD - TRNP8DD). ONE WITH A         *
      *   NON-NUMERIC CARD NUMBER OR AMOUNT CANNOT BE PLACED AND GOES  *
      *   TO THE REJECT FILE (RC 4).                                   *
      *   SPLCDD GETS ONE 'P' RECORD PER PARTITION (RANGE, COUNT AND   *
      *   AMOUNT) AND A 'T' RECORD (INPUT COUNT AND AMOUNT, REJECTS).  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTDD (CARD.PARTITIONS) - PARTITION RANGES (PS)       *
      * INPUT:  TRNSDD (TRANS.DAILY) - DAILY TRANSACTIONS (PS, 80 B)   *
      * OUTPUT: TRNP1DD - TRNP8DD (TRANS.DAILY.PNN) - ONE PARTITION'S  *
      *         TRANSACTIONS EACH (PS, 80 B; ONLY THOSE DEFINED)       *
      * OUTPUT: SPLCDD (TRANS.SPLITCTL) - SPLIT CONTROL TOTALS (PS)    *
      * OUTPUT: REJDD (TRANS.SPLITREJ) - UNPLACEABLE TRANSACTIONS (PS) *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMSP11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE ASSIGN TO PARTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PART-STATUS.

           SELECT DAILY-TRANS-FILE ASSIGN TO TRNSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT PART1-TRANS-FILE ASSIGN TO TRNP1DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P1-STATUS.

           SELECT PART2-TRANS-FILE ASSIGN TO TRNP2DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P2-STATUS.

           SELECT PART3-TRANS-FILE ASSIGN TO TRNP3DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P3-STATUS.

           SELECT PART4-TRANS-FILE ASSIGN TO TRNP4DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P4-STATUS.

           SELECT PART5-TRANS-FILE ASSIGN TO TRNP5DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P5-STATUS.

           SELECT PART6-TRANS-FILE ASSIGN TO TRNP6DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P6-STATUS.

           SELECT PART7-TRANS-FILE ASSIGN TO TRNP7DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P7-STATUS.

           SELECT PART8-TRANS-FILE ASSIGN TO TRNP8DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P8-STATUS.

           SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPLC-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PARTITION: CARD NUMBERS LOW THRU HIGH (VSMJOB11 PARTDD
      * TAKES ONE OF THESE ROWS)
       FD PARTITION-FILE RECORDING MODE IS F.
       01 PARTITION-REC.
          05 PART-NUMBER PIC X(2).
          05 PART-NUMBER-N REDEFINES PART-NUMBER PIC 9(2).
          05 FILLER PIC X(1).
          05 PART-LOW-CARD PIC 9(16).
          05 FILLER PIC X(1).
          05 PART-HIGH-CARD PIC 9(16).
          05 FILLER PIC X(44).

       FD DAILY-TRANS-FILE RECORDING MODE IS F.
       01 TRANSACTION-REC.
          05 TRANSACTION-ID PIC X(5).
          05 TRANSACTION-CARD-NUM PIC 9(16).
          05 TRANSACTION-AMOUNT PIC 9(5)V99.
          05 TRANSACTION-MERCHANT-ID PIC X(8).
          05 TRANSACTION-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(40).

       FD PART1-TRANS-FILE RECORDING MODE IS F.
       01 PART1-REC PIC X(80).

       FD PART2-TRANS-FILE RECORDING MODE IS F.
       01 PART2-REC PIC X(80).

       FD PART3-TRANS-FILE RECORDING MODE IS F.
       01 PART3-REC PIC X(80).

       FD PART4-TRANS-FILE RECORDING MODE IS F.
       01 PART4-REC PIC X(80).

       FD PART5-TRANS-FILE RECORDING MODE IS F.
       01 PART5-REC PIC X(80).

       FD PART6-TRANS-FILE RECORDING MODE IS F.
       01 PART6-REC PIC X(80).

       FD PART7-TRANS-FILE RECORDING MODE IS F.
       01 PART7-REC PIC X(80).

       FD PART8-TRANS-FILE RECORDING MODE IS F.
       01 PART8-REC PIC X(80).

      * SPLIT CONTROL: 'P' PER PARTITION, 'T' FOR THE WHOLE INPUT
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

      * REJECTED TRANSACTION WITH REASON (THE CARD NUMBER IS
      * MASKED - ONLY ITS FIRST SIX AND LAST FOUR POSITIONS)
       FD REJECT-FILE RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REJ-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 REJ-REASON PIC X(20).
          05 FILLER PIC X(37).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 PART-STATUS PIC X(2).
          05 TRANS-STATUS PIC X(2).
          05 P1-STATUS PIC X(2).
          05 P2-STATUS PIC X(2).
          05 P3-STATUS PIC X(2).
          05 P4-STATUS PIC X(2).
          05 P5-STATUS PIC X(2).
          05 P6-STATUS PIC X(2).
          05 P7-STATUS PIC X(2).
          05 P8-STATUS PIC X(2).
          05 SPLC-STATUS PIC X(2).
          05 REJ-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.

      * PARTITION TABLE FROM PARTDD WITH ITS SPLIT TOTALS
       01 PRT-TABLE-MAX PIC 9(1) VALUE 8.
       01 PRT-COUNT PIC 9(1) VALUE 0.
       01 PRT-TABLE.
          05 PRT-ENTRY OCCURS 8 TIMES.
             10 PRT-LOW-CARD PIC 9(16).
             10 PRT-HIGH-CARD PIC 9(16).
             10 PRT-TRANS-CNT PIC 9(7).
             10 PRT-TRANS-AMT PIC 9(9)V99.
       01 WS-PRT-SUB PIC 9(1) VALUE 0.
       01 WS-PRT-HIT PIC 9(1) VALUE 0.
       01 WS-OUT-STATUS PIC X(2) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-INPUT PIC 9(7) VALUE 0.
          05 TOTAL-INPUT-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-REJECTED PIC 9(7) VALUE 0.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-AMT-DISP PIC Z(8)9.99.

      **********************************************
      * MAIN FLOW: PARTITIONS -> OPEN -> SPLIT -> CONTROL -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PARTITIONS.
           PERFORM OPEN-ALL-FILES.
           PERFORM SPLIT-TRANSACTIONS.
           PERFORM WRITE-SPLIT-CONTROL.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * LOADS AND CHECKS THE PARTITION RANGES: NUMBERED 1 UP,
      * CONTIGUOUS, COVERING ALL ZEROS THRU ALL NINES.
      **********************************************
       LOAD-PARTITIONS.
           OPEN INPUT PARTITION-FILE.
           IF PART-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION FILE: ' PART-STATUS
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ PARTITION-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PART-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTITION FILE: '
                              PART-STATUS
                      STOP RUN
                   END-IF
                   PERFORM LOAD-ONE-PARTITION
              END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.

           IF PRT-COUNT = 0
              DISPLAY 'FATAL: NO PARTITIONS DEFINED IN PARTDD'
              STOP RUN
           END-IF.
           IF PRT-HIGH-CARD(PRT-COUNT) NOT = 9999999999999999
              DISPLAY 'FATAL: LAST PARTITION DOES NOT END AT THE '
                      'HIGHEST CARD NUMBER'
              STOP RUN
           END-IF.
           DISPLAY 'PARTITIONS LOADED: ' PRT-COUNT.

       LOAD-ONE-PARTITION.
           IF PRT-COUNT >= PRT-TABLE-MAX
              DISPLAY 'FATAL: PARTITION TABLE OVERFLOW, MAX='
                       PRT-TABLE-MAX
              STOP RUN
           END-IF.
           IF PART-NUMBER IS NOT NUMERIC
              OR PART-LOW-CARD IS NOT NUMERIC
              OR PART-HIGH-CARD IS NOT NUMERIC
              DISPLAY 'FATAL: NON-NUMERIC PARTITION RECORD: '
                      PART-NUMBER
              STOP RUN
           END-IF.
           IF PART-NUMBER-N NOT = PRT-COUNT + 1
              DISPLAY 'FATAL: PARTITION ' PART-NUMBER
                      ' OUT OF SEQUENCE - NUMBER THEM 1 UP'
              STOP RUN
           END-IF.
           IF PART-LOW-CARD > PART-HIGH-CARD
              DISPLAY 'FATAL: PARTITION ' PART-NUMBER
                      ' LOW CARD ABOVE HIGH CARD'
              STOP RUN
           END-IF.
           IF PRT-COUNT = 0
              IF PART-LOW-CARD NOT = 0
                 DISPLAY 'FATAL: PARTITION 01 DOES NOT START AT '
                         'THE LOWEST CARD NUMBER'
                 STOP RUN
              END-IF
           ELSE
              IF PRT-HIGH-CARD(PRT-COUNT) = 9999999999999999
                 OR PART-LOW-CARD NOT = PRT-HIGH-CARD(PRT-COUNT) + 1
                 DISPLAY 'FATAL: PARTITION ' PART-NUMBER
                         ' DOES NOT START RIGHT AFTER THE ONE '
                         'BEFORE - RANGES MUST BE CONTIGUOUS'
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO PRT-COUNT.
           MOVE PART-LOW-CARD TO PRT-LOW-CARD(PRT-COUNT).
           MOVE PART-HIGH-CARD TO PRT-HIGH-CARD(PRT-COUNT).
           MOVE 0 TO PRT-TRANS-CNT(PRT-COUNT).
           MOVE 0 TO PRT-TRANS-AMT(PRT-COUNT).

      **********************************************
      * OPENS THE INPUT, THE DEFINED PARTITIONS' FILES, THE
      * CONTROL AND REJECT FILES.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT DAILY-TRANS-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTIONS FILE: ' TRANS-STATUS
              STOP RUN
           END-IF.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT
              PERFORM OPEN-PARTITION-FILE
           END-PERFORM.

           OPEN OUTPUT SPLIT-CONTROL-FILE.
           IF SPLC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SPLIT CONTROL FILE: '
                      SPLC-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REJECT FILE: ' REJ-STATUS
              STOP RUN
           END-IF.

       OPEN-PARTITION-FILE.
           EVALUATE WS-PRT-SUB
               WHEN 1
                 OPEN OUTPUT PART1-TRANS-FILE
                 MOVE P1-STATUS TO WS-OUT-STATUS
               WHEN 2
                 OPEN OUTPUT PART2-TRANS-FILE
                 MOVE P2-STATUS TO WS-OUT-STATUS
               WHEN 3
                 OPEN OUTPUT PART3-TRANS-FILE
                 MOVE P3-STATUS TO WS-OUT-STATUS
               WHEN 4
                 OPEN OUTPUT PART4-TRANS-FILE
                 MOVE P4-STATUS TO WS-OUT-STATUS
               WHEN 5
                 OPEN OUTPUT PART5-TRANS-FILE
                 MOVE P5-STATUS TO WS-OUT-STATUS
               WHEN 6
                 OPEN OUTPUT PART6-TRANS-FILE
                 MOVE P6-STATUS TO WS-OUT-STATUS
               WHEN 7
                 OPEN OUTPUT PART7-TRANS-FILE
                 MOVE P7-STATUS TO WS-OUT-STATUS
               WHEN 8
                 OPEN OUTPUT PART8-TRANS-FILE
                 MOVE P8-STATUS TO WS-OUT-STATUS
           END-EVALUATE.
           IF WS-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION ' WS-PRT-SUB
                      ' FILE: ' WS-OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE DAILY FILE AND ROUTES EACH TRANSACTION TO THE
      * PARTITION WHOSE RANGE HOLDS ITS CARD.
      **********************************************
       SPLIT-TRANSACTIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ DAILY-TRANS-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF TRANS-STATUS NOT = '00'
                      DISPLAY 'ERROR READING TRANS FILE: '
                              TRANS-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-INPUT
                   PERFORM ROUTE-TRANSACTION
              END-READ
           END-PERFORM.

       ROUTE-TRANSACTION.
           IF TRANSACTION-CARD-NUM IS NOT NUMERIC
              MOVE 'CARD NOT NUMERIC' TO REJ-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF TRANSACTION-AMOUNT IS NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO REJ-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           ADD TRANSACTION-AMOUNT TO TOTAL-INPUT-AMT.

           MOVE 0 TO WS-PRT-HIT.
           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT OR WS-PRT-HIT > 0
              IF TRANSACTION-CARD-NUM <= PRT-HIGH-CARD(WS-PRT-SUB)
                 MOVE WS-PRT-SUB TO WS-PRT-HIT
              END-IF
           END-PERFORM.

           EVALUATE WS-PRT-HIT
               WHEN 1
                 WRITE PART1-REC FROM TRANSACTION-REC
                 MOVE P1-STATUS TO WS-OUT-STATUS
               WHEN 2
                 WRITE PART2-REC FROM TRANSACTION-REC
                 MOVE P2-STATUS TO WS-OUT-STATUS
               WHEN 3
                 WRITE PART3-REC FROM TRANSACTION-REC
                 MOVE P3-STATUS TO WS-OUT-STATUS
               WHEN 4
                 WRITE PART4-REC FROM TRANSACTION-REC
                 MOVE P4-STATUS TO WS-OUT-STATUS
               WHEN 5
                 WRITE PART5-REC FROM TRANSACTION-REC
                 MOVE P5-STATUS TO WS-OUT-STATUS
               WHEN 6
                 WRITE PART6-REC FROM TRANSACTION-REC
                 MOVE P6-STATUS TO WS-OUT-STATUS
               WHEN 7
                 WRITE PART7-REC FROM TRANSACTION-REC
                 MOVE P7-STATUS TO WS-OUT-STATUS
               WHEN 8
                 WRITE PART8-REC FROM TRANSACTION-REC
                 MOVE P8-STATUS TO WS-OUT-STATUS
           END-EVALUATE.
           IF WS-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PARTITION ' WS-PRT-HIT
                      ' FILE: ' WS-OUT-STATUS
              DISPLAY 'TRANSACTION ID: ' TRANSACTION-ID
              STOP RUN
           END-IF.
           ADD 1 TO PRT-TRANS-CNT(WS-PRT-HIT).
           ADD TRANSACTION-AMOUNT TO PRT-TRANS-AMT(WS-PRT-HIT).

       WRITE-REJECT.
           MOVE TRANSACTION-ID TO REJ-TRANS-ID.
           MOVE TRANSACTION-REC(6:6) TO REJ-CARD-MASKED(1:6).
           MOVE '******' TO REJ-CARD-MASKED(7:6).
           MOVE TRANSACTION-REC(18:4) TO REJ-CARD-MASKED(13:4).
           WRITE REJECT-REC.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REJECT FILE: ' REJ-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-REJECTED.
           MOVE SPACES TO REJECT-REC.

      **********************************************
      * ONE 'P' RECORD PER PARTITION, THEN THE 'T' TOTAL.
      **********************************************
       WRITE-SPLIT-CONTROL.
           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT
              MOVE SPACES TO SPLIT-CONTROL-REC
              MOVE 'P' TO SPC-TYPE
              MOVE WS-PRT-SUB TO SPC-PARTITION
              MOVE PRT-LOW-CARD(WS-PRT-SUB) TO SPC-LOW-CARD
              MOVE PRT-HIGH-CARD(WS-PRT-SUB) TO SPC-HIGH-CARD
              MOVE PRT-TRANS-CNT(WS-PRT-SUB) TO SPC-COUNT
              MOVE PRT-TRANS-AMT(WS-PRT-SUB) TO SPC-AMOUNT
              MOVE 0 TO SPC-REJECT-CNT
              PERFORM WRITE-SPLIT-CONTROL-REC
           END-PERFORM.
           MOVE SPACES TO SPLIT-CONTROL-REC.
           MOVE 'T' TO SPC-TYPE.
           MOVE PRT-COUNT TO SPC-PARTITION.
           MOVE 0 TO SPC-LOW-CARD.
           MOVE 9999999999999999 TO SPC-HIGH-CARD.
           MOVE TOTAL-INPUT TO SPC-COUNT.
           MOVE TOTAL-INPUT-AMT TO SPC-AMOUNT.
           MOVE TOTAL-REJECTED TO SPC-REJECT-CNT.
           PERFORM WRITE-SPLIT-CONTROL-REC.

       WRITE-SPLIT-CONTROL-REC.
           WRITE SPLIT-CONTROL-REC.
           IF SPLC-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SPLIT CONTROL FILE: '
                      SPLC-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE DAILY-TRANS-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSACTIONS: '
                       TRANS-STATUS
           END-IF.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT
              PERFORM CLOSE-PARTITION-FILE
           END-PERFORM.

           CLOSE SPLIT-CONTROL-FILE.
           IF SPLC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SPLIT CONTROL: '
                       SPLC-STATUS
           END-IF.

           CLOSE REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REJECT FILE: '
                       REJ-STATUS
           END-IF.

       CLOSE-PARTITION-FILE.
           EVALUATE WS-PRT-SUB
               WHEN 1
                 CLOSE PART1-TRANS-FILE
                 MOVE P1-STATUS TO WS-OUT-STATUS
               WHEN 2
                 CLOSE PART2-TRANS-FILE
                 MOVE P2-STATUS TO WS-OUT-STATUS
               WHEN 3
                 CLOSE PART3-TRANS-FILE
                 MOVE P3-STATUS TO WS-OUT-STATUS
               WHEN 4
                 CLOSE PART4-TRANS-FILE
                 MOVE P4-STATUS TO WS-OUT-STATUS
               WHEN 5
                 CLOSE PART5-TRANS-FILE
                 MOVE P5-STATUS TO WS-OUT-STATUS
               WHEN 6
                 CLOSE PART6-TRANS-FILE
                 MOVE P6-STATUS TO WS-OUT-STATUS
               WHEN 7
                 CLOSE PART7-TRANS-FILE
                 MOVE P7-STATUS TO WS-OUT-STATUS
               WHEN 8
                 CLOSE PART8-TRANS-FILE
                 MOVE P8-STATUS TO WS-OUT-STATUS
           END-EVALUATE.
           IF WS-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARTITION '
                      WS-PRT-SUB ' FILE: ' WS-OUT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CARD TRANSACTION SPLIT SUMMARY'.
           DISPLAY '========================================'.
           MOVE TOTAL-INPUT TO WS-CNT-DISP.
           DISPLAY 'TRANSACTIONS READ:  ' WS-CNT-DISP.
           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                     UNTIL WS-PRT-SUB > PRT-COUNT
              MOVE PRT-TRANS-CNT(WS-PRT-SUB) TO WS-CNT-DISP
              MOVE PRT-TRANS-AMT(WS-PRT-SUB) TO WS-AMT-DISP
              DISPLAY '  PARTITION ' WS-PRT-SUB ':      '
                      WS-CNT-DISP '  ' WS-AMT-DISP
           END-PERFORM.
           MOVE TOTAL-REJECTED TO WS-CNT-DISP.
           DISPLAY 'REJECTED:           ' WS-CNT-DISP.
           MOVE TOTAL-INPUT-AMT TO WS-AMT-DISP.
           DISPLAY 'AMOUNT SPLIT:       ' WS-AMT-DISP.
           DISPLAY '========================================'.
