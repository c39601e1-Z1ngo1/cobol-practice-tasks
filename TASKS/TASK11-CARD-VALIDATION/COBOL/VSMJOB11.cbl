      *      NOT DUPLICATED. THE SAME VELDD PARAMETERS - AND THE      *
      *      SAME RULEDD/HOTDD DATASETS - MUST BE MOUNTED ON A        *
      *      RESTART AS ON THE ORIGINAL RUN.                          *
      *  10. CARD NUMBERS ARE NEVER WRITTEN OR DISPLAYED IN FULL. THE  *
      *      APPROVED, DECLINED AND REVIEW FILES CARRY THE MASKED      *
      *      NUMBER (FIRST SIX, LAST FOUR) IN THE CARD COLUMNS AND THE *
      *      CARD TOKEN (SUBTK11) IN COLUMNS 47-62 FOR PROGRAMS THAT   *
      *      MATCH ON THE CARD; THE SETTLEMENT SUMMARY AND SYSOUT      *
      *      SHOW THE MASKED NUMBER ONLY.                              *
      *  11. PARTITIONED RUNS - WHEN PARTDD HOLDS A PARTITION (NUMBER, *
      *      LOW AND HIGH CARD NUMBER) THE RUN IS ONE OF SEVERAL       *
      *      PARALLEL PARTITIONS FED BY THE SPLIT STEP (VSMSP11).      *
      *      EVERY TRANSACTION MUST FALL IN THE PARTITION'S RANGE.     *
      *      THE BALANCE MASTER IS ONLY READ: THE CYCLE-BALANCE        *
      *      DELTAS GO TO DLTDD (BY CARD TOKEN) AND THE RUN'S CONTROL  *
      *      TOTALS TO PCTLDD, AND THE MERGE STEP (VSMMG11) CHECKS     *
      *      THEM, COMBINES THE PARTITIONS' OUTPUTS AND APPLIES THE    *
      *      DELTAS. EACH PARTITION HAS ITS OWN CHKDD. NO PARTDD (OR   *
      *      AN EMPTY ONE) IS THE SINGLE WHOLE-FILE RUN AS BEFORE.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/27                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  PARTITIONED PARALLEL RUNS BY CARD-NUMBER      *
      *                  RANGE (PARTDD): RANGE CHECK ON EVERY          *
      *                  TRANSACTION, BALANCE DELTAS TO DLTDD AND      *
      *                  CONTROL TOTALS TO PCTLDD FOR THE MERGE STEP   *
      *                  INSTEAD OF THE END-OF-RUN FLUSH; CHECKPOINT   *
      *                  CARRIES THE PARTITION NUMBER.                 *
      * 2026/10/15  SSH  CARD NUMBERS MASKED ON EVERY OUTPUT AND ON    *
      *                  SYSOUT; APPROVED/DECLINED/REVIEW RECORDS NOW  *
      *                  CARRY THE MASKED NUMBER PLUS THE CARD TOKEN   *
      *                  FROM SUBTK11 FOR DOWNSTREAM MATCHING.         *
      * 2026/10/15  SSH  BALANCE MASTER RECORD EXTENDED WITH THE       *
      *                  STATEMENT, MINIMUM-DUE, PAYMENT AND LATE-FEE  *
      *                  FIELDS. THE CYCLE BALANCE IS NOW THE CARD'S   *
      *                  OUTSTANDING BALANCE - CARRIED OVER AT CYCLE   *
      *                  CUT AND REDUCED BY PAYMENTS (VSMPY11) - SO    *
      *                  OPEN-TO-BUY COMES BACK AS THE CARDHOLDER      *
      *                  PAYS.                                         *
      * 2026/09/02  SSH  CHECKPOINT/RESTART VIA CHKDD: PERIODIC        *
      *                  CHECKPOINTS OF THE INPUT POSITION AND THE    *
      *                  FULL IN-MEMORY DECISION STATE; A RESTART     *
      * INPUT:  VELDD (VELOCITY.PARM) - OPTIONAL VELOCITY LIMITS       *
      * INPUT:  RULEDD (MERCHANT.RULES) - OPTIONAL MERCHANT RULES      *
      * INPUT:  HOTDD (CARD.HOTLIST) - OPTIONAL LOST/STOLEN LIST       *
      * INPUT:  PARTDD (CARD.PARTITION) - OPTIONAL PARTITION RANGE     *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * I-O:    CHKDD (CHECKPOINT.FILE) - RESTART CHECKPOINT (PS,      *
      *         OPTIONAL; REWRITTEN EVERY N RECORDS, CLEARED AT EOJ)   *
      * OUTPUT: REVWDD (REVIEW.FILE) - MANUAL REVIEW QUEUE (PS, 80 B)  *
      * OUTPUT: SETLDD (SETTLE.SUMMARY) - END-OF-DAY SETTLEMENT        *
      *         SUMMARY BY CARD AND DISPOSITION (PS, 80 B)             *
      * OUTPUT: DLTDD (CARD.BALDELTA) - PARTITION MODE ONLY: CYCLE     *
      *         BALANCE DELTAS BY CARD TOKEN (PS, 80 B)                *
      * OUTPUT: PCTLDD (CARD.PARTCTL) - PARTITION MODE ONLY: CONTROL   *
      *         TOTALS OF THE PARTITION (PS, 80 B)                     *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************
                                                                        
       IDENTIFICATION DIVISION.                                         
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKPT-STATUS.

           SELECT OPTIONAL PARTITION-PARM-FILE ASSIGN TO PARTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PART-STATUS.

           SELECT BALANCE-DELTA-FILE ASSIGN TO DLTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLT-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO PCTLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.

       DATA DIVISION.                                                   
       FILE SECTION.                                                    
       FD CARD-MASTER-FILE.                                             
       01 APPROVED-REC.                                                 
          05 APPROVED-TRANS-ID PIC X(5).                                
          05 FILLER PIC X(1).                                           
          05 APPROVED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).                                           
          05 APPROVED-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(18).
                                                                        
       FD DECLINED-TRANS-FILE RECORDING MODE IS F.                      
       01 DECLINED-REC.                                                 
          05 DECLINED-TRANS-ID PIC X(5).                                
          05 FILLER PIC X(1).                                           
          05 DECLINED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).                                           
          05 DECLINED-AMOUNT PIC $$$$9.99.                              
          05 FILLER PIC X(1).                                           
          05 DECLINED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 DECLINED-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 DECLINED-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(7).

       FD REVIEW-TRANS-FILE RECORDING MODE IS F.
       01 REVIEW-REC.
          05 REVIEW-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REVIEW-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 REVIEW-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(1).
          05 REVIEW-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 REVIEW-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 REVIEW-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(7).

       FD VELOCITY-PARM-FILE RECORDING MODE IS F.
       01 VELOCITY-PARM-REC.
          05 HOT-CARD-NUM PIC X(16).
          05 FILLER PIC X(64).

      * CARD BALANCE MASTER: CREDIT LIMIT AND OUTSTANDING BALANCE
      * MAINTAINED ACROSS RUNS. APPROVALS RAISE THE BALANCE,
      * PAYMENTS (VSMPY11) LOWER IT; THE CYCLE-CUT RUN (VSMCC11)
      * SETS THE STATEMENT BALANCE, MINIMUM DUE AND DUE DATE.
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

      * CHECKPOINT FILE: TYPED 80-BYTE RECORDS - H(EADER) WITH THE
      * INPUT POSITION AND TABLE SIZES, P(ARMS), C(OUNTERS),
          05 CHKPT-TYPE PIC X(1).
          05 CHKPT-DATA PIC X(79).

      * PARTITION THIS RUN COVERS: CARD NUMBERS LOW THRU HIGH
      * (SAME LAYOUT AS A ROW OF THE SPLIT STEP'S PARTITION FILE)
       FD PARTITION-PARM-FILE RECORDING MODE IS F.
       01 PARTITION-PARM-REC.
          05 PART-NUMBER PIC X(2).
          05 PART-NUMBER-N REDEFINES PART-NUMBER PIC 9(2).
          05 FILLER PIC X(1).
          05 PART-LOW-CARD PIC 9(16).
          05 FILLER PIC X(1).
          05 PART-HIGH-CARD PIC 9(16).
          05 FILLER PIC X(44).

      * PARTITION MODE: ONE CYCLE-BALANCE DELTA PER CARD WITH
      * APPROVED SPEND, FOR THE MERGE STEP TO APPLY TO BALDD
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

      * PARTITION MODE: THE PARTITION'S CONTROL TOTALS - INPUT AND
      * EACH DISPOSITION, COUNT AND AMOUNT - FOR THE MERGE STEP
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

       WORKING-STORAGE SECTION.                                         
                                                                        
      * FILE-STATUS VARIABLES                                           
          05 SETL-STATUS PIC X(2).
          05 BAL-STATUS PIC X(2).
          05 CHKPT-STATUS PIC X(2).
          05 PART-STATUS PIC X(2).
          05 DLT-STATUS PIC X(2).
          05 PCTL-STATUS PIC X(2).

      * PER-CARD SAME-DAY SPEND VELOCITY TABLE. THE CYCLE-DELTA IS
      * THE APPROVED SPEND THIS RUN HAS COMMITTED AGAINST THE
       01 WS-HOT-EOF-SW PIC X(1) VALUE 'N'.
          88 HOT-EOF VALUE 'Y'.

      * PARTITION THIS RUN COVERS (PARTDD); NOT PARTITION MODE MEANS
      * THE WHOLE DAILY FILE IN ONE RUN
       01 WS-PARTITION-SW PIC X(1) VALUE 'N'.
          88 PARTITION-MODE VALUE 'Y'.
       01 WS-PART-NUMBER PIC 9(2) VALUE 0.
       01 WS-PART-LOW PIC 9(16) VALUE 0.
       01 WS-PART-HIGH PIC 9(16) VALUE 0.
       01 WS-DELTAS-WRITTEN PIC 9(5) VALUE 0.

      * VELOCITY LIMITS (DEFAULTED, OVERRIDDEN BY VELDD IF PRESENT)
       01 WS-DAILY-LIMIT PIC 9(7)V99 VALUE 5000.00.
       01 WS-REVIEW-PCT PIC 9V999 VALUE 0.800.
       01 WS-CHKPT-PARMS.
          05 WS-CP-DAILY-LIMIT PIC 9(7)V99.
          05 WS-CP-REVIEW-PCT PIC 9V999.
          05 WS-CP-PARTITION PIC 9(2).
       01 WS-CHKPT-AMOUNTS.
          05 WS-CA-INPUT PIC 9(11)V99.
          05 WS-CA-APPR PIC 9(11)V99.
       01 WS-SETL-CNT-ED PIC ZZZZ9.
       01 WS-SETL-AMT-ED PIC Z(10)9.99.
       01 SETL-DETAIL-LINE.
          05 SDL-CARD PIC X(16).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SDL-APPR-CNT PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FILLER PIC X(1) VALUE SPACES.
          05 SDL-REVW-AMT PIC Z(8)9.99.
                                                                        
      * CARD NUMBER MASK AND TOKEN SERVICE (SUBTK11)
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      * STATISTICS COUNTERS                                             
       01 WS-COUNTERS.                                                  
          05 TOTAL-TRANSACTIONS PIC 9(5) VALUE 0.                       
       MAIN-LOGIC.
           PERFORM INIT-PROCESS.
           PERFORM READ-VELOCITY-PARM.
           PERFORM READ-PARTITION-PARM.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-MERCHANT-RULES.
              PERFORM SKIP-TO-CHECKPOINT
           END-IF.
           PERFORM PROCESS-TRANS.
           IF PARTITION-MODE
              PERFORM WRITE-BALANCE-DELTAS
           ELSE
              PERFORM FLUSH-CYCLE-BALANCES
           END-IF.
           PERFORM WRITE-SETTLEMENT-SUMMARY.
           IF PARTITION-MODE
              PERFORM WRITE-PARTITION-CONTROL
           END-IF.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
              STOP RUN
           END-IF.

      * A PARTITION ONLY READS THE BALANCE MASTER - THE MERGE STEP
      * APPLIES EVERY PARTITION'S DELTAS.
           IF PARTITION-MODE
              OPEN INPUT CARD-BALANCE-FILE
           ELSE
              OPEN I-O CARD-BALANCE-FILE
           END-IF.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
              CLOSE VELOCITY-PARM-FILE
           END-IF.

      **********************************************
      * READ THE OPTIONAL PARTITION PARAMETER FILE. A RECORD
      * MAKES THIS RUN ONE PARTITION OF A SPLIT DAILY FILE; NO
      * FILE, OR AN EMPTY ONE, IS THE USUAL WHOLE-FILE RUN.
      **********************************************
       READ-PARTITION-PARM.
           OPEN INPUT PARTITION-PARM-FILE.
           IF PART-STATUS = '00'
              READ PARTITION-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PART-NUMBER IS NOT NUMERIC
                       OR PART-NUMBER-N = 0
                       OR PART-LOW-CARD IS NOT NUMERIC
                       OR PART-HIGH-CARD IS NOT NUMERIC
                       OR PART-LOW-CARD > PART-HIGH-CARD
                       DISPLAY 'FATAL: INVALID PARTITION RECORD: '
                               PART-NUMBER
                       STOP RUN
                    END-IF
                    SET PARTITION-MODE TO TRUE
                    MOVE PART-NUMBER-N TO WS-PART-NUMBER
                    MOVE PART-LOW-CARD TO WS-PART-LOW
                    MOVE PART-HIGH-CARD TO WS-PART-HIGH
              END-READ
              CLOSE PARTITION-PARM-FILE
           END-IF.
           IF PARTITION-MODE
              DISPLAY 'PARTITION ' WS-PART-NUMBER ' - CARD RANGE '
                      WS-PART-LOW(1:6) ' THRU ' WS-PART-HIGH(1:6)
           ELSE
              DISPLAY 'NO PARTITION - WHOLE DAILY FILE'
           END-IF.

      **********************************************
      * LOAD THE OPTIONAL MERCHANT RULES TABLE - NO FILE MEANS
      * NO MERCHANT RULES, EXACTLY AS BEFORE THEY EXISTED
                           TO WS-HOT-CARD-NUM(HOTIDX)
                      ELSE
                         DISPLAY 'WARNING: NON-NUMERIC HOTLIST ENTRY '
                                 'SKIPPED: ' HOT-CARD-NUM(1:6) '******'
                                 HOT-CARD-NUM(13:4)
                      END-IF
                 END-READ
              END-PERFORM
                   SET EOF TO TRUE                                      
                NOT AT END                                              
                   IF TRANS-STATUS = '00'
                      IF PARTITION-MODE
                         PERFORM CHECK-PARTITION-RANGE
                      END-IF
                      ADD 1 TO TOTAL-TRANSACTIONS
                      ADD TRANSACTION-AMOUNT TO WS-INPUT-AMT
                      PERFORM PROCESS-TRANSACTION
      **********************************************                    
       PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REASON.
           MOVE TRANSACTION-CARD-NUM TO CTK-CARD-NUM.
           PERFORM TOKENIZE-CARD.

      * THE HOTLIST OUTRANKS EVERYTHING, INCLUDING CARD-STATUS -
      * IT COVERS THE GAP BETWEEN A THEFT REPORT AND THE BATCHED
             ELSE                                                       
                DISPLAY 'CRITICAL VSAM READ ERROR: ' VSAM-STATUS        
                DISPLAY 'TRANSACTION ID: ' TRANSACTION-ID               
                DISPLAY 'CARD NUMBER: ' CTK-MASKED
                STOP RUN                                                
             END-IF                                                     
           END-IF.                                                      
                                                                        
      **********************************************
      * A PARTITION MUST ONLY SEE ITS OWN CARDS - ANOTHER CARD
      * MEANS THE WRONG SPLIT FILE IS MOUNTED, AND ITS VELOCITY
      * AND CREDIT-LIMIT STATE WOULD BE SPLIT ACROSS RUNS.
      **********************************************
       CHECK-PARTITION-RANGE.
           IF TRANSACTION-CARD-NUM < WS-PART-LOW
              OR TRANSACTION-CARD-NUM > WS-PART-HIGH
              MOVE TRANSACTION-CARD-NUM TO CTK-CARD-NUM
              PERFORM TOKENIZE-CARD
              DISPLAY 'FATAL: TRANSACTION ' TRANSACTION-ID
                      ' CARD ' CTK-MASKED
                      ' OUTSIDE PARTITION ' WS-PART-NUMBER
              DISPLAY 'IS THE RIGHT SPLIT FILE MOUNTED ON TRNSDD?'
              STOP RUN
           END-IF.

      **********************************************
      * SCAN THE HOTLIST TABLE FOR THE TRANSACTION'S CARD NUMBER
      **********************************************
              END-IF
           END-PERFORM.

      **********************************************
      * MASKS AND TOKENIZES CTK-CARD-NUM VIA SUBTK11. NOTHING
      * WRITTEN OR DISPLAYED CARRIES THE FULL CARD NUMBER - A
      * NUMBER THE SERVICE CANNOT TAKE SHOWS AS ALL '*' WITH A
      * ZERO TOKEN.
      **********************************************
       TOKENIZE-CARD.
           SET CTK-TOKENIZE TO TRUE.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE ALL '*' TO CTK-MASKED
              MOVE 0 TO CTK-TOKEN
           END-IF.

      **********************************************
      * VALIDATE CARD STATUS (ACTIVE OR BLOCKED)
      **********************************************
                 MOVE CARDS-TRACKED TO WS-VEL-CUR-SLOT
              ELSE
                 DISPLAY 'FATAL: VELOCITY TABLE FULL AT 500 CARDS - '
                          'CARD ' CTK-MASKED
                          ' CANNOT BE TRACKED FOR DAILY VELOCITY'
                 STOP RUN
              END-IF
      **********************************************
       WRITE-REVIEW-TRANS.
           MOVE TRANSACTION-ID TO REVIEW-TRANS-ID.
           MOVE CTK-MASKED TO REVIEW-CARD-MASKED.
           MOVE CTK-TOKEN TO REVIEW-CARD-TOKEN.
           MOVE TRANSACTION-AMOUNT TO REVIEW-AMOUNT.
           MOVE WS-REASON TO REVIEW-REASON.
           MOVE TRANSACTION-MERCHANT-ID TO REVIEW-MERCHANT-ID.
      **********************************************
       WRITE-APPROVED-TRANS.                                            
           MOVE TRANSACTION-ID TO APPROVED-TRANS-ID.                    
           MOVE CTK-MASKED TO APPROVED-CARD-MASKED.
           MOVE CTK-TOKEN TO APPROVED-CARD-TOKEN.
           MOVE TRANSACTION-AMOUNT TO APPROVED-AMOUNT.
           MOVE TRANSACTION-MERCHANT-ID TO APPROVED-MERCHANT-ID.
           MOVE TRANSACTION-MERCHANT-CAT TO APPROVED-MERCHANT-CAT.
      **********************************************                    
       WRITE-DECLINED-TRANS.                                            
           MOVE TRANSACTION-ID TO DECLINED-TRANS-ID.                    
           MOVE CTK-MASKED TO DECLINED-CARD-MASKED.
           MOVE CTK-TOKEN TO DECLINED-CARD-TOKEN.
           MOVE TRANSACTION-AMOUNT TO DECLINED-AMOUNT.                  
           MOVE WS-REASON TO DECLINE-REASON.
           MOVE TRANSACTION-MERCHANT-ID TO DECLINED-MERCHANT-ID.
                 MOVE WS-CH-RSN TO RSN-USED
                 SET RESTART-MODE TO TRUE
               WHEN 'P'
                 MOVE CHKPT-DATA(1:15) TO WS-CHKPT-PARMS
                 IF WS-CP-PARTITION NOT = WS-PART-NUMBER
                    DISPLAY 'FATAL: CHECKPOINT IS FOR PARTITION '
                            WS-CP-PARTITION ', THIS RUN IS '
                            WS-PART-NUMBER
                    DISPLAY 'MOUNT THE PARTITION''S OWN CHKDD'
                    STOP RUN
                 END-IF
                 IF WS-CP-DAILY-LIMIT NOT = WS-DAILY-LIMIT
                    OR WS-CP-REVIEW-PCT NOT = WS-REVIEW-PCT
                    DISPLAY 'FATAL: CHECKPOINT VELOCITY PARAMETERS '

           MOVE WS-DAILY-LIMIT TO WS-CP-DAILY-LIMIT.
           MOVE WS-REVIEW-PCT TO WS-CP-REVIEW-PCT.
           MOVE WS-PART-NUMBER TO WS-CP-PARTITION.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'P' TO CHKPT-TYPE.
           MOVE WS-CHKPT-PARMS TO CHKPT-DATA.

       FLUSH-ONE-BALANCE.
           MOVE WS-VEL-CARD-NUM(WS-CP-SUB) TO CARD-BAL-NUM.
           MOVE WS-VEL-CARD-NUM(WS-CP-SUB) TO CTK-CARD-NUM.
           PERFORM TOKENIZE-CARD.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   DISPLAY 'WARNING: BALANCE RECORD GONE FOR CARD '
                           CTK-MASKED ' - DELTA NOT APPLIED'
               NOT INVALID KEY
                   ADD WS-VEL-CYCLE-DELTA(WS-CP-SUB)
                      TO CARD-CYCLE-BALANCE
                   END-REWRITE
                   IF BAL-STATUS NOT = '00'
                      DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
                      DISPLAY 'CARD NUMBER: ' CTK-MASKED
                      STOP RUN
                   END-IF
           END-READ.

      **********************************************
      * PARTITION MODE: WRITES THE IN-MEMORY CYCLE-BALANCE DELTAS
      * TO DLTDD BY CARD TOKEN INSTEAD OF FLUSHING THEM, SO THE
      * PARALLEL PARTITIONS NEVER UPDATE THE BALANCE MASTER
      * THEMSELVES. THE FILE IS REWRITTEN IN FULL ON EVERY
      * COMPLETED RUN, SO A RERUN IS SAFE.
      **********************************************
       WRITE-BALANCE-DELTAS.
           OPEN OUTPUT BALANCE-DELTA-FILE.
           IF DLT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELTA FILE: ' DLT-STATUS
              STOP RUN
           END-IF.
           MOVE 0 TO WS-DELTAS-WRITTEN.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > CARDS-TRACKED
              IF WS-VEL-CYCLE-DELTA(WS-CP-SUB) > 0
                 PERFORM WRITE-ONE-DELTA
              END-IF
           END-PERFORM.
           CLOSE BALANCE-DELTA-FILE.
           DISPLAY 'CYCLE BALANCE DELTAS WRITTEN: ' WS-DELTAS-WRITTEN.

       WRITE-ONE-DELTA.
           MOVE WS-VEL-CARD-NUM(WS-CP-SUB) TO CTK-CARD-NUM.
           PERFORM TOKENIZE-CARD.
           MOVE SPACES TO BALANCE-DELTA-REC.
           MOVE WS-PART-NUMBER TO DLT-PARTITION.
           MOVE CTK-TOKEN TO DLT-CARD-TOKEN.
           MOVE CTK-MASKED TO DLT-CARD-MASKED.
           MOVE WS-VEL-CYCLE-DELTA(WS-CP-SUB) TO DLT-AMOUNT.
           WRITE BALANCE-DELTA-REC.
           IF DLT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELTA FILE: ' DLT-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO WS-DELTAS-WRITTEN.

      **********************************************
      * PARTITION MODE: WRITES THE PARTITION'S CONTROL TOTALS FOR
      * THE MERGE STEP TO BALANCE AGAINST THE SPLIT.
      **********************************************
       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE.
           IF PCTL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                      PCTL-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO PARTITION-CONTROL-REC.
           MOVE WS-PART-NUMBER TO PCT-PARTITION.
           MOVE TOTAL-TRANSACTIONS TO PCT-INPUT-CNT.
           MOVE WS-INPUT-AMT TO PCT-INPUT-AMT.
           MOVE TOTAL-APPROVED TO PCT-APPR-CNT.
           MOVE WS-APPR-RUN-AMT TO PCT-APPR-AMT.
           MOVE TOTAL-DECLINED TO PCT-DECL-CNT.
           MOVE WS-DECL-RUN-AMT TO PCT-DECL-AMT.
           MOVE TOTAL-REVIEW TO PCT-REVW-CNT.
           MOVE WS-REVW-RUN-AMT TO PCT-REVW-AMT.
           MOVE WS-DELTAS-WRITTEN TO PCT-DELTA-CNT.
           WRITE PARTITION-CONTROL-REC.
           IF PCTL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PARTITION CONTROL FILE: '
                      PCTL-STATUS
              STOP RUN
           END-IF.
           CLOSE PARTITION-CONTROL-FILE.

      **********************************************
      * WRITES THE END-OF-DAY SETTLEMENT SUMMARY: ONE LINE PER
      * CARD (COUNT AND AMOUNT APPROVED / DECLINED / REVIEW),

           PERFORM VARYING WS-SETL-SUB FROM 1 BY 1
                     UNTIL WS-SETL-SUB > SETL-CARDS-USED
              MOVE SETL-CARD-NUM(WS-SETL-SUB) TO CTK-CARD-NUM
              PERFORM TOKENIZE-CARD
              MOVE CTK-MASKED TO SDL-CARD
              MOVE SETL-APPR-CNT(WS-SETL-SUB) TO SDL-APPR-CNT
              MOVE SETL-APPR-AMT(WS-SETL-SUB) TO SDL-APPR-AMT
              MOVE SETL-DECL-CNT(WS-SETL-SUB) TO SDL-DECL-CNT
