      * REPORT. SETS RETURN-CODE BASED ON UNMATCHED COUNT.             *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 0 - VERIFY THE ACCOUNT FILE TRAILER (WRITTEN BY        *
      *     GDGEX27): RECORD COUNT AND BALANCE TOTAL OF THE DETAIL     *
      *     RECORDS MUST MATCH THE TRAILER. MISSING TRAILER, DETAIL    *
      *     AFTER THE TRAILER OR A MISMATCH: NOTHING IS ROUTED, RC=12. *
      *   PHASE 1 - RANDOM READ VSAM BY ACCT-ID:                       *
      *     STATUS '23' (NOT FOUND): ROUTE TO GDG UNMATCHED,           *
      *       INCREMENT UNMATCH-COUNT AND ERROR-COUNT.                 *
      *                    RECORD (LTRDD) WE MUST SEND BEFORE          *
      *                    REMITTING, AND THE PROCESSING REPORT        *
      *                    TOTALS THE FUNDS TO BE REMITTED.            *
      *   2026/10/15  SSH  INPSDD IS NOW BUILT FROM ACCT.MASTER BY     *
      *                    GDGEX27 AND ENDS WITH A COUNT/AMOUNT        *
      *                    TRAILER. THE TRAILER IS VERIFIED BEFORE ANY *
      *                    ACCOUNT IS ROUTED (RC=12 ON A MISMATCH) AND *
      *                    IS NOT ROUTED ITSELF.                       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INPSDD  (ACCT.DATA)    - PS DAILY ACCOUNT FILE FROM    *
      *                                  GDGEX27, WITH TRAILER         *
      *         VSAMDD  (ACCT.HISTORY) - VSAM KSDS TRANSACTION HISTORY *
      *         CUTDD   (CUTOFF.CFG)   - OPTIONAL ARCHIVE CUTOFF DAYS  *
      *                                  AND TREND ALERT PERCENT       *
          05 DATA-LAST-ACTV-DATE PIC 9(8).                              
          05 DATA-BALANCE PIC 9(7)V99.                                  
          05 FILLER PIC X(10).                                          
      * LAST RECORD OF THE FILE - CONTROL TOTALS FROM GDGEX27
       01 ACCT-DATA-TRAILER.
          05 TRLR-ID PIC X(6).
          05 TRLR-REC-COUNT PIC 9(7).
          05 TRLR-BAL-TOTAL PIC 9(11)V99.
          05 FILLER PIC X(32).
                                                                        
       FD ACCT-HISTORY.                                                 
       01 ACCT-HIST.                                                    
          05 WS-CARC-FOUND PIC X(1) VALUE 'N'.
             88 CARC-FOUND VALUE 'Y'.
             88 CARC-NOT-FOUND VALUE 'N'.
          05 WS-TRLR-SEEN PIC X(1) VALUE 'N'.
             88 TRLR-SEEN VALUE 'Y'.
          05 WS-TRLR-ERROR PIC X(1) VALUE 'N'.
             88 TRLR-ERROR VALUE 'Y'.
                                                                        
      * PROCESSING COUNTERS
       01 WS-COUNTERS.                                                  
          05 PREVARCH-COUNT-DISP PIC Z(4)9.
          05 ESCHEAT-COUNT-DISP PIC Z(4)9.

      * ACCOUNT FILE TRAILER VERIFICATION
       01 WS-TRAILER-ID PIC X(6) VALUE '*TRLR*'.
       01 WS-TRLR-VARS.
          05 VRFY-REC-COUNT PIC 9(7) VALUE 0.
          05 VRFY-BAL-TOTAL PIC 9(11)V99 VALUE 0.
          05 VRFY-TRLR-COUNT PIC 9(7) VALUE 0.
          05 VRFY-TRLR-TOTAL PIC 9(11)V99 VALUE 0.

      * DATE VARIABLES FOR CUTOFF CALCULATION
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
           PERFORM LOAD-CUTOFF-CONFIG.
           PERFORM LOAD-TREND-HISTORY.
           PERFORM LOAD-CLIENT-ARCHIVE.
           PERFORM VERIFY-ACCT-TRAILER.
           PERFORM OPEN-ALL-FILES.
           PERFORM INITIALIZE-DATA.
           PERFORM READ-ACCT-DATA.
              END-READ
           END-PERFORM.
           CLOSE CLIENT-ARCHIVE-FILE.

      **********************************************
      * PRE-SCAN OF THE ACCOUNT FILE: COUNTS AND SUMS
      * THE DETAIL RECORDS AND COMPARES THEM WITH THE
      * GDGEX27 TRAILER. A MISSING TRAILER, A DETAIL
      * RECORD AFTER IT OR A COUNT/AMOUNT MISMATCH
      * STOPS THE RUN BEFORE ANYTHING IS ROUTED, RC=12.
      * THE FILE IS CLOSED AGAIN SO ROUTING STARTS FROM
      * RECORD ONE.
      **********************************************
       VERIFY-ACCT-TRAILER.
           OPEN INPUT ACCT-DATA-FILE.
           IF ACCT-DATA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-DATA FILE: ' ACCT-DATA-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL EOF
              READ ACCT-DATA-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF ACCT-DATA-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ACCT-DATA FILE: '
                              ACCT-DATA-STATUS
                      STOP RUN
                   END-IF
                   EVALUATE TRUE
                      WHEN TRLR-SEEN
                         SET TRLR-ERROR TO TRUE
                         DISPLAY 'ACCT-DATA RECORD AFTER TRAILER: '
                                 DATA-ACCT-ID
                      WHEN TRLR-ID = WS-TRAILER-ID
                         SET TRLR-SEEN TO TRUE
                         MOVE TRLR-REC-COUNT TO VRFY-TRLR-COUNT
                         MOVE TRLR-BAL-TOTAL TO VRFY-TRLR-TOTAL
                      WHEN OTHER
                         ADD 1 TO VRFY-REC-COUNT
                         ADD DATA-BALANCE TO VRFY-BAL-TOTAL
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ACCT-DATA-FILE.
           MOVE 'N' TO WS-EOF.

           IF NOT TRLR-SEEN
              SET TRLR-ERROR TO TRUE
              DISPLAY 'ACCT-DATA FILE HAS NO GDGEX27 TRAILER'
           ELSE
              IF VRFY-REC-COUNT NOT = VRFY-TRLR-COUNT
                 OR VRFY-BAL-TOTAL NOT = VRFY-TRLR-TOTAL
                 SET TRLR-ERROR TO TRUE
                 DISPLAY 'ACCT-DATA TRAILER MISMATCH'
                 DISPLAY '  RECORDS READ: ' VRFY-REC-COUNT
                         '  TRAILER: ' VRFY-TRLR-COUNT
                 DISPLAY '  BALANCE READ: ' VRFY-BAL-TOTAL
                         '  TRAILER: ' VRFY-TRLR-TOTAL
              END-IF
           END-IF.

           IF TRLR-ERROR
              DISPLAY 'ALERT: GDGJOB27 ACCOUNT FILE FAILED TRAILER '
                      'CHECK - NOTHING ROUTED - RETURN-CODE 12'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
                                                                        
      **********************************************
      * ZEROES ALL COUNTERS AND MESSAGE BUFFER.
      * READS ACCT-DATA-FILE SEQUENTIALLY UNTIL EOF.
      * PER RECORD: INCREMENTS TOTAL-COUNT,
      * THEN CALLS CHECK-ACCT-HIST TO ROUTE ACCOUNT.
      * THE GDGEX27 TRAILER RECORD IS NOT ROUTED.
      * STOPS ON ANY NON-ZERO READ STATUS.
      **********************************************
       READ-ACCT-DATA.                                                  
                              ACCT-DATA-STATUS                          
                      STOP RUN                                          
                   END-IF                                               
                   IF TRLR-ID NOT = WS-TRAILER-ID
                      ADD 1 TO TOTAL-COUNT
                      PERFORM CHECK-ACCT-HIST
                   END-IF
              END-READ                                                  
           END-PERFORM.                                                 
                                                                        
