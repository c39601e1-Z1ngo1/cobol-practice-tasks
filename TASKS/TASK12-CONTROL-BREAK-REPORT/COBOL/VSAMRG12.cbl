      ******************************************************************
      * REGION MASTER MAINTENANCE SYSTEM                               *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES A MAINTENANCE TRANSACTION FILE TO THE REGION MASTER    *
      * KSDS - THE ONE LIST OF VALID REGION CODES EVERY REGION-CODED   *
      * PROGRAM CHECKS ITS CODES AGAINST (THROUGH SUBRG12). EACH       *
      * REGION HAS A CANONICAL 5-BYTE CODE, A DESCRIPTION, AN ACTIVE   *
      * FLAG AND UP TO EIGHT LEGACY CODES (THE 2- AND 4-BYTE CODES     *
      * OLDER FILES CARRY) THAT MEAN THE SAME REGION.                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   MAINTENANCE ACTIONS (MNT-ACTION):                            *
      *     A = ADD REGION        (CODE, DESCRIPTION; ADDED ACTIVE)    *
      *     D = SET DESCRIPTION                                        *
      *     I = INACTIVATE REGION (CODES STILL KNOWN, BUT CALLERS      *
      *                            REPORT THEM INSTEAD OF USING THEM)  *
      *     R = REACTIVATE REGION                                      *
      *     L = ADD A LEGACY CODE TO THE REGION                        *
      *     X = REMOVE A LEGACY CODE FROM THE REGION                   *
      *   REGIONS ARE NEVER DELETED - OLD HISTORY STILL CARRIES THEIR  *
      *   CODES - ONLY INACTIVATED.                                    *
      *   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE KSDS:   *
      *     REGION CODE MUST NOT BE BLANK                              *
      *     DESCRIPTION MUST NOT BE BLANK (FOR A AND D)                *
      *     LEGACY CODE MUST NOT BE BLANK (FOR L AND X)                *
      *     A CODE MAY MEAN ONLY ONE REGION: A NEW CANONICAL CODE OR   *
      *       LEGACY CODE ALREADY USED BY ANY REGION, AS EITHER, IS    *
      *       REJECTED                                                 *
      *     ADD OF AN EXISTING REGION -> REJECTED                      *
      *     D/I/R/L/X ON A MISSING REGION -> REJECTED                  *
      *     L WITH ALL EIGHT LEGACY SLOTS IN USE -> REJECTED           *
      *     X OF A LEGACY CODE THE REGION DOES NOT HAVE -> REJECTED    *
      *   EVERY TRANSACTION IS LOGGED APPLIED OR REJECTED (WITH THE    *
      *   REASON) TO LOGDD. RC 4 WHEN ANY TRANSACTION IS REJECTED.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    RGNDD (REGION.MASTER) - REGION MASTER (VSAM KSDS)      *
      * INPUT:  MNTDD (REGION.MAINT) - MAINTENANCE TRANS (PS, 80 B)    *
      * OUTPUT: LOGDD (REGION.MAINT.LOG) - APPLIED/REJECTED LOG        *
      *                                    (PS, 80 B)                  *
      *                                                                *
      * COPYBOOK: RGNMAST - REGION MASTER RECORD                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMRG12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-MASTER-FILE ASSIGN TO RGNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-CODE
               FILE STATUS IS RGN-STATUS.

           SELECT MAINT-TRANS-FILE ASSIGN TO MNTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO LOGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGION-MASTER-FILE.
       01 REGION-MASTER-REC.
           COPY RGNMAST.

       FD MAINT-TRANS-FILE RECORDING MODE IS F.
       01 MAINT-TRANS-REC.
          05 MNT-ACTION PIC X(1).
          05 MNT-REGION-CODE PIC X(5).
          05 MNT-DESC PIC X(30).
          05 MNT-LEGACY-CODE PIC X(5).
          05 FILLER PIC X(39).

       FD MAINT-LOG-FILE RECORDING MODE IS F.
       01 MAINT-LOG-REC.
          05 LOG-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 LOG-REGION-CODE PIC X(5).
          05 FILLER PIC X(1).
          05 LOG-LEGACY-CODE PIC X(5).
          05 FILLER PIC X(1).
          05 LOG-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-REASON PIC X(40).
          05 FILLER PIC X(17).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 RGN-STATUS PIC X(2).
          05 MNT-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.
          05 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.
             88 SCAN-EOF VALUE 'Y'.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(40).

      * CODE BEING CHECKED FOR USE BY ANOTHER REGION, AND THE
      * REGION FOUND USING IT
       01 WS-CHECK-CODE PIC X(5).
       01 WS-USED-BY PIC X(5).
       01 WS-LEG-SUB PIC 9(1) VALUE 0.
       01 WS-LEG-HIT PIC 9(1) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-ADDED PIC 9(5) VALUE 0.
          05 TOTAL-DESC-SET PIC 9(5) VALUE 0.
          05 TOTAL-INACTIVATED PIC 9(5) VALUE 0.
          05 TOTAL-REACTIVATED PIC 9(5) VALUE 0.
          05 TOTAL-LEGACY-ADDED PIC 9(5) VALUE 0.
          05 TOTAL-LEGACY-REMOVED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-TRANS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MAINT-TRANS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O REGION-MASTER-FILE.
           IF RGN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REGION MASTER: ' RGN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MAINT-TRANS-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT TRANS FILE: ' MNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT LOG FILE: ' LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READ MAINTENANCE TRANSACTIONS AND PROCESS EACH
      **********************************************
       PROCESS-MAINT-TRANS.
           PERFORM UNTIL EOF
              READ MAINT-TRANS-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MNT-STATUS = '00'
                      ADD 1 TO TOTAL-TRANS
                      PERFORM PROCESS-ONE-TRANS
                   ELSE
                      DISPLAY 'ERROR READING MAINT TRANS: ' MNT-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATE THE TRANSACTION, THEN DISPATCH BY ACTION.
      * ANY VALIDATION FAILURE LOGS A REJECT AND LEAVES THE
      * MASTER UNTOUCHED.
      **********************************************
       PROCESS-ONE-TRANS.
           PERFORM VALIDATE-TRANS.
           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           ELSE
              EVALUATE MNT-ACTION
                 WHEN 'A'
                    PERFORM APPLY-ADD-REGION
                 WHEN 'D'
                    PERFORM APPLY-SET-DESC
                 WHEN 'I'
                    PERFORM APPLY-INACTIVATE
                 WHEN 'R'
                    PERFORM APPLY-REACTIVATE
                 WHEN 'L'
                    PERFORM APPLY-ADD-LEGACY
                 WHEN 'X'
                    PERFORM APPLY-REMOVE-LEGACY
              END-EVALUATE
           END-IF.

      **********************************************
      * FIELD VALIDATION BEFORE ANYTHING TOUCHES THE KSDS.
      * SETS TRANS-INVALID AND THE REJECT REASON ON THE FIRST
      * FAILED CHECK. A NEW CANONICAL OR LEGACY CODE IS ALSO
      * CHECKED AGAINST EVERY REGION ALREADY ON FILE.
      **********************************************
       VALIDATE-TRANS.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF MNT-ACTION NOT = 'A' AND MNT-ACTION NOT = 'D'
              AND MNT-ACTION NOT = 'I' AND MNT-ACTION NOT = 'R'
              AND MNT-ACTION NOT = 'L' AND MNT-ACTION NOT = 'X'
              SET TRANS-INVALID TO TRUE
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF MNT-REGION-CODE = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'REGION CODE BLANK' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (MNT-ACTION = 'A' OR MNT-ACTION = 'D')
              IF MNT-DESC = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'DESCRIPTION BLANK' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (MNT-ACTION = 'L' OR MNT-ACTION = 'X')
              IF MNT-LEGACY-CODE = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'LEGACY CODE BLANK' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID AND MNT-ACTION = 'A'
              MOVE MNT-REGION-CODE TO WS-CHECK-CODE
              PERFORM FIND-CODE-IN-USE
              IF WS-USED-BY NOT = SPACES
                 AND WS-USED-BY NOT = MNT-REGION-CODE
                 SET TRANS-INVALID TO TRUE
                 STRING 'CODE IS A LEGACY CODE OF REGION '
                        DELIMITED BY SIZE
                        WS-USED-BY DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

           IF TRANS-VALID AND MNT-ACTION = 'L'
              MOVE MNT-LEGACY-CODE TO WS-CHECK-CODE
              PERFORM FIND-CODE-IN-USE
              IF WS-USED-BY NOT = SPACES
                 SET TRANS-INVALID TO TRUE
                 STRING 'LEGACY CODE ALREADY USED BY REGION '
                        DELIMITED BY SIZE
                        WS-USED-BY DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

      **********************************************
      * BROWSES THE WHOLE REGION MASTER FOR WS-CHECK-CODE AS A
      * CANONICAL OR LEGACY CODE. WS-USED-BY RETURNS THE REGION
      * THAT HAS IT (SPACES = NOT IN USE).
      **********************************************
       FIND-CODE-IN-USE.
           MOVE SPACES TO WS-USED-BY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO RGN-CODE.
           START REGION-MASTER-FILE KEY IS NOT LESS THAN RGN-CODE
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF RGN-STATUS NOT = '00' AND RGN-STATUS NOT = '23'
              DISPLAY 'START FAILED ON REGION MASTER: ' RGN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL SCAN-EOF OR WS-USED-BY NOT = SPACES
              READ REGION-MASTER-FILE NEXT RECORD
                AT END
                   SET SCAN-EOF TO TRUE
                NOT AT END
                   IF RGN-STATUS NOT = '00'
                      DISPLAY 'ERROR BROWSING REGION MASTER: '
                              RGN-STATUS
                      STOP RUN
                   END-IF
                   IF RGN-CODE = WS-CHECK-CODE
                      MOVE RGN-CODE TO WS-USED-BY
                   END-IF
                   PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                             UNTIL WS-LEG-SUB > 8
                      IF RGN-LEGACY-CODE(WS-LEG-SUB) = WS-CHECK-CODE
                         MOVE RGN-CODE TO WS-USED-BY
                      END-IF
                   END-PERFORM
              END-READ
           END-PERFORM.

      **********************************************
      * ADD A NEW REGION, ACTIVE, WITH NO LEGACY CODES YET. A
      * DUPLICATE REGION CODE IS REJECTED.
      **********************************************
       APPLY-ADD-REGION.
           MOVE SPACES TO REGION-MASTER-REC.
           MOVE MNT-REGION-CODE TO RGN-CODE.
           MOVE MNT-DESC TO RGN-DESC.
           SET RGN-ACTIVE TO TRUE.

           WRITE REGION-MASTER-REC
               INVALID KEY
                   MOVE 'REGION ALREADY ON MASTER' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADDED
                   PERFORM LOG-APPLIED
           END-WRITE.

           IF RGN-STATUS NOT = '00' AND RGN-STATUS NOT = '22'
              DISPLAY 'WRITE TO REGION MASTER FAILED: ' RGN-STATUS
              DISPLAY 'REGION CODE: ' MNT-REGION-CODE
              STOP RUN
           END-IF.

      **********************************************
      * SET THE DESCRIPTION OF AN EXISTING REGION
      **********************************************
       APPLY-SET-DESC.
           PERFORM READ-REGION-FOR-UPDATE.
           IF TRANS-VALID
              MOVE MNT-DESC TO RGN-DESC
              PERFORM REWRITE-REGION
              ADD 1 TO TOTAL-DESC-SET
              PERFORM LOG-APPLIED
           END-IF.

      **********************************************
      * INACTIVATE AN EXISTING REGION
      **********************************************
       APPLY-INACTIVATE.
           PERFORM READ-REGION-FOR-UPDATE.
           IF TRANS-VALID
              SET RGN-INACTIVE TO TRUE
              PERFORM REWRITE-REGION
              ADD 1 TO TOTAL-INACTIVATED
              PERFORM LOG-APPLIED
           END-IF.

      **********************************************
      * REACTIVATE AN EXISTING REGION
      **********************************************
       APPLY-REACTIVATE.
           PERFORM READ-REGION-FOR-UPDATE.
           IF TRANS-VALID
              SET RGN-ACTIVE TO TRUE
              PERFORM REWRITE-REGION
              ADD 1 TO TOTAL-REACTIVATED
              PERFORM LOG-APPLIED
           END-IF.

      **********************************************
      * ADD A LEGACY CODE IN THE FIRST FREE SLOT
      **********************************************
       APPLY-ADD-LEGACY.
           PERFORM READ-REGION-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEG-HIT.
           PERFORM VARYING WS-LEG-SUB FROM 8 BY -1
                     UNTIL WS-LEG-SUB = 0
              IF RGN-LEGACY-CODE(WS-LEG-SUB) = SPACES
                 MOVE WS-LEG-SUB TO WS-LEG-HIT
              END-IF
           END-PERFORM.
           IF WS-LEG-HIT = 0
              SET TRANS-INVALID TO TRUE
              MOVE 'ALL 8 LEGACY CODE SLOTS IN USE'
                TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE MNT-LEGACY-CODE TO RGN-LEGACY-CODE(WS-LEG-HIT).
           PERFORM REWRITE-REGION.
           ADD 1 TO TOTAL-LEGACY-ADDED.
           PERFORM LOG-APPLIED.

      **********************************************
      * REMOVE A LEGACY CODE FROM THE REGION
      **********************************************
       APPLY-REMOVE-LEGACY.
           PERFORM READ-REGION-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEG-HIT.
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                     UNTIL WS-LEG-SUB > 8
              IF RGN-LEGACY-CODE(WS-LEG-SUB) = MNT-LEGACY-CODE
                 MOVE WS-LEG-SUB TO WS-LEG-HIT
              END-IF
           END-PERFORM.
           IF WS-LEG-HIT = 0
              SET TRANS-INVALID TO TRUE
              MOVE 'REGION HAS NO SUCH LEGACY CODE'
                TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RGN-LEGACY-CODE(WS-LEG-HIT).
           PERFORM REWRITE-REGION.
           ADD 1 TO TOTAL-LEGACY-REMOVED.
           PERFORM LOG-APPLIED.

      **********************************************
      * RANDOM READ OF THE REGION TO UPDATE. A MISSING REGION
      * FLIPS THE TRANSACTION INVALID AND LOGS THE REJECT.
      **********************************************
       READ-REGION-FOR-UPDATE.
           MOVE MNT-REGION-CODE TO RGN-CODE.
           READ REGION-MASTER-FILE
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REGION NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF RGN-STATUS NOT = '00' AND RGN-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' RGN-STATUS
              DISPLAY 'REGION CODE: ' MNT-REGION-CODE
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE THE UPDATED REGION RECORD BACK TO THE KSDS
      **********************************************
       REWRITE-REGION.
           REWRITE REGION-MASTER-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF RGN-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' RGN-STATUS
              DISPLAY 'REGION CODE: ' MNT-REGION-CODE
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE MNT-ACTION TO LOG-ACTION.
           MOVE MNT-REGION-CODE TO LOG-REGION-CODE.
           MOVE MNT-LEGACY-CODE TO LOG-LEGACY-CODE.
           MOVE 'APPLIED' TO LOG-RESULT.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE MNT-ACTION TO LOG-ACTION.
           MOVE MNT-REGION-CODE TO LOG-REGION-CODE.
           MOVE MNT-LEGACY-CODE TO LOG-LEGACY-CODE.
           MOVE 'REJECTED' TO LOG-RESULT.
           MOVE WS-REJECT-REASON TO LOG-REASON.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * WRITE THE PREPARED LOG RECORD AND CHECK STATUS
      **********************************************
       WRITE-LOG-REC.
           WRITE MAINT-LOG-REC
           END-WRITE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINT LOG: ' LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REGION-MASTER-FILE.
           IF RGN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REGION MASTER: '
                       RGN-STATUS
           END-IF.

           CLOSE MAINT-TRANS-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT TRANS: ' MNT-STATUS
           END-IF.

           CLOSE MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT LOG: ' LOG-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-TRANS TO TOTAL-TRANS-DISP.
           MOVE TOTAL-APPLIED TO TOTAL-APPLIED-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'REGION MASTER MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS-DISP.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  REGIONS ADDED:    ' TOTAL-ADDED.
           DISPLAY '  DESCRIPTIONS SET: ' TOTAL-DESC-SET.
           DISPLAY '  INACTIVATED:      ' TOTAL-INACTIVATED.
           DISPLAY '  REACTIVATED:      ' TOTAL-REACTIVATED.
           DISPLAY '  LEGACY ADDED:     ' TOTAL-LEGACY-ADDED.
           DISPLAY '  LEGACY REMOVED:   ' TOTAL-LEGACY-REMOVED.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED-DISP.
           DISPLAY '========================================'.
