      ******************************************************************
      * LIBRARY PATRON MASTER MAINTENANCE                              *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES A KEYED MAINTENANCE TRANSACTION FILE TO THE PATRON     *
      * MASTER KSDS (PATRON.MASTER) - NEW PATRONS, DETAIL CHANGES AND  *
      * RENEWALS, BLOCKS AND UNBLOCKS. THE CIRCULATION RUN (VSAMCR18)  *
      * READS THIS MASTER TO REFUSE CHECKOUTS AND HOLDS FOR UNKNOWN,   *
      * EXPIRED OR BLOCKED PATRONS AND FOR PATRONS AT THEIR LOAN       *
      * LIMIT, AND SETS THE FINE BLOCK ITSELF WHEN A PATRON'S          *
      * OUTSTANDING FINES REACH THE THRESHOLD.                         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   MAINTENANCE ACTIONS (PMT-ACTION):                            *
      *     A = ADD PATRON (ID, NAME, CATEGORY, MEMBERSHIP EXPIRY,     *
      *         OPTIONAL MAX ITEMS ON LOAN). STATUS STARTS ACTIVE.     *
      *     C = CHANGE PATRON. EVERY NON-BLANK FIELD ON THE            *
      *         TRANSACTION REPLACES THE MASTER VALUE, SO A RENEWAL    *
      *         IS A C WITH JUST THE NEW EXPIRY DATE.                  *
      *     B = BLOCK PATRON (MANUAL BLOCK)                            *
      *     U = UNBLOCK PATRON (MANUAL OR FINE BLOCK)                  *
      *   CATEGORIES AND THEIR DEFAULT LOAN LIMITS:                    *
      *     A = ADULT 05, J = JUNIOR 03, S = STUDENT 08, F = STAFF 10  *
      *     A BLANK MAX ITEMS ON ADD, OR ON A CATEGORY CHANGE, TAKES   *
      *     THE CATEGORY DEFAULT.                                      *
      *   REJECTS (LOGGED, MASTER UNTOUCHED):                          *
      *     UNKNOWN ACTION CODE, BLANK PATRON ID                       *
      *     BLANK NAME, CATEGORY OR EXPIRY DATE (FOR A)                *
      *     CATEGORY NOT A/J/S/F, EXPIRY NOT A VALID YYYYMMDD DATE,    *
      *     MAX ITEMS NOT 01-99                                        *
      *     ADD OF AN EXISTING PATRON ID                               *
      *     C/B/U ON A MISSING PATRON ID                               *
      *     BLOCK OF A PATRON ALREADY BLOCKED                          *
      *     UNBLOCK OF A PATRON THAT IS NOT BLOCKED                    *
      *   EVERY TRANSACTION IS LOGGED APPLIED OR REJECTED (WITH THE    *
      *   REASON) TO LOGDD FOR THE CIRCULATION DESK.                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    PATDD (PATRON.MASTER) - PATRON MASTER (VSAM KSDS)      *
      * INPUT:  PMNTDD (PATRON.MAINT) - MAINTENANCE TRANS (PS, 80 B)   *
      * OUTPUT: LOGDD (PATRON.MAINT.LOG) - APPLIED/REJECTED (PS, 80 B) *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMPM18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-FILE ASSIGN TO PATDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PAT-ID
              FILE STATUS IS PAT-STATUS.

           SELECT PATRON-MAINT-FILE ASSIGN TO PMNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PMT-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO LOGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PATRON MASTER: ONE RECORD PER LIBRARY CARD.
      * STATUS: A = ACTIVE, B = BLOCKED BY STAFF, F = FINE BLOCK.
       FD PATRON-FILE.
       01 PATRON-REC.
          05 PAT-ID PIC X(8).
          05 PAT-NAME PIC X(30).
          05 PAT-CATEGORY PIC X(1).
          05 PAT-EXPIRY-DATE PIC 9(8).
          05 PAT-MAX-LOANS PIC 9(2).
          05 PAT-REC-STATUS PIC X(1).
             88 PAT-ACTIVE VALUE 'A'.
             88 PAT-BLOCKED VALUE 'B'.
             88 PAT-FINE-BLOCKED VALUE 'F'.
          05 FILLER PIC X(30).

       FD PATRON-MAINT-FILE RECORDING MODE IS F.
       01 PATRON-MAINT-REC.
          05 PMT-ACTION PIC X(1).
          05 PMT-PATRON-ID PIC X(8).
          05 PMT-NAME PIC X(30).
          05 PMT-CATEGORY PIC X(1).
             88 PMT-CATEGORY-VALID VALUE 'A' 'J' 'S' 'F'.
          05 PMT-EXPIRY PIC X(8).
          05 PMT-EXPIRY-N REDEFINES PMT-EXPIRY PIC 9(8).
          05 PMT-MAX-LOANS PIC X(2).
          05 PMT-MAX-LOANS-N REDEFINES PMT-MAX-LOANS PIC 9(2).
          05 FILLER PIC X(30).

       FD MAINT-LOG-FILE RECORDING MODE IS F.
       01 MAINT-LOG-REC.
          05 LOG-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 LOG-PATRON-ID PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-REASON PIC X(30).
          05 FILLER PIC X(30).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PAT-STATUS PIC X(2).
          05 PMT-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.

      * DEFAULT LOAN LIMIT FOR THE TRANSACTION'S CATEGORY
       01 WS-CATEGORY-LIMIT PIC 9(2) VALUE 0.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(30).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-ADDED PIC 9(5) VALUE 0.
          05 TOTAL-CHANGED PIC 9(5) VALUE 0.
          05 TOTAL-BLOCKED PIC 9(5) VALUE 0.
          05 TOTAL-UNBLOCKED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-TRANS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.
          05 TOTAL-ADDED-DISP PIC Z(4)9.
          05 TOTAL-CHANGED-DISP PIC Z(4)9.
          05 TOTAL-BLOCKED-DISP PIC Z(4)9.
          05 TOTAL-UNBLOCKED-DISP PIC Z(4)9.

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
           OPEN I-O PATRON-FILE.
           IF PAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PATRON MASTER: ' PAT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PATRON-MAINT-FILE.
           IF PMT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PATRON MAINT FILE: ' PMT-STATUS
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
              READ PATRON-MAINT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PMT-STATUS = '00'
                      ADD 1 TO TOTAL-TRANS
                      PERFORM PROCESS-ONE-TRANS
                   ELSE
                      DISPLAY 'ERROR READING PATRON MAINT: '
                               PMT-STATUS
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
              EVALUATE PMT-ACTION
                 WHEN 'A'
                    PERFORM APPLY-ADD-PATRON
                 WHEN 'C'
                    PERFORM APPLY-CHANGE-PATRON
                 WHEN 'B'
                    PERFORM APPLY-BLOCK-PATRON
                 WHEN 'U'
                    PERFORM APPLY-UNBLOCK-PATRON
              END-EVALUATE
           END-IF.

      **********************************************
      * FIELD VALIDATION BEFORE ANYTHING TOUCHES THE KSDS.
      * SETS TRANS-INVALID AND THE REJECT REASON ON THE FIRST
      * FAILED CHECK. FIELDS LEFT BLANK ON A CHANGE ARE NOT
      * CHECKED - THEY KEEP THEIR MASTER VALUES.
      **********************************************
       VALIDATE-TRANS.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF PMT-ACTION NOT = 'A' AND PMT-ACTION NOT = 'C'
              AND PMT-ACTION NOT = 'B' AND PMT-ACTION NOT = 'U'
              SET TRANS-INVALID TO TRUE
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF PMT-PATRON-ID = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'PATRON ID BLANK' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID AND PMT-ACTION = 'A'
              EVALUATE TRUE
                 WHEN PMT-NAME = SPACES
                    SET TRANS-INVALID TO TRUE
                    MOVE 'PATRON NAME BLANK' TO WS-REJECT-REASON
                 WHEN PMT-CATEGORY = SPACE
                    SET TRANS-INVALID TO TRUE
                    MOVE 'CATEGORY MISSING' TO WS-REJECT-REASON
                 WHEN PMT-EXPIRY = SPACES
                    SET TRANS-INVALID TO TRUE
                    MOVE 'EXPIRY DATE MISSING' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF TRANS-VALID
              AND (PMT-ACTION = 'A' OR PMT-ACTION = 'C')
              IF PMT-CATEGORY NOT = SPACE
                 AND NOT PMT-CATEGORY-VALID
                 SET TRANS-INVALID TO TRUE
                 MOVE 'CATEGORY NOT A/J/S/F' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (PMT-ACTION = 'A' OR PMT-ACTION = 'C')
              AND PMT-EXPIRY NOT = SPACES
              IF PMT-EXPIRY IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(PMT-EXPIRY-N)
                    NOT = 0
                    SET TRANS-INVALID TO TRUE
                    MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (PMT-ACTION = 'A' OR PMT-ACTION = 'C')
              AND PMT-MAX-LOANS NOT = SPACES
              IF PMT-MAX-LOANS IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'MAX ITEMS NOT 01-99' TO WS-REJECT-REASON
              ELSE
                 IF PMT-MAX-LOANS-N = 0
                    SET TRANS-INVALID TO TRUE
                    MOVE 'MAX ITEMS NOT 01-99' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * SETS THE DEFAULT LOAN LIMIT FOR PMT-CATEGORY
      **********************************************
       SET-CATEGORY-LIMIT.
           EVALUATE PMT-CATEGORY
              WHEN 'A'
                 MOVE 5 TO WS-CATEGORY-LIMIT
              WHEN 'J'
                 MOVE 3 TO WS-CATEGORY-LIMIT
              WHEN 'S'
                 MOVE 8 TO WS-CATEGORY-LIMIT
              WHEN 'F'
                 MOVE 10 TO WS-CATEGORY-LIMIT
           END-EVALUATE.

      **********************************************
      * ADD A NEW PATRON, ACTIVE. A DUPLICATE PATRON ID IS
      * REJECTED - AN EXISTING PATRON IS NEVER SILENTLY REPLACED.
      **********************************************
       APPLY-ADD-PATRON.
           MOVE SPACES TO PATRON-REC.
           MOVE PMT-PATRON-ID TO PAT-ID.
           MOVE PMT-NAME TO PAT-NAME.
           MOVE PMT-CATEGORY TO PAT-CATEGORY.
           MOVE PMT-EXPIRY-N TO PAT-EXPIRY-DATE.
           IF PMT-MAX-LOANS = SPACES
              PERFORM SET-CATEGORY-LIMIT
              MOVE WS-CATEGORY-LIMIT TO PAT-MAX-LOANS
           ELSE
              MOVE PMT-MAX-LOANS-N TO PAT-MAX-LOANS
           END-IF.
           SET PAT-ACTIVE TO TRUE.

           WRITE PATRON-REC
               INVALID KEY
                   MOVE 'PATRON ALREADY ON MASTER' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADDED
                   PERFORM LOG-APPLIED
           END-WRITE.

           IF PAT-STATUS NOT = '00' AND PAT-STATUS NOT = '22'
              DISPLAY 'WRITE TO PATRON MASTER FAILED: ' PAT-STATUS
              DISPLAY 'PATRON ID: ' PMT-PATRON-ID
              STOP RUN
           END-IF.

      **********************************************
      * CHANGE AN EXISTING PATRON. BLANK FIELDS KEEP THEIR MASTER
      * VALUES; A NEW CATEGORY WITHOUT AN EXPLICIT MAX ITEMS
      * BRINGS THE NEW CATEGORY'S DEFAULT LIMIT WITH IT.
      **********************************************
       APPLY-CHANGE-PATRON.
           PERFORM READ-PATRON-FOR-UPDATE.
           IF TRANS-VALID
              IF PMT-NAME NOT = SPACES
                 MOVE PMT-NAME TO PAT-NAME
              END-IF
              IF PMT-CATEGORY NOT = SPACE
                 MOVE PMT-CATEGORY TO PAT-CATEGORY
                 IF PMT-MAX-LOANS = SPACES
                    PERFORM SET-CATEGORY-LIMIT
                    MOVE WS-CATEGORY-LIMIT TO PAT-MAX-LOANS
                 END-IF
              END-IF
              IF PMT-EXPIRY NOT = SPACES
                 MOVE PMT-EXPIRY-N TO PAT-EXPIRY-DATE
              END-IF
              IF PMT-MAX-LOANS NOT = SPACES
                 MOVE PMT-MAX-LOANS-N TO PAT-MAX-LOANS
              END-IF
              PERFORM REWRITE-PATRON
              ADD 1 TO TOTAL-CHANGED
              PERFORM LOG-APPLIED
           END-IF.

      **********************************************
      * BLOCK A PATRON BY HAND. A FINE-BLOCKED PATRON CAN STILL
      * BE BLOCKED - THE MANUAL BLOCK THEN OUTLIVES THE FINES.
      **********************************************
       APPLY-BLOCK-PATRON.
           PERFORM READ-PATRON-FOR-UPDATE.
           IF TRANS-VALID
              IF PAT-BLOCKED
                 MOVE 'PATRON ALREADY BLOCKED' TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED
              ELSE
                 SET PAT-BLOCKED TO TRUE
                 PERFORM REWRITE-PATRON
                 ADD 1 TO TOTAL-BLOCKED
                 PERFORM LOG-APPLIED
              END-IF
           END-IF.

      **********************************************
      * UNBLOCK A PATRON. LIFTING A FINE BLOCK ONLY LASTS UNTIL
      * THE NEXT CHECKOUT IF THE FINES ARE STILL OWED - THE
      * CIRCULATION RUN RE-APPLIES IT.
      **********************************************
       APPLY-UNBLOCK-PATRON.
           PERFORM READ-PATRON-FOR-UPDATE.
           IF TRANS-VALID
              IF PAT-ACTIVE
                 MOVE 'PATRON NOT BLOCKED' TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED
              ELSE
                 SET PAT-ACTIVE TO TRUE
                 PERFORM REWRITE-PATRON
                 ADD 1 TO TOTAL-UNBLOCKED
                 PERFORM LOG-APPLIED
              END-IF
           END-IF.

      **********************************************
      * RANDOM READ OF THE PATRON TO UPDATE. A MISSING PATRON
      * FLIPS THE TRANSACTION INVALID AND LOGS THE REJECT.
      **********************************************
       READ-PATRON-FOR-UPDATE.
           MOVE PMT-PATRON-ID TO PAT-ID.
           READ PATRON-FILE
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'PATRON NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF PAT-STATUS NOT = '00' AND PAT-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' PAT-STATUS
              DISPLAY 'PATRON ID: ' PMT-PATRON-ID
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE THE UPDATED PATRON RECORD BACK TO THE KSDS
      **********************************************
       REWRITE-PATRON.
           REWRITE PATRON-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF PAT-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' PAT-STATUS
              DISPLAY 'PATRON ID: ' PMT-PATRON-ID
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE PMT-ACTION TO LOG-ACTION.
           MOVE PMT-PATRON-ID TO LOG-PATRON-ID.
           MOVE 'APPLIED' TO LOG-RESULT.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE PMT-ACTION TO LOG-ACTION.
           MOVE PMT-PATRON-ID TO LOG-PATRON-ID.
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
           CLOSE PATRON-FILE.
           IF PAT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PATRON MASTER: '
                       PAT-STATUS
           END-IF.

           CLOSE PATRON-MAINT-FILE.
           IF PMT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PATRON MAINT: '
                       PMT-STATUS
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
           MOVE TOTAL-ADDED TO TOTAL-ADDED-DISP.
           MOVE TOTAL-CHANGED TO TOTAL-CHANGED-DISP.
           MOVE TOTAL-BLOCKED TO TOTAL-BLOCKED-DISP.
           MOVE TOTAL-UNBLOCKED TO TOTAL-UNBLOCKED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'PATRON MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS-DISP.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  PATRONS ADDED:    ' TOTAL-ADDED-DISP.
           DISPLAY '  PATRONS CHANGED:  ' TOTAL-CHANGED-DISP.
           DISPLAY '  PATRONS BLOCKED:  ' TOTAL-BLOCKED-DISP.
           DISPLAY '  PATRONS UNBLOCKED:' TOTAL-UNBLOCKED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED-DISP.
           DISPLAY '========================================'.
