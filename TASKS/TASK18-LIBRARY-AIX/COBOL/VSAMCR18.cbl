      * LIBRARY CATALOG KSDS, SO VSAM-CHECKED-OUT IS FINALLY SET BY A  *
      * PROGRAM INSTEAD OF BY HAND WITH A FILE UTILITY. EACH           *
      * TRANSACTION CARRIES THE BORROWER, SO THE ACTIVITY LOG (AND     *
      * THE BORROWER FIELD ON THE COPY RECORD) ANSWERS WHO HAS         *
      * EACH COPY.                                                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   TRANSACTION ACTIONS (CIRC-ACTION):                           *
      *     C = CHECKOUT: THE COPY (CIRC-COPY-NO, OR THE FIRST COPY    *
      *         ON THE SHELF WHEN BLANK) MUST EXIST AND NOT BE OUT.    *
      *         MARKS THE COPY OUT AND RECORDS THE BORROWER ON IT.     *
      *     R = RETURN:   THE COPY (CIRC-COPY-NO, REQUIRED) MUST       *
      *         EXIST AND BE OUT. PUTS IT BACK ON THE SHELF.           *
      *   AFTER EVERY CHECKOUT OR RETURN THE TITLE RECORD IS BROUGHT   *
      *   UP TO DATE: VSAM-COPY-COUNT = COPIES ON COPYDD, AND          *
      *   VSAM-CHECKED-OUT = 'Y' ONLY WHEN NO COPY IS ON THE SHELF.    *
      *   REJECTS (LOGGED, MASTER UNTOUCHED):                          *
      *     ISBN NOT IN CATALOG                                        *
      *     COPY NUMBER MISSING (RETURN), NOT NUMERIC, OR NOT ON FILE  *
      *     CHECKOUT OF AN ALREADY-CHECKED-OUT COPY, OR OF A TITLE     *
      *     WITH NO COPY ON THE SHELF                                  *
      *     RETURN OF A COPY THAT IS NOT OUT                           *
      *     UNKNOWN ACTION CODE                                        *
      *     CHECKOUT WHOSE DATE IS NOT A VALID DATE, OR FROM WHICH NO  *
      *     DUE DATE CAN BE ROLLED ON THE HOLIDAY CALENDAR - RC 4      *
      *   PATRON CHECKS (CHECKOUTS AND HOLDS, AGAINST PATDD):          *
      *     PATRON NOT ON FILE, BLOCKED BY STAFF, OR MEMBERSHIP        *
      *     EXPIRED BEFORE THE TRANSACTION DATE -> REJECTED            *
      *     OUTSTANDING LOAN-FINE TOTAL ON THE LEDGER AT OR OVER THE   *
      *     FINE-BLOCK THRESHOLD (PARMDD, DEFAULT 10.00) -> PATRON IS  *
      *     FINE-BLOCKED ON THE MASTER AND REJECTED. A FINE-BLOCKED    *
      *     PATRON WHOSE FINES HAVE DROPPED BELOW IT IS RELEASED.      *
      *     ITEMS ON LOAN ALREADY AT THE PATRON'S LIMIT -> REJECTED    *
      *   EVERY TRANSACTION, APPLIED OR REJECTED, IS WRITTEN TO THE    *
      *   BORROWER ACTIVITY LOG WITH ITS RESULT AND REASON. A HOLD     *
      *   FILLED BY A RETURN ADDS AN H / FILLED RECORD FOR THE PATRON  *
      *   WHO RECEIVES THE COPY.                                       *
      *   A RETURNED COPY GOES TO THE FIRST PATRON IN THE HOLD QUEUE   *
      *   WHO PASSES THE PATRON CHECKS. EACH PATRON PASSED OVER GETS   *
      *   AN H / SKIPPED RECORD WITH THE REASON AND KEEPS THEIR PLACE; *
      *   IF NOBODY QUALIFIES, OR NO DUE DATE CAN BE SET (RC 4), THE   *
      *   COPY GOES BACK ON THE SHELF.                                 *
      *                                                                *
      * NOTE: THE COPY COUNT LIVES IN WHAT WAS FILLER ON THE TITLE     *
      * RECORD, SO EXISTING READERS OF THE KSDS ARE UNAFFECTED. THE    *
      * BYTES THAT HELD THE BORROWER BEFORE COPIES WERE CATALOGUED     *
      * ARE BLANKED BY THE CONVERSION RUN (VSAMCV18).                  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/09/02  SSH  HOLD QUEUE (HLDDD): PATRONS CAN NOW RESERVE   *
      *                  A CHECKED-OUT TITLE. NEW ACTIONS H (PLACE     *
      *                  HOLD) AND X (CANCEL HOLD) MAINTAIN AN         *
      *                  NIGHTLY OVERDUE RUN (VSAMOD18) ACCRUES THE    *
      *                  FINES; A RETURN LOGS ANY FINE OWED AND        *
      *                  CLEARS THE LOAN RECORD.                       *
      * 2026/10/15  SSH  A DUE DATE THAT LANDS ON A WEEKEND OR PUBLIC  *
      *                  HOLIDAY IS ROLLED FORWARD TO THE NEXT         *
      *                  BUSINESS DAY THROUGH THE SHARED DATE SERVICE  *
      *                  (SUBDT23, HOLDD).                             *
      * 2026/10/15  SSH  PATRON MASTER (PATDD): CHECKOUTS AND HOLDS    *
      *                  ARE NOW REFUSED FOR UNKNOWN, EXPIRED OR       *
      *                  BLOCKED PATRONS AND FOR PATRONS ALREADY AT    *
      *                  THEIR LOAN LIMIT. A PATRON WHOSE OUTSTANDING  *
      *                  LEDGER FINES REACH THE FINE-BLOCK THRESHOLD   *
      *                  (NEW ON PARMDD) IS FINE-BLOCKED               *
      *                  AUTOMATICALLY. THE LOG SHOWS THE SPECIFIC     *
      *                  REASON.                                       *
      * 2026/10/15  SSH  MULTIPLE COPIES PER ISBN: CHECKOUTS AND       *
      *                  RETURNS NOW WORK ON A SPECIFIC COPY ON THE    *
      *                  COPY FILE (COPYDD, KEYED BY ISBN AND COPY     *
      *                  NUMBER) THAT CARRIES THE PER-COPY STATUS AND  *
      *                  BORROWER. THE TITLE RECORD KEEPS THE COPY     *
      *                  COUNT AND FLAGS THE TITLE CHECKED OUT ONLY    *
      *                  WHEN NO COPY IS ON THE SHELF. HOLDS STAY PER  *
      *                  TITLE AND ARE FILLED BY WHICHEVER COPY COMES  *
      *                  BACK FIRST. THE LOAN LEDGER IS NOW KEYED BY   *
      *                  ISBN AND COPY NUMBER; THE LOG AND             *
      *                  NOTIFICATIONS SHOW THE COPY.                  *
      * 2026/10/15  SSH  A HOLD FILLED BY A RETURN IS NOW LOGGED AS    *
      *                  ITS OWN ACTIVITY RECORD (ACTION H, RESULT     *
      *                  FILLED) AGAINST THE PATRON WHO RECEIVES THE   *
      *                  COPY, SO THE USAGE STATISTICS RUN (VSAMUS18)  *
      *                  COUNTS IT AS A CHECKOUT.                      *
      * 2026/10/15  SSH  THE DUE DATE IS SET BEFORE A CHECKOUT IS      *
      *                  APPLIED; A CHECKOUT DATE THAT IS INVALID OR   *
      *                  CANNOT BE ROLLED TO A BUSINESS DAY REJECTS    *
      *                  THE CHECKOUT AND ENDS THE RUN WITH RC 4       *
      *                  INSTEAD OF STAMPING AN UNROLLED DUE DATE.     *
      *                  RETURNS AND HOLD ACTIONS ARE NOT AFFECTED.    *
      * 2026/10/15  SSH  A HOLD IS FILLED ONLY FOR A PATRON WHO PASSES *
      *                  THE PATRON CHECKS; PATRONS WHO FAIL ARE       *
      *                  LOGGED AS SKIPPED AND THE NEXT HOLD IN LINE   *
      *                  IS TRIED. A RETURN WHOSE DATE GIVES NO DUE    *
      *                  DATE SHELVES THE COPY INSTEAD (RC 4).         *
      *                                                                *
      * FILES:                                                         *
      * I-O:    VSAMDD (LIBRARY.MASTER) - LIBRARY CATALOG (VSAM KSDS)  *
      *         HLDDD (HOLD.QUEUE) - HOLD QUEUE PER ISBN (VSAM KSDS)   *
      *         LOANDD (LOAN.LEDGER) - LOANS AND FINES (VSAM KSDS)     *
      *         PATDD (PATRON.MASTER) - PATRON MASTER (VSAM KSDS)      *
      *         COPYDD (LIBRARY.COPIES) - COPY STATUS (VSAM KSDS)      *
      * INPUT:  CIRCDD (CIRC.TRANS) - CHECKOUT/RETURN TRANS (PS, 80 B) *
      *         PARMDD (LOAN.PARM) - LOAN DAYS/FINE BLOCK (PS, OPT)    *
      *         HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23             *
      * OUTPUT: LOGDD (BORROWER.LOG) - BORROWER ACTIVITY LOG (PS, 80 B)*
      *         NTFDD (HOLD.NOTIFY) - HOLD NOTIFICATIONS (PS, 80 B)    *
      ******************************************************************

           SELECT LOAN-LEDGER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOAN-KEY
              FILE STATUS IS LOAN-STATUS.

           SELECT COPY-FILE ASSIGN TO COPYDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPY-KEY
              FILE STATUS IS COPY-STATUS.

           SELECT PATRON-FILE ASSIGN TO PATDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PAT-ID
              FILE STATUS IS PAT-STATUS.

           SELECT OPTIONAL LOAN-PARM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TITLE RECORD. VSAM-CHECKED-OUT IS 'Y' WHEN EVERY COPY OF
      * THE TITLE IS OUT; THE BORROWERS LIVE ON THE COPY RECORDS.
       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-ISBN PIC X(10).
          05 VSAM-CHECKED-OUT PIC X(1).
             88 CHECKED-OUT VALUE 'Y'.
             88 AVAILABLE VALUE 'N'.
          05 FILLER PIC X(8).
          05 VSAM-COPY-COUNT PIC 9(3).
          05 FILLER PIC X(4).

      * COPY RECORD: ONE PER PHYSICAL COPY, KEYED BY ISBN PLUS
      * COPY NUMBER, WITH ITS BRANCH AND CHECKOUT STATUS.
       FD COPY-FILE.
       01 COPY-REC.
          05 CPY-KEY.
             10 CPY-ISBN PIC X(10).
             10 CPY-NUMBER PIC 9(3).
          05 CPY-BRANCH PIC X(4).
          05 CPY-CHECKED-OUT PIC X(1).
             88 CPY-OUT VALUE 'Y'.
             88 CPY-ON-SHELF VALUE 'N'.
          05 CPY-BORROWER-ID PIC X(8).
          05 FILLER PIC X(54).

       FD CIRC-TRANS-FILE RECORDING MODE IS F.
       01 CIRC-TRANS-REC.
          05 CIRC-ISBN PIC X(10).
          05 CIRC-BORROWER-ID PIC X(8).
          05 CIRC-DATE PIC 9(8).
          05 CIRC-COPY-NO PIC X(3).
          05 CIRC-COPY-NO-N REDEFINES CIRC-COPY-NO PIC 9(3).
          05 FILLER PIC X(50).

      * HOLD QUEUE: ONE RECORD PER WAITING PATRON, KEYED BY ISBN
      * PLUS QUEUE SEQUENCE SO THE LOWEST SEQUENCE IS FIRST IN LINE.
          05 NTF-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 NTF-TEXT PIC X(30).
          05 FILLER PIC X(1).
          05 NTF-COPY-NO PIC 9(3).
          05 FILLER PIC X(17).

      * LOAN LEDGER: ONE RECORD PER COPY CURRENTLY OUT - DUE DATE,
      * ACCRUED FINE AND THE DATE THE FINE WAS LAST ACCRUED TO.
       FD LOAN-LEDGER-FILE.
       01 LOAN-REC.
          05 LOAN-KEY.
             10 LOAN-ISBN PIC X(10).
             10 LOAN-COPY-NO PIC 9(3).
          05 LOAN-BORROWER-ID PIC X(8).
          05 LOAN-DUE-DATE PIC 9(8).
          05 LOAN-FINE PIC 9(5)V99.
          05 LOAN-ACCRUED-TO PIC 9(8).

      * PATRON MASTER IN THE VSAMPM18 LAYOUT.
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

       FD LOAN-PARM-FILE RECORDING MODE IS F.
       01 LOAN-PARM-REC.
          05 PARM-LOAN-DAYS PIC 9(3).
          05 PARM-FINE-BLOCK PIC 9(3)V99.
          05 FILLER PIC X(72).

       FD ACTIVITY-LOG-FILE RECORDING MODE IS F.
       01 ACTIVITY-LOG-REC.
          05 LOG-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 LOG-COPY-NO PIC X(3).
          05 FILLER PIC X(11).

       WORKING-STORAGE SECTION.

          05 NOTIFY-STATUS PIC X(2).
          05 LOAN-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).
          05 PAT-STATUS PIC X(2).
          05 COPY-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 HOLD-FOUND VALUE 'Y'.
          05 WS-HOLD-EOF-SW PIC X(1) VALUE 'N'.
             88 HOLD-SCAN-DONE VALUE 'Y'.
          05 WS-LOAN-EOF-SW PIC X(1) VALUE 'N'.
             88 LOAN-SCAN-DONE VALUE 'Y'.
          05 WS-COPY-EOF-SW PIC X(1) VALUE 'N'.
             88 COPY-SCAN-DONE VALUE 'Y'.
          05 WS-COPY-FOUND-SW PIC X(1) VALUE 'N'.
             88 COPY-FOUND VALUE 'Y'.
             88 COPY-NOT-FOUND VALUE 'N'.
          05 WS-HOLD-FILLED-SW PIC X(1) VALUE 'N'.
             88 HOLD-FILLED VALUE 'Y'.

      * COPY WORK FIELDS: THE COPY THE TRANSACTION WORKS ON, AND
      * THE TITLE'S COPY COUNTS FROM THE LAST COPY SCAN
       01 WS-COPY-NO PIC 9(3) VALUE 0.
       01 WS-COPIES-TOTAL PIC 9(3) VALUE 0.
       01 WS-COPIES-ON-SHELF PIC 9(3) VALUE 0.
       01 WS-FIRST-SHELF-COPY PIC 9(3) VALUE 0.

      * HOLD QUEUE SCAN WORK FIELDS: THE HIGHEST SEQUENCE SEEN
      * (FOR PLACING), THE FIRST-IN-LINE HOLD (FOR FILLING), AND
          88 PATRON-ALREADY-QUEUED VALUE 'Y'.
       01 WS-CANCEL-SEQ PIC 9(3) VALUE 0.

      * PATRON WHOSE STANDING CHECK-PATRON TESTS: THE TRANSACTION'S
      * BORROWER, OR THE HOLD PATRON OFFERED A RETURNED COPY
       01 WS-PATRON-ID PIC X(8) VALUE SPACES.

      * LOAN PERIOD (DAYS) AND DUE-DATE ARITHMETIC WORK FIELDS
       01 WS-LOAN-DAYS PIC 9(3) VALUE 14.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(8) VALUE 0.

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.
       01 WS-FINE-EDIT PIC ZZZZ9.99.
       01 WS-LOAN-BORROWER PIC X(8) VALUE SPACES.

      * PATRON STANDING: FINE-BLOCK THRESHOLD (DEFAULTED,
      * OVERRIDDEN BY PARMDD) AND THE PATRON'S CURRENT LOANS AND
      * OUTSTANDING FINES FROM THE LEDGER
       01 WS-FINE-BLOCK PIC 9(3)V99 VALUE 10.00.
       01 WS-PATRON-LOANS PIC 9(3) VALUE 0.
       01 WS-PATRON-FINES PIC 9(7)V99 VALUE 0.
       01 WS-LIMIT-EDIT PIC Z9.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(25).

          05 HOLDS-PLACED PIC 9(5) VALUE 0.
          05 HOLDS-CANCELLED PIC 9(5) VALUE 0.
          05 HOLDS-FILLED PIC 9(5) VALUE 0.
          05 PATRONS-FINE-BLOCKED PIC 9(5) VALUE 0.
          05 TRANS-BAD-DATE PIC 9(5) VALUE 0.
          05 HOLDS-SKIPPED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 HOLDS-PLACED-DISP PIC Z(4)9.
          05 HOLDS-CANCELLED-DISP PIC Z(4)9.
          05 HOLDS-FILLED-DISP PIC Z(4)9.
          05 PATRONS-FINE-BLOCKED-DISP PIC Z(4)9.
          05 TRANS-BAD-DATE-DISP PIC Z(4)9.
          05 HOLDS-SKIPPED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT
           PERFORM PROCESS-CIRC-TRANS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TRANS-BAD-DATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
              STOP RUN
           END-IF.

           OPEN I-O COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COPY FILE: ' COPY-STATUS
              STOP RUN
           END-IF.

           OPEN I-O PATRON-FILE.
           IF PAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PATRON MASTER: ' PAT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE LOAN PERIOD (DAYS) AND THE FINE-BLOCK THRESHOLD
      * FROM THE OPTIONAL PARM FILE. ABSENT OR UNUSABLE = THE
      * 14-DAY / 10.00 DEFAULTS.
      **********************************************
       READ-LOAN-PARM.
           OPEN INPUT LOAN-PARM-FILE.
                      AND PARM-LOAN-DAYS > 0
                      MOVE PARM-LOAN-DAYS TO WS-LOAN-DAYS
                   END-IF
                   IF PARM-FINE-BLOCK IS NUMERIC
                      AND PARM-FINE-BLOCK > 0
                      MOVE PARM-FINE-BLOCK TO WS-FINE-BLOCK
                   END-IF
              END-READ
              CLOSE LOAN-PARM-FILE
           END-IF.
           DISPLAY 'LOAN PERIOD DAYS: ' WS-LOAN-DAYS.
           DISPLAY 'FINE BLOCK AT:    ' WS-FINE-BLOCK.

      **********************************************
      * READ CIRCULATION TRANSACTIONS AND PROCESS EACH

      **********************************************
      * LOOK THE BOOK UP AND DISPATCH BY ACTION. A MISSING ISBN
      * OR UNKNOWN ACTION REJECTS THE TRANSACTION, AS DOES A
      * PATRON NOT IN GOOD STANDING ON A CHECKOUT OR HOLD.
      **********************************************
       PROCESS-ONE-TRANS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-COPY-NO.
           MOVE CIRC-BORROWER-ID TO WS-PATRON-ID.

           IF CIRC-ACTION NOT = 'C' AND CIRC-ACTION NOT = 'R'
              AND CIRC-ACTION NOT = 'H' AND CIRC-ACTION NOT = 'X'
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           IF CIRC-ACTION = 'C'
              PERFORM SET-LOAN-DUE-DATE
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM LOG-REJECTED
                 ADD 1 TO TRANS-BAD-DATE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM READ-BOOK.
           IF BOOK-FOUND
              EVALUATE CIRC-ACTION
                  WHEN 'C'
                    PERFORM CHECK-PATRON
                    IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-CHECKOUT
                    ELSE
                       PERFORM LOG-REJECTED
                    END-IF
                  WHEN 'R'
                    PERFORM APPLY-RETURN
                  WHEN 'H'
                    PERFORM CHECK-PATRON
                    IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-PLACE-HOLD
                    ELSE
                       PERFORM LOG-REJECTED
                    END-IF
                  WHEN 'X'
                    PERFORM APPLY-CANCEL-HOLD
              END-EVALUATE
           ELSE
              MOVE 'ISBN NOT IN CATALOG' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
           END-IF.

      **********************************************
      * DUE DATE FOR ANY COPY THIS TRANSACTION CHECKS OUT (A
      * CHECKOUT, OR A HOLD FILLED BY A RETURN): TRANSACTION DATE
      * PLUS THE LOAN PERIOD, ROLLED ON TO THE NEXT BUSINESS DAY
      * IF THE LIBRARY IS CLOSED. SET BEFORE ANYTHING IS UPDATED,
      * SO A DATE THAT IS NOT A VALID DATE, OR THAT THE CALENDAR
      * CANNOT ROLL, LEAVES THE REJECT REASON FOR THE CALLER: A
      * CHECKOUT IS REJECTED, A RETURN SHELVES THE COPY.
      **********************************************
       SET-LOAN-DUE-DATE.
           IF CIRC-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(CIRC-DATE) NOT = 0
              MOVE 'TRANSACTION DATE INVALID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(CIRC-DATE) + WS-LOAN-DAYS.
           COMPUTE WS-DUE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SET BDC-ROLL-FORWARD TO TRUE.
           MOVE WS-DUE-DATE TO BDC-DATE-IN.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              MOVE 'DUE DATE CANNOT BE ROLLED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE BDC-DATE-OUT TO WS-DUE-DATE.

      **********************************************
      * RANDOM READ OF THE BOOK KEYED BY ISBN
      **********************************************
           END-IF.

      **********************************************
      * PATRON STANDING (WS-PATRON-ID) FOR A CHECKOUT, A HOLD, OR
      * A HOLD BEING FILLED. SETS THE REJECT
      * REASON ON THE FIRST FAILED CHECK: NOT ON FILE, BLOCKED BY
      * STAFF, MEMBERSHIP EXPIRED, FINES AT OR OVER THE BLOCK
      * THRESHOLD, ITEMS ON LOAN AT THE PATRON'S LIMIT. THE FINE
      * BLOCK IS SET (OR LIFTED ONCE THE FINES FALL BELOW THE
      * THRESHOLD) ON THE PATRON MASTER AS A SIDE EFFECT.
      **********************************************
       CHECK-PATRON.
           MOVE WS-PATRON-ID TO PAT-ID.
           READ PATRON-FILE
               INVALID KEY
                   MOVE 'PATRON NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF PAT-STATUS NOT = '00' AND PAT-STATUS NOT = '23'
              DISPLAY 'ERROR READING PATRON MASTER: ' PAT-STATUS
              STOP RUN
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF PAT-BLOCKED
              MOVE 'PATRON BLOCKED BY STAFF' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PAT-EXPIRY-DATE < CIRC-DATE
              MOVE 'MEMBERSHIP EXPIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM SCAN-PATRON-LOANS.
           IF WS-PATRON-FINES >= WS-FINE-BLOCK
              IF NOT PAT-FINE-BLOCKED
                 SET PAT-FINE-BLOCKED TO TRUE
                 PERFORM REWRITE-PATRON
                 ADD 1 TO PATRONS-FINE-BLOCKED
              END-IF
              MOVE WS-PATRON-FINES TO WS-FINE-EDIT
              STRING 'FINE BLOCK OWES ' DELIMITED BY SIZE
                     WS-FINE-EDIT DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           IF PAT-FINE-BLOCKED
              SET PAT-ACTIVE TO TRUE
              PERFORM REWRITE-PATRON
           END-IF.

           IF WS-PATRON-LOANS >= PAT-MAX-LOANS
              MOVE PAT-MAX-LOANS TO WS-LIMIT-EDIT
              STRING 'LOAN LIMIT REACHED ' DELIMITED BY SIZE
                     WS-LIMIT-EDIT DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
           END-IF.

      **********************************************
      * SCANS THE LOAN LEDGER FRONT TO BACK FOR THE PATRON BEING
      * CHECKED, COUNTING THE ITEMS THEY HAVE OUT AND TOTALLING
      * THE FINES ACCRUED ON THEM.
      **********************************************
       SCAN-PATRON-LOANS.
           MOVE 0 TO WS-PATRON-LOANS.
           MOVE 0 TO WS-PATRON-FINES.
           MOVE 'N' TO WS-LOAN-EOF-SW.
           MOVE LOW-VALUES TO LOAN-KEY.
           START LOAN-LEDGER-FILE KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   SET LOAN-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-START.

           PERFORM UNTIL LOAN-SCAN-DONE
              READ LOAN-LEDGER-FILE NEXT RECORD
                AT END
                   SET LOAN-SCAN-DONE TO TRUE
                NOT AT END
                   IF LOAN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LOAN LEDGER: '
                              LOAN-STATUS
                      STOP RUN
                   END-IF
                   IF LOAN-BORROWER-ID = WS-PATRON-ID
                      ADD 1 TO WS-PATRON-LOANS
                      ADD LOAN-FINE TO WS-PATRON-FINES
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * REWRITE THE PATRON RECORD WITH ITS NEW STATUS
      **********************************************
       REWRITE-PATRON.
           REWRITE PATRON-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF PAT-STATUS NOT = '00'
              DISPLAY 'PATRON REWRITE FAILED: ' PAT-STATUS
              DISPLAY 'PATRON ID: ' WS-PATRON-ID
              STOP RUN
           END-IF.

      **********************************************
      * CHECK THE COPY OUT TO THE BORROWER. A BLANK COPY NUMBER
      * TAKES THE FIRST COPY ON THE SHELF. A COPY THAT IS ALREADY
      * OUT IS REJECTED - THE LOG SHOWS WHO HAS IT.
      **********************************************
       APPLY-CHECKOUT.
           IF CIRC-COPY-NO = SPACES
              PERFORM SCAN-TITLE-COPIES
              IF WS-COPIES-ON-SHELF = 0
                 MOVE 'NO COPY ON THE SHELF' TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-FIRST-SHELF-COPY TO WS-COPY-NO
           ELSE
              IF CIRC-COPY-NO IS NOT NUMERIC
                 MOVE 'COPY NUMBER INVALID' TO WS-REJECT-REASON
                 PERFORM LOG-REJECTED
                 EXIT PARAGRAPH
              END-IF
              MOVE CIRC-COPY-NO-N TO WS-COPY-NO
           END-IF.

           PERFORM READ-COPY.
           IF COPY-NOT-FOUND
              MOVE 'COPY NOT IN CATALOG' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF CPY-OUT
              MOVE 'COPY ALREADY CHECKED OUT' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           SET CPY-OUT TO TRUE.
           MOVE CIRC-BORROWER-ID TO CPY-BORROWER-ID.
           PERFORM REWRITE-COPY.
           MOVE CIRC-BORROWER-ID TO WS-LOAN-BORROWER.
           PERFORM WRITE-LOAN-RECORD.
           PERFORM REFRESH-TITLE-STATUS.
           ADD 1 TO CHECKOUTS-APPLIED.
           PERFORM LOG-APPLIED.

      **********************************************
      * SCANS THE COPY FILE FOR THE CURRENT ISBN: COUNTS THE
      * COPIES AND THE COPIES ON THE SHELF, AND NOTES THE FIRST
      * COPY ON THE SHELF.
      **********************************************
       SCAN-TITLE-COPIES.
           MOVE 0 TO WS-COPIES-TOTAL.
           MOVE 0 TO WS-COPIES-ON-SHELF.
           MOVE 0 TO WS-FIRST-SHELF-COPY.
           MOVE 'N' TO WS-COPY-EOF-SW.

           MOVE CIRC-ISBN TO CPY-ISBN.
           MOVE 0 TO CPY-NUMBER.
           START COPY-FILE KEY IS NOT LESS THAN CPY-KEY
               INVALID KEY
                   SET COPY-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-START.

           PERFORM UNTIL COPY-SCAN-DONE
              READ COPY-FILE NEXT RECORD
                AT END
                   SET COPY-SCAN-DONE TO TRUE
                NOT AT END
                   IF COPY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING COPY FILE: '
                              COPY-STATUS
                      STOP RUN
                   END-IF
                   IF CPY-ISBN NOT = CIRC-ISBN
                      SET COPY-SCAN-DONE TO TRUE
                   ELSE
                      ADD 1 TO WS-COPIES-TOTAL
                      IF CPY-ON-SHELF
                         ADD 1 TO WS-COPIES-ON-SHELF
                         IF WS-FIRST-SHELF-COPY = 0
                            MOVE CPY-NUMBER TO WS-FIRST-SHELF-COPY
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * RANDOM READ OF THE COPY KEYED BY ISBN AND WS-COPY-NO
      **********************************************
       READ-COPY.
           SET COPY-NOT-FOUND TO TRUE.
           MOVE CIRC-ISBN TO CPY-ISBN.
           MOVE WS-COPY-NO TO CPY-NUMBER.
           READ COPY-FILE
               INVALID KEY
                   SET COPY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET COPY-FOUND TO TRUE
           END-READ.

           IF COPY-STATUS NOT = '00' AND COPY-STATUS NOT = '23'
              DISPLAY 'READ COPY FILE ERROR: ' COPY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE THE UPDATED COPY RECORD BACK TO THE KSDS
      **********************************************
       REWRITE-COPY.
           REWRITE COPY-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF COPY-STATUS NOT = '00'
              DISPLAY 'COPY REWRITE FAILED: ' COPY-STATUS
              DISPLAY 'ISBN: ' CIRC-ISBN ' COPY: ' WS-COPY-NO
              STOP RUN
           END-IF.

      **********************************************
      * BRINGS THE TITLE RECORD IN LINE WITH ITS COPIES: COPY
      * COUNT, AND CHECKED OUT ONLY WHEN NO COPY IS ON THE SHELF.
      **********************************************
       REFRESH-TITLE-STATUS.
           PERFORM SCAN-TITLE-COPIES.
           MOVE WS-COPIES-TOTAL TO VSAM-COPY-COUNT.
           IF WS-COPIES-ON-SHELF = 0
              MOVE 'Y' TO VSAM-CHECKED-OUT
           ELSE
              MOVE 'N' TO VSAM-CHECKED-OUT
           END-IF.
           PERFORM REWRITE-BOOK.

      **********************************************
      * STAMPS THE LOAN LEDGER FOR THE COPY JUST CHECKED OUT WITH
      * THE DUE DATE SET FOR THE TRANSACTION; FINE ZERO.
      * A LEFTOVER LEDGER RECORD (E.G. A RETURN THAT NEVER CAME
      * THROUGH THE LEDGER) IS REPLACED.
      **********************************************
       WRITE-LOAN-RECORD.
           MOVE CIRC-ISBN TO LOAN-ISBN.
           MOVE WS-COPY-NO TO LOAN-COPY-NO.
           MOVE WS-LOAN-BORROWER TO LOAN-BORROWER-ID.
           MOVE WS-DUE-DATE TO LOAN-DUE-DATE.
           MOVE 0 TO LOAN-FINE.
      **********************************************
       CLEAR-LOAN-RECORD.
           MOVE CIRC-ISBN TO LOAN-ISBN.
           MOVE WS-COPY-NO TO LOAN-COPY-NO.
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
              MOVE CIRC-ISBN TO LOG-ISBN
              MOVE LOAN-BORROWER-ID TO LOG-BORROWER-ID
              MOVE CIRC-DATE TO LOG-DATE
              MOVE WS-COPY-NO TO LOG-COPY-NO
              MOVE 'FINE DUE' TO LOG-RESULT
              MOVE SPACES TO LOG-REASON
              STRING 'FINE OWED ' DELIMITED BY SIZE
           END-IF.

      **********************************************
      * RETURN THE COPY. THE COPY NUMBER MUST BE GIVEN - IT IS
      * THE PHYSICAL COPY IN HAND. A COPY THAT IS NOT OUT CANNOT
      * BE RETURNED - THAT IS EITHER A KEYING ERROR OR A COPY THE
      * FLAG UTILITY DAYS LEFT WRONG, AND EITHER WAY IT NEEDS A
      * HUMAN LOOK. THE FIRST HOLD IN LINE FOR THE TITLE WHOSE
      * PATRON IS IN GOOD STANDING GETS THE RETURNED COPY,
      * WHICHEVER COPY IT IS; OTHERWISE IT GOES BACK ON THE SHELF.
      **********************************************
       APPLY-RETURN.
           IF CIRC-COPY-NO = SPACES
              MOVE 'COPY NUMBER MISSING' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF CIRC-COPY-NO IS NOT NUMERIC
              MOVE 'COPY NUMBER INVALID' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE CIRC-COPY-NO-N TO WS-COPY-NO.
           PERFORM READ-COPY.
           IF COPY-NOT-FOUND
              MOVE 'COPY NOT IN CATALOG' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF NOT CPY-OUT
              MOVE 'COPY IS NOT CHECKED OUT' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           PERFORM CLEAR-LOAN-RECORD.
           PERFORM FILL-FIRST-HOLD.
           IF NOT HOLD-FILLED
              SET CPY-ON-SHELF TO TRUE
              MOVE SPACES TO CPY-BORROWER-ID
              PERFORM REWRITE-COPY
           END-IF.
           PERFORM REFRESH-TITLE-STATUS.
           ADD 1 TO RETURNS-APPLIED.
           PERFORM LOG-APPLIED.

      **********************************************
      * SCANS THE HOLD QUEUE FOR THE CURRENT ISBN: FINDS THE
           END-PERFORM.

      **********************************************
      * PLACES A HOLD AT THE BACK OF THE ISBN'S QUEUE. A TITLE
      * WITH A COPY ON THE SHELF NEEDS NO HOLD, AND A PATRON
      * CANNOT QUEUE TWICE.
      **********************************************
       APPLY-PLACE-HOLD.
           PERFORM SCAN-TITLE-COPIES.
           IF WS-COPIES-ON-SHELF > 0
              MOVE 'COPY ON SHELF - NO HOLD'
                TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           PERFORM LOG-APPLIED.

      **********************************************
      * OFFERS THE RETURNED COPY TO THE HOLD QUEUE IN ORDER. EACH
      * HOLD PATRON GETS THE SAME PATRON CHECKS AS A CHECKOUT; ONE
      * WHO FAILS IS LOGGED AS SKIPPED, KEEPS THEIR HOLD, AND THE
      * NEXT IN LINE IS TRIED. HOLD-FILLED IS LEFT OFF WHEN NOBODY
      * QUALIFIES OR NO DUE DATE CAN BE SET, AND THE CALLER SHELVES
      * THE COPY.
      **********************************************
       FILL-FIRST-HOLD.
           MOVE 'N' TO WS-HOLD-FILLED-SW.
           MOVE 0 TO WS-FIRST-HOLD-SEQ.
           PERFORM NEXT-HOLD-IN-LINE.
           IF NOT HOLD-FOUND
              EXIT PARAGRAPH
           END-IF.

           PERFORM SET-LOAN-DUE-DATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LOG-HOLD-SKIPPED
              ADD 1 TO TRANS-BAD-DATE
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL HOLD-FILLED OR NOT HOLD-FOUND
              MOVE WS-FIRST-HOLD-PATRON TO WS-PATRON-ID
              PERFORM CHECK-PATRON
              IF WS-REJECT-REASON = SPACES
                 PERFORM GIVE-COPY-TO-HOLD
                 SET HOLD-FILLED TO TRUE
              ELSE
                 PERFORM LOG-HOLD-SKIPPED
                 PERFORM NEXT-HOLD-IN-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * FINDS THE HOLD AFTER WS-FIRST-HOLD-SEQ IN THE CURRENT
      * ISBN'S QUEUE (ZERO = THE FIRST IN LINE) AND MAKES IT THE
      * ONE ON OFFER. HOLD-FOUND IS OFF AT THE END OF THE QUEUE.
      **********************************************
       NEXT-HOLD-IN-LINE.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           MOVE CIRC-ISBN TO HOLD-ISBN.
           MOVE WS-FIRST-HOLD-SEQ TO HOLD-SEQ.
           START HOLDS-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ HOLDS-FILE NEXT RECORD
             AT END
                EXIT PARAGRAPH
           END-READ.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR READING HOLDS FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.
           IF HOLD-ISBN = CIRC-ISBN
              SET HOLD-FOUND TO TRUE
              MOVE HOLD-SEQ TO WS-FIRST-HOLD-SEQ
              MOVE HOLD-PATRON-ID TO WS-FIRST-HOLD-PATRON
           END-IF.

      **********************************************
      * LOGS THE HOLD PATRON PASSED OVER FOR THE RETURNED COPY,
      * WITH THE REASON, AND CLEARS THE REASON FOR THE NEXT ONE.
      **********************************************
       LOG-HOLD-SKIPPED.
           ADD 1 TO HOLDS-SKIPPED.
           MOVE SPACES TO ACTIVITY-LOG-REC.
           MOVE 'H' TO LOG-ACTION.
           MOVE CIRC-ISBN TO LOG-ISBN.
           MOVE WS-FIRST-HOLD-PATRON TO LOG-BORROWER-ID.
           MOVE CIRC-DATE TO LOG-DATE.
           MOVE 'SKIPPED' TO LOG-RESULT.
           MOVE WS-REJECT-REASON TO LOG-REASON.
           MOVE WS-COPY-NO TO LOG-COPY-NO.
           PERFORM WRITE-LOG-REC.
           MOVE SPACES TO WS-REJECT-REASON.

      **********************************************
      * FILLS THE HOLD ON OFFER WITH THE RETURNED COPY: THE HOLD
      * IS REMOVED, THE COPY IS CHECKED OUT TO THAT PATRON, AND A
      * NOTIFICATION RECORD IS WRITTEN SO THE DESK CAN TELL THEM
      * THEIR BOOK IS WAITING.
      **********************************************
       GIVE-COPY-TO-HOLD.
           MOVE CIRC-ISBN TO HOLD-ISBN.
           MOVE WS-FIRST-HOLD-SEQ TO HOLD-SEQ.
           DELETE HOLDS-FILE
              STOP RUN
           END-IF.

           SET CPY-OUT TO TRUE.
           MOVE WS-FIRST-HOLD-PATRON TO CPY-BORROWER-ID.
           PERFORM REWRITE-COPY.
           MOVE WS-FIRST-HOLD-PATRON TO WS-LOAN-BORROWER.
           PERFORM WRITE-LOAN-RECORD.
           ADD 1 TO HOLDS-FILLED.
           MOVE WS-FIRST-HOLD-PATRON TO NTF-PATRON-ID.
           MOVE CIRC-DATE TO NTF-DATE.
           MOVE 'HOLD FILLED - BOOK WAITING' TO NTF-TEXT.
           MOVE WS-COPY-NO TO NTF-COPY-NO.
           WRITE NOTIFY-REC.
           IF NOTIFY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTIFY FILE: ' NOTIFY-STATUS
              STOP RUN
           END-IF.

           MOVE SPACES TO ACTIVITY-LOG-REC.
           MOVE 'H' TO LOG-ACTION.
           MOVE CIRC-ISBN TO LOG-ISBN.
           MOVE WS-FIRST-HOLD-PATRON TO LOG-BORROWER-ID.
           MOVE CIRC-DATE TO LOG-DATE.
           MOVE 'FILLED' TO LOG-RESULT.
           MOVE 'HOLD FILLED ON RETURN' TO LOG-REASON.
           MOVE WS-COPY-NO TO LOG-COPY-NO.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * REWRITE THE UPDATED BOOK RECORD BACK TO THE KSDS
      **********************************************
           MOVE CIRC-BORROWER-ID TO LOG-BORROWER-ID.
           MOVE CIRC-DATE TO LOG-DATE.
           MOVE 'APPLIED' TO LOG-RESULT.
           IF WS-COPY-NO > 0
              MOVE WS-COPY-NO TO LOG-COPY-NO
           END-IF.
           PERFORM WRITE-LOG-REC.

      **********************************************
           MOVE CIRC-DATE TO LOG-DATE.
           MOVE 'REJECTED' TO LOG-RESULT.
           MOVE WS-REJECT-REASON TO LOG-REASON.
           IF WS-COPY-NO > 0
              MOVE WS-COPY-NO TO LOG-COPY-NO
           END-IF.
           PERFORM WRITE-LOG-REC.

      **********************************************
                       LOAN-STATUS
           END-IF.

           CLOSE COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COPY FILE: '
                       COPY-STATUS
           END-IF.

           CLOSE PATRON-FILE.
           IF PAT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PATRON MASTER: '
                       PAT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
           MOVE CHECKOUTS-APPLIED TO CHECKOUTS-APPLIED-DISP.
           MOVE RETURNS-APPLIED TO RETURNS-APPLIED-DISP.
           MOVE TRANS-REJECTED TO TRANS-REJECTED-DISP.
           MOVE TRANS-BAD-DATE TO TRANS-BAD-DATE-DISP.
           MOVE HOLDS-SKIPPED TO HOLDS-SKIPPED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CIRCULATION SUMMARY'.
           DISPLAY 'CHECKOUTS APPLIED:  ' CHECKOUTS-APPLIED-DISP.
           DISPLAY 'RETURNS APPLIED:    ' RETURNS-APPLIED-DISP.
           DISPLAY 'REJECTED:           ' TRANS-REJECTED-DISP.
           DISPLAY 'INVALID DUE DATE:   ' TRANS-BAD-DATE-DISP.
           MOVE HOLDS-PLACED TO HOLDS-PLACED-DISP.
           MOVE HOLDS-CANCELLED TO HOLDS-CANCELLED-DISP.
           MOVE HOLDS-FILLED TO HOLDS-FILLED-DISP.
           DISPLAY 'HOLDS PLACED:       ' HOLDS-PLACED-DISP.
           DISPLAY 'HOLDS CANCELLED:    ' HOLDS-CANCELLED-DISP.
           DISPLAY 'HOLDS FILLED:       ' HOLDS-FILLED-DISP.
           DISPLAY 'HOLDS SKIPPED:      ' HOLDS-SKIPPED-DISP.
           MOVE PATRONS-FINE-BLOCKED TO PATRONS-FINE-BLOCKED-DISP.
           DISPLAY 'FINE BLOCKS SET:    ' PATRONS-FINE-BLOCKED-DISP.
           DISPLAY '========================================'.
