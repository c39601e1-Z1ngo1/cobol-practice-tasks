      ******************************************************************
      * LIBRARY CATALOG ACQUISITIONS AND MAINTENANCE                   *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES A KEYED MAINTENANCE TRANSACTION FILE TO THE LIBRARY    *
      * CATALOG - NEW TITLES AND EXTRA COPIES FROM ACQUISITIONS,       *
      * CORRECTIONS TO AUTHOR, TITLE AND YEAR, AND WITHDRAWALS - WITH  *
      * FULL VALIDATION, REPLACING THE ONE-OFF LOADS AND UTILITY RUNS  *
      * THAT LET MALFORMED ISBNS AND AUTHORS INTO THE KSDS. EVERY      *
      * TRANSACTION IS LOGGED WITH BEFORE AND AFTER IMAGES OF THE      *
      * TITLE RECORD.                                                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   MAINTENANCE ACTIONS (CMT-ACTION):                            *
      *     A = ADD TITLE (ISBN, AUTHOR, TITLE, YEAR, NUMBER OF        *
      *         COPIES - DEFAULT 1 - AND BRANCH - DEFAULT MAIN).       *
      *         WRITES THE TITLE AND COPIES 001 UP TO THE COUNT.       *
      *     N = NEW COPIES OF AN EXISTING TITLE (NUMBER OF COPIES,     *
      *         BRANCH). NUMBERED ON FROM THE HIGHEST COPY ON FILE.    *
      *     C = CHANGE AUTHOR, TITLE AND/OR YEAR. BLANK FIELDS KEEP    *
      *         THEIR CATALOG VALUES.                                  *
      *     W = WITHDRAW TITLE: DELETES THE TITLE AND ALL ITS COPIES.  *
      *   REJECTS (LOGGED, CATALOG UNTOUCHED):                         *
      *     UNKNOWN ACTION CODE                                        *
      *     ISBN NOT TEN CHARACTERS OF DIGITS (LAST MAY BE X), OR      *
      *     FAILING THE ISBN-10 CHECK DIGIT (FOR A)                    *
      *     AUTHOR OR TITLE BLANK (FOR A), AUTHOR WITH A LEADING       *
      *     SPACE (FOR A AND C), YEAR NOT FOUR DIGITS                  *
      *     NUMBER OF COPIES NOT 01-99 (FOR A AND N), OR TAKING THE    *
      *     TITLE PAST COPY 999                                        *
      *     NOTHING TO CHANGE (FOR C)                                  *
      *     ADD OF AN ISBN ALREADY IN THE CATALOG                      *
      *     N/C/W ON AN ISBN NOT IN THE CATALOG                        *
      *     WITHDRAW WHILE ANY COPY IS CHECKED OUT OR WHILE HOLDS ARE  *
      *     WAITING IN THE HOLD QUEUE                                  *
      *   THE TITLE KSDS IS UPDATED THROUGH A FILE DEFINITION THAT     *
      *   NAMES THE AUTHOR ALTERNATE KEY, SO EVERY ADD, AUTHOR CHANGE  *
      *   AND WITHDRAWAL IS CARRIED INTO THE AUTHOR AIX WITH THE       *
      *   RECORD AND THE VSAM18 AUTHOR SEARCH STAYS CONSISTENT.        *
      *   EVERY TRANSACTION IS LOGGED APPLIED OR REJECTED (WITH THE    *
      *   REASON) TO LOGDD WITH THE BEFORE AND AFTER IMAGES OF THE     *
      *   TITLE RECORD (BEFORE BLANK FOR AN ADD, AFTER BLANK FOR A     *
      *   WITHDRAWAL). RETURN CODE 4 WHEN ANYTHING WAS REJECTED.       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    VSAMDD (LIBRARY.MASTER) - LIBRARY CATALOG (VSAM KSDS)  *
      *         COPYDD (LIBRARY.COPIES) - COPY STATUS (VSAM KSDS)      *
      * INPUT:  CATDD (CATALOG.MAINT) - MAINTENANCE TRANS (PS, 80 B)   *
      *         HLDDD (HOLD.QUEUE) - HOLD QUEUE PER ISBN (VSAM KSDS)   *
      * OUTPUT: LOGDD (CATALOG.MAINT.LOG) - CHANGE LOG (PS, 220 B)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCM18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VSAM-ISBN
              ALTERNATE RECORD KEY IS VSAM-AUTHOR WITH DUPLICATES
              FILE STATUS IS VSAM-STATUS.

           SELECT COPY-FILE ASSIGN TO COPYDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPY-KEY
              FILE STATUS IS COPY-STATUS.

           SELECT HOLDS-FILE ASSIGN TO HLDDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS HOLD-STATUS.

           SELECT CAT-MAINT-FILE ASSIGN TO CATDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CMT-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO LOGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * TITLE RECORD. VSAM-CHECKED-OUT IS 'Y' WHEN EVERY COPY OF
      * THE TITLE IS OUT; THE BORROWERS LIVE ON THE COPY RECORDS.
       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-ISBN PIC X(10).
          05 VSAM-AUTHOR PIC X(20).
          05 VSAM-TITLE PIC X(30).
          05 VSAM-YEAR PIC X(4).
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

      * HOLD QUEUE IN THE VSAMCR18 LAYOUT
       FD HOLDS-FILE.
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HOLD-ISBN PIC X(10).
             10 HOLD-SEQ PIC 9(3).
          05 HOLD-PATRON-ID PIC X(8).
          05 HOLD-PLACED-DATE PIC 9(8).

       FD CAT-MAINT-FILE RECORDING MODE IS F.
       01 CAT-MAINT-REC.
          05 CMT-ACTION PIC X(1).
          05 CMT-ISBN PIC X(10).
          05 CMT-ISBN-CHARS REDEFINES CMT-ISBN.
             10 CMT-ISBN-CHAR PIC X(1) OCCURS 10 TIMES.
          05 CMT-AUTHOR PIC X(20).
          05 CMT-TITLE PIC X(30).
          05 CMT-YEAR PIC X(4).
          05 CMT-COPIES PIC X(2).
          05 CMT-COPIES-N REDEFINES CMT-COPIES PIC 9(2).
          05 CMT-BRANCH PIC X(4).
          05 FILLER PIC X(9).

       FD CHANGE-LOG-FILE RECORDING MODE IS F.
       01 CHANGE-LOG-REC.
          05 LOG-DATE PIC 9(8).
          05 LOG-ACTION PIC X(1).
          05 LOG-ISBN PIC X(10).
          05 LOG-RESULT PIC X(8).
          05 LOG-REASON PIC X(30).
          05 LOG-BEFORE-IMAGE PIC X(80).
          05 LOG-AFTER-IMAGE PIC X(80).
          05 FILLER PIC X(3).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 VSAM-STATUS PIC X(2).
          05 COPY-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 CMT-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.
          05 WS-COPY-EOF-SW PIC X(1) VALUE 'N'.
             88 COPY-SCAN-DONE VALUE 'Y'.

      * ISBN-10 CHECK DIGIT WORK FIELDS: EACH OF THE TEN POSITIONS
      * IS WEIGHTED 10 DOWN TO 1 AND THE SUM MUST DIVIDE BY 11
       01 WS-ISBN-SUB PIC 9(2) VALUE 0.
       01 WS-ISBN-DIGIT PIC 9(2) VALUE 0.
       01 WS-ISBN-SUM PIC 9(4) VALUE 0.
       01 WS-ISBN-QUOT PIC 9(4) VALUE 0.
       01 WS-ISBN-REM PIC 9(2) VALUE 0.

      * COPY WORK FIELDS: HOW MANY COPIES TO CREATE, FROM WHICH
      * COPY NUMBER, AT WHICH BRANCH; AND THE TITLE'S CURRENT
      * COPIES FROM THE LAST COPY SCAN
       01 WS-NEW-COPIES PIC 9(2) VALUE 0.
       01 WS-NEXT-COPY PIC 9(4) VALUE 0.
       01 WS-LAST-NEW-COPY PIC 9(4) VALUE 0.
       01 WS-BRANCH PIC X(4) VALUE SPACES.
       01 WS-COPIES-TOTAL PIC 9(3) VALUE 0.
       01 WS-COPIES-OUT PIC 9(3) VALUE 0.
       01 WS-HIGH-COPY PIC 9(3) VALUE 0.

      * BEFORE IMAGE OF THE TITLE BEING CHANGED OR WITHDRAWN
       01 WS-BEFORE-IMAGE PIC X(80).

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(30).

      * RUN DATE (YYYYMMDD), STAMPED ON THE CHANGE LOG
       01 WS-RUN-DATE PIC 9(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TITLES-ADDED PIC 9(5) VALUE 0.
          05 TITLES-CHANGED PIC 9(5) VALUE 0.
          05 TITLES-WITHDRAWN PIC 9(5) VALUE 0.
          05 COPIES-ADDED PIC 9(5) VALUE 0.
          05 COPIES-DELETED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-TRANS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.
          05 TITLES-ADDED-DISP PIC Z(4)9.
          05 TITLES-CHANGED-DISP PIC Z(4)9.
          05 TITLES-WITHDRAWN-DISP PIC Z(4)9.
          05 COPIES-ADDED-DISP PIC Z(4)9.
          05 COPIES-DELETED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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
           OPEN I-O VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN I-O COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COPY FILE: ' COPY-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLDS FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CAT-MAINT-FILE.
           IF CMT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CATALOG MAINT FILE: ' CMT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CHANGE-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHANGE LOG FILE: ' LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READ MAINTENANCE TRANSACTIONS AND PROCESS EACH
      **********************************************
       PROCESS-MAINT-TRANS.
           PERFORM UNTIL EOF
              READ CAT-MAINT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF CMT-STATUS = '00'
                      ADD 1 TO TOTAL-TRANS
                      PERFORM PROCESS-ONE-TRANS
                   ELSE
                      DISPLAY 'ERROR READING CATALOG MAINT: '
                               CMT-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATE THE TRANSACTION, THEN DISPATCH BY ACTION.
      * ANY VALIDATION FAILURE LOGS A REJECT AND LEAVES THE
      * CATALOG UNTOUCHED.
      **********************************************
       PROCESS-ONE-TRANS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM VALIDATE-TRANS.
           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           ELSE
              EVALUATE CMT-ACTION
                 WHEN 'A'
                    PERFORM APPLY-ADD-TITLE
                 WHEN 'N'
                    PERFORM APPLY-NEW-COPIES
                 WHEN 'C'
                    PERFORM APPLY-CHANGE-TITLE
                 WHEN 'W'
                    PERFORM APPLY-WITHDRAW-TITLE
              END-EVALUATE
           END-IF.

      **********************************************
      * FIELD VALIDATION BEFORE ANYTHING TOUCHES THE KSDS.
      * SETS TRANS-INVALID AND THE REJECT REASON ON THE FIRST
      * FAILED CHECK.
      **********************************************
       VALIDATE-TRANS.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF CMT-ACTION NOT = 'A' AND CMT-ACTION NOT = 'N'
              AND CMT-ACTION NOT = 'C' AND CMT-ACTION NOT = 'W'
              SET TRANS-INVALID TO TRUE
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF CMT-ISBN = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'ISBN BLANK' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID AND CMT-ACTION = 'A'
              PERFORM VALIDATE-ISBN-CHECK-DIGIT
           END-IF.

           IF TRANS-VALID AND CMT-ACTION = 'A'
              EVALUATE TRUE
                 WHEN CMT-AUTHOR = SPACES
                    SET TRANS-INVALID TO TRUE
                    MOVE 'AUTHOR BLANK' TO WS-REJECT-REASON
                 WHEN CMT-TITLE = SPACES
                    SET TRANS-INVALID TO TRUE
                    MOVE 'TITLE BLANK' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF TRANS-VALID
              AND (CMT-ACTION = 'A' OR CMT-ACTION = 'C')
              IF CMT-AUTHOR NOT = SPACES
                 AND CMT-AUTHOR(1:1) = SPACE
                 SET TRANS-INVALID TO TRUE
                 MOVE 'AUTHOR HAS LEADING SPACE' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (CMT-ACTION = 'A' OR CMT-ACTION = 'C')
              AND CMT-YEAR NOT = SPACES
              IF CMT-YEAR IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'YEAR NOT FOUR DIGITS' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID AND CMT-ACTION = 'C'
              IF CMT-AUTHOR = SPACES AND CMT-TITLE = SPACES
                 AND CMT-YEAR = SPACES
                 SET TRANS-INVALID TO TRUE
                 MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF TRANS-VALID
              AND (CMT-ACTION = 'A' OR CMT-ACTION = 'N')
              PERFORM VALIDATE-COPIES
           END-IF.

      **********************************************
      * ISBN-10: NINE DIGITS AND A CHECK CHARACTER (DIGIT OR X =
      * 10). WEIGHTING THE TEN POSITIONS 10 DOWN TO 1, THE SUM
      * MUST BE A MULTIPLE OF 11.
      **********************************************
       VALIDATE-ISBN-CHECK-DIGIT.
           MOVE 0 TO WS-ISBN-SUM.
           PERFORM VARYING WS-ISBN-SUB FROM 1 BY 1
                   UNTIL WS-ISBN-SUB > 10 OR TRANS-INVALID
              EVALUATE TRUE
                 WHEN CMT-ISBN-CHAR(WS-ISBN-SUB) IS NUMERIC
                    MOVE CMT-ISBN-CHAR(WS-ISBN-SUB) TO WS-ISBN-DIGIT
                 WHEN WS-ISBN-SUB = 10
                      AND CMT-ISBN-CHAR(WS-ISBN-SUB) = 'X'
                    MOVE 10 TO WS-ISBN-DIGIT
                 WHEN OTHER
                    SET TRANS-INVALID TO TRUE
                    MOVE 'ISBN NOT 10 DIGITS' TO WS-REJECT-REASON
              END-EVALUATE
              IF TRANS-VALID
                 COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                    + WS-ISBN-DIGIT * (11 - WS-ISBN-SUB)
              END-IF
           END-PERFORM.

           IF TRANS-VALID
              DIVIDE WS-ISBN-SUM BY 11 GIVING WS-ISBN-QUOT
                 REMAINDER WS-ISBN-REM
              IF WS-ISBN-REM NOT = 0
                 SET TRANS-INVALID TO TRUE
                 MOVE 'ISBN CHECK DIGIT INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.

      **********************************************
      * NUMBER OF COPIES AND BRANCH FOR AN ADD OR NEW COPIES.
      * A BLANK COUNT ON AN ADD MEANS ONE COPY; NEW COPIES MUST
      * SAY HOW MANY. A BLANK BRANCH MEANS MAIN.
      **********************************************
       VALIDATE-COPIES.
           IF CMT-COPIES = SPACES AND CMT-ACTION = 'A'
              MOVE 1 TO WS-NEW-COPIES
           ELSE
              IF CMT-COPIES IS NOT NUMERIC
                 SET TRANS-INVALID TO TRUE
                 MOVE 'COPIES NOT 01-99' TO WS-REJECT-REASON
              ELSE
                 IF CMT-COPIES-N = 0
                    SET TRANS-INVALID TO TRUE
                    MOVE 'COPIES NOT 01-99' TO WS-REJECT-REASON
                 ELSE
                    MOVE CMT-COPIES-N TO WS-NEW-COPIES
                 END-IF
              END-IF
           END-IF.

           IF CMT-BRANCH = SPACES
              MOVE 'MAIN' TO WS-BRANCH
           ELSE
              MOVE CMT-BRANCH TO WS-BRANCH
           END-IF.

      **********************************************
      * ADD A NEW TITLE AND ITS COPIES. A DUPLICATE ISBN IS
      * REJECTED - AN EXISTING TITLE IS NEVER SILENTLY REPLACED.
      **********************************************
       APPLY-ADD-TITLE.
           MOVE SPACES TO VSAM-REC.
           MOVE CMT-ISBN TO VSAM-ISBN.
           MOVE CMT-AUTHOR TO VSAM-AUTHOR.
           MOVE CMT-TITLE TO VSAM-TITLE.
           MOVE CMT-YEAR TO VSAM-YEAR.
           SET AVAILABLE TO TRUE.
           MOVE WS-NEW-COPIES TO VSAM-COPY-COUNT.

           WRITE VSAM-REC
               INVALID KEY
                   MOVE 'ISBN ALREADY IN CATALOG' TO WS-REJECT-REASON
           END-WRITE.
           IF VSAM-STATUS NOT = '00' AND VSAM-STATUS NOT = '22'
              DISPLAY 'WRITE TO VSAM FILE FAILED: ' VSAM-STATUS
              DISPLAY 'ISBN: ' CMT-ISBN
              STOP RUN
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-NEXT-COPY.
           PERFORM WRITE-NEW-COPIES.
           ADD 1 TO TITLES-ADDED.
           PERFORM LOG-APPLIED.

      **********************************************
      * ADD COPIES TO AN EXISTING TITLE, NUMBERED ON FROM THE
      * HIGHEST COPY ON FILE. NEW COPIES GO ON THE SHELF, SO THE
      * TITLE IS AVAILABLE AGAIN.
      **********************************************
       APPLY-NEW-COPIES.
           PERFORM READ-TITLE-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-TITLE-COPIES.
           COMPUTE WS-NEXT-COPY = WS-HIGH-COPY + 1.
           IF WS-NEXT-COPY + WS-NEW-COPIES - 1 > 999
              MOVE 'COPY NUMBERS PAST 999' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-NEW-COPIES.
           COMPUTE VSAM-COPY-COUNT = WS-COPIES-TOTAL + WS-NEW-COPIES.
           SET AVAILABLE TO TRUE.
           PERFORM REWRITE-TITLE.
           PERFORM LOG-APPLIED.

      **********************************************
      * WRITES WS-NEW-COPIES COPY RECORDS ON THE SHELF AT
      * WS-BRANCH, STARTING AT COPY NUMBER WS-NEXT-COPY
      **********************************************
       WRITE-NEW-COPIES.
           COMPUTE WS-LAST-NEW-COPY = WS-NEXT-COPY + WS-NEW-COPIES - 1.
           PERFORM UNTIL WS-NEXT-COPY > WS-LAST-NEW-COPY
              MOVE SPACES TO COPY-REC
              MOVE CMT-ISBN TO CPY-ISBN
              MOVE WS-NEXT-COPY TO CPY-NUMBER
              MOVE WS-BRANCH TO CPY-BRANCH
              SET CPY-ON-SHELF TO TRUE
              WRITE COPY-REC
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF COPY-STATUS NOT = '00'
                 DISPLAY 'WRITE TO COPY FILE FAILED: ' COPY-STATUS
                 DISPLAY 'ISBN: ' CMT-ISBN ' COPY: ' CPY-NUMBER
                 STOP RUN
              END-IF
              ADD 1 TO COPIES-ADDED
              ADD 1 TO WS-NEXT-COPY
           END-PERFORM.

      **********************************************
      * CORRECT AUTHOR, TITLE AND/OR YEAR. THE REWRITE CARRIES A
      * NEW AUTHOR INTO THE AUTHOR AIX WITH THE RECORD.
      **********************************************
       APPLY-CHANGE-TITLE.
           PERFORM READ-TITLE-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF CMT-AUTHOR NOT = SPACES
              MOVE CMT-AUTHOR TO VSAM-AUTHOR
           END-IF.
           IF CMT-TITLE NOT = SPACES
              MOVE CMT-TITLE TO VSAM-TITLE
           END-IF.
           IF CMT-YEAR NOT = SPACES
              MOVE CMT-YEAR TO VSAM-YEAR
           END-IF.
           PERFORM REWRITE-TITLE.
           ADD 1 TO TITLES-CHANGED.
           PERFORM LOG-APPLIED.

      **********************************************
      * WITHDRAW A TITLE AND ALL ITS COPIES. REFUSED WHILE ANY
      * COPY IS OUT (THE LOAN LEDGER STILL NEEDS IT) OR WHILE
      * PATRONS ARE WAITING FOR IT IN THE HOLD QUEUE.
      **********************************************
       APPLY-WITHDRAW-TITLE.
           PERFORM READ-TITLE-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-TITLE-COPIES.
           IF WS-COPIES-OUT > 0
              MOVE 'COPIES CHECKED OUT' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-HOLDS-WAITING.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           PERFORM DELETE-TITLE-COPIES.
           DELETE VSAM-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'DELETE FROM VSAM FILE FAILED: ' VSAM-STATUS
              DISPLAY 'ISBN: ' CMT-ISBN
              STOP RUN
           END-IF.
           MOVE SPACES TO VSAM-REC.
           ADD 1 TO TITLES-WITHDRAWN.
           PERFORM LOG-APPLIED.

      **********************************************
      * RANDOM READ OF THE TITLE TO UPDATE, KEEPING ITS BEFORE
      * IMAGE. A MISSING ISBN FLIPS THE TRANSACTION INVALID AND
      * LOGS THE REJECT.
      **********************************************
       READ-TITLE-FOR-UPDATE.
           MOVE CMT-ISBN TO VSAM-ISBN.
           READ VSAM-FILE
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'ISBN NOT IN CATALOG' TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   MOVE VSAM-REC TO WS-BEFORE-IMAGE
           END-READ.

           IF VSAM-STATUS NOT = '00' AND VSAM-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' VSAM-STATUS
              DISPLAY 'ISBN: ' CMT-ISBN
              STOP RUN
           END-IF.

      **********************************************
      * SCANS THE COPY FILE FOR THE TRANSACTION'S ISBN: COUNTS THE
      * COPIES AND THE COPIES OUT, AND NOTES THE HIGHEST COPY
      * NUMBER IN USE.
      **********************************************
       SCAN-TITLE-COPIES.
           MOVE 0 TO WS-COPIES-TOTAL.
           MOVE 0 TO WS-COPIES-OUT.
           MOVE 0 TO WS-HIGH-COPY.
           MOVE 'N' TO WS-COPY-EOF-SW.

           MOVE CMT-ISBN TO CPY-ISBN.
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
                   IF CPY-ISBN NOT = CMT-ISBN
                      SET COPY-SCAN-DONE TO TRUE
                   ELSE
                      ADD 1 TO WS-COPIES-TOTAL
                      MOVE CPY-NUMBER TO WS-HIGH-COPY
                      IF CPY-OUT
                         ADD 1 TO WS-COPIES-OUT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * SETS THE REJECT REASON WHEN THE HOLD QUEUE HAS ANYONE
      * WAITING FOR THE TRANSACTION'S ISBN
      **********************************************
       CHECK-HOLDS-WAITING.
           MOVE CMT-ISBN TO HOLD-ISBN.
           MOVE 0 TO HOLD-SEQ.
           START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
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
           IF HOLD-ISBN = CMT-ISBN
              MOVE 'HOLDS WAITING IN QUEUE' TO WS-REJECT-REASON
           END-IF.

      **********************************************
      * DELETES EVERY COPY RECORD OF THE TRANSACTION'S ISBN. THE
      * COPIES ARE NUMBERED 1 UP TO THE HIGHEST FOUND BY THE LAST
      * SCAN; GAPS LEFT BY EARLIER LOSSES ARE SKIPPED.
      **********************************************
       DELETE-TITLE-COPIES.
           MOVE 1 TO WS-NEXT-COPY.
           PERFORM UNTIL WS-NEXT-COPY > WS-HIGH-COPY
              MOVE CMT-ISBN TO CPY-ISBN
              MOVE WS-NEXT-COPY TO CPY-NUMBER
              DELETE COPY-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD 1 TO COPIES-DELETED
              END-DELETE
              IF COPY-STATUS NOT = '00' AND COPY-STATUS NOT = '23'
                 DISPLAY 'DELETE FROM COPY FILE FAILED: '
                         COPY-STATUS
                 DISPLAY 'ISBN: ' CMT-ISBN ' COPY: ' CPY-NUMBER
                 STOP RUN
              END-IF
              ADD 1 TO WS-NEXT-COPY
           END-PERFORM.

      **********************************************
      * REWRITE THE UPDATED TITLE RECORD BACK TO THE KSDS
      **********************************************
       REWRITE-TITLE.
           REWRITE VSAM-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF VSAM-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' VSAM-STATUS
              DISPLAY 'ISBN: ' CMT-ISBN
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION WITH ITS BEFORE AND AFTER
      * IMAGES (BEFORE BLANK FOR AN ADD, AFTER BLANK FOR A
      * WITHDRAWAL)
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           MOVE SPACES TO CHANGE-LOG-REC.
           MOVE WS-RUN-DATE TO LOG-DATE.
           MOVE CMT-ACTION TO LOG-ACTION.
           MOVE CMT-ISBN TO LOG-ISBN.
           MOVE 'APPLIED' TO LOG-RESULT.
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE-IMAGE.
           MOVE VSAM-REC TO LOG-AFTER-IMAGE.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON. THE CATALOG
      * IS UNCHANGED, SO THE AFTER IMAGE IS THE BEFORE IMAGE.
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           MOVE SPACES TO CHANGE-LOG-REC.
           MOVE WS-RUN-DATE TO LOG-DATE.
           MOVE CMT-ACTION TO LOG-ACTION.
           MOVE CMT-ISBN TO LOG-ISBN.
           MOVE 'REJECTED' TO LOG-RESULT.
           MOVE WS-REJECT-REASON TO LOG-REASON.
           MOVE WS-BEFORE-IMAGE TO LOG-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO LOG-AFTER-IMAGE.
           PERFORM WRITE-LOG-REC.

      **********************************************
      * WRITE THE PREPARED LOG RECORD AND CHECK STATUS
      **********************************************
       WRITE-LOG-REC.
           WRITE CHANGE-LOG-REC
           END-WRITE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHANGE LOG: ' LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COPY FILE: '
                       COPY-STATUS
           END-IF.

           CLOSE HOLDS-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLDS FILE: '
                       HOLD-STATUS
           END-IF.

           CLOSE CAT-MAINT-FILE.
           IF CMT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CATALOG MAINT: '
                       CMT-STATUS
           END-IF.

           CLOSE CHANGE-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHANGE LOG: ' LOG-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-TRANS TO TOTAL-TRANS-DISP.
           MOVE TOTAL-APPLIED TO TOTAL-APPLIED-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.
           MOVE TITLES-ADDED TO TITLES-ADDED-DISP.
           MOVE TITLES-CHANGED TO TITLES-CHANGED-DISP.
           MOVE TITLES-WITHDRAWN TO TITLES-WITHDRAWN-DISP.
           MOVE COPIES-ADDED TO COPIES-ADDED-DISP.
           MOVE COPIES-DELETED TO COPIES-DELETED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CATALOG MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS-DISP.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  TITLES ADDED:     ' TITLES-ADDED-DISP.
           DISPLAY '  TITLES CHANGED:   ' TITLES-CHANGED-DISP.
           DISPLAY '  TITLES WITHDRAWN: ' TITLES-WITHDRAWN-DISP.
           DISPLAY '  COPIES ADDED:     ' COPIES-ADDED-DISP.
           DISPLAY '  COPIES DELETED:   ' COPIES-DELETED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED-DISP.
           DISPLAY '========================================'.
