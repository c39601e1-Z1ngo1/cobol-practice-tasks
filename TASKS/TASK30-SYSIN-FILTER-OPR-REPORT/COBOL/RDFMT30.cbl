      ******************************************************************
      * SAVED REPORT DEFINITION MAINTENANCE                            *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES A MAINTENANCE CARD FILE TO THE REPORT DEFINITION KSDS  *
      * - THE LIBRARY OF NAMED SYSIN30 REPORTS. A DEFINITION HOLDS A   *
      * TITLE, AN AGGREGATION MODE AND UP TO EIGHT FILTER LINES, AND   *
      * IS RUN FROM SYSIN30 WITH A RUN=<NAME> LINE, SO A REPORT IS     *
      * TYPED ONCE HERE INSTEAD OF INTO EVERY SYSIN.                   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   CARD TYPES (MNT-ACTION IN COLUMN 1):                         *
      *     A = ADD DEFINITION    (NAME, TITLE, MODE, USER)            *
      *     C = CHANGE DEFINITION (NAME, USER; TITLE/MODE IF GIVEN)    *
      *     R = RETIRE DEFINITION (NAME, USER)                         *
      *     F = FILTER LINE FOR THE A OR C CARD ABOVE IT               *
      *   AN A OR C CARD AND THE F CARDS THAT FOLLOW IT ARE ONE        *
      *   TRANSACTION, APPLIED WHEN THE NEXT A/C/R CARD OR END OF      *
      *   FILE IS REACHED. ON A CHANGE, F CARDS REPLACE THE WHOLE      *
      *   STORED FILTER SET; NO F CARDS KEEP IT AS IT IS. A BLANK      *
      *   TITLE OR MODE ON A CHANGE KEEPS THE STORED ONE.              *
      *   AN ADD STARTS AT VERSION 1; EVERY CHANGE ADDS 1, SO A        *
      *   REPORT HEADER'S NAME AND VERSION PIN DOWN EXACTLY WHICH      *
      *   FILTERS RAN. DEFINITIONS ARE NEVER DELETED - ONLY RETIRED.   *
      *   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE KSDS:   *
      *     NAME AND USER MUST NOT BE BLANK                            *
      *     TITLE MUST NOT BE BLANK (FOR A)                            *
      *     MODE MUST BE DETAIL, SUMMARY OR BOTH (BLANK = DETAIL ON A) *
      *     FILTER LINE MUST BE KEY=VALUE WITH A NON-BLANK VALUE AND   *
      *       KEY FROM-DATE, TO-DATE, MIN-AMOUNT, OPR-TYPE, ACCT-ID    *
      *       OR OPR-ID                                                *
      *     MORE THAN 8 FILTER LINES -> REJECTED                       *
      *     F CARD WITH NO A/C CARD ABOVE IT, OR UNDER AN R CARD ->    *
      *       REJECTED                                                 *
      *     ADD OF AN EXISTING NAME (ACTIVE OR RETIRED) -> REJECTED    *
      *     C/R ON A MISSING OR ALREADY RETIRED NAME -> REJECTED       *
      *   EVERY TRANSACTION IS WRITTEN TO THE AUDIT LOG, APPLIED OR    *
      *   REJECTED (WITH THE REASON), WITH THE RUN DATE AND TIME, THE  *
      *   USER, THE OLD AND NEW VERSION AND THE FULL BEFORE AND AFTER  *
      *   DEFINITION IMAGES. RC 4 WHEN ANY TRANSACTION IS REJECTED.    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    RDFDD (REPORT.DEFN) - REPORT DEFINITIONS (VSAM KSDS)   *
      * INPUT:  MNTDD (REPORT.DEFN.MAINT) - MAINTENANCE CARDS          *
      *                                     (PS, 80 B)                 *
      * OUTPUT: AUDDD (REPORT.DEFN.AUDIT) - AUDIT LOG (PS, 900 B)      *
      *                                                                *
      * COPYBOOK: RPTDEF - REPORT DEFINITION RECORD                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDFMT30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DEF-FILE ASSIGN TO RDFDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDF-NAME
               FILE STATUS IS RDF-FILE-STATUS.

           SELECT MAINT-CARD-FILE ASSIGN TO MNTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-DEF-FILE.
       01 REPORT-DEF-REC.
           COPY RPTDEF.

       FD MAINT-CARD-FILE RECORDING MODE IS F.
       01 MAINT-CARD-REC.
          05 MNT-ACTION PIC X(1).
          05 MNT-HEADER-BODY.
             10 MNT-NAME PIC X(8).
             10 MNT-MODE PIC X(7).
             10 MNT-USER PIC X(8).
             10 MNT-TITLE PIC X(40).
             10 FILLER PIC X(16).
          05 MNT-FILTER-BODY REDEFINES MNT-HEADER-BODY.
             10 MNT-FILTER-TEXT PIC X(40).
             10 FILLER PIC X(39).

       FD AUDIT-LOG-FILE RECORDING MODE IS F.
       01 AUDIT-LOG-REC.
          05 AUD-DATE PIC X(8).
          05 AUD-TIME PIC X(6).
          05 AUD-ACTION PIC X(1).
          05 AUD-NAME PIC X(8).
          05 AUD-USER PIC X(8).
          05 AUD-RESULT PIC X(8).
          05 AUD-REASON PIC X(40).
          05 AUD-OLD-VERSION PIC 9(3).
          05 AUD-NEW-VERSION PIC 9(3).
          05 AUD-BEFORE-IMAGE PIC X(400).
          05 AUD-AFTER-IMAGE PIC X(400).
          05 FILLER PIC X(15).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 RDF-FILE-STATUS PIC X(2).
          05 MNT-STATUS PIC X(2).
          05 AUD-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-VALID-SW PIC X(1) VALUE 'Y'.
             88 TRANS-VALID VALUE 'Y'.
             88 TRANS-INVALID VALUE 'N'.
          05 WS-PENDING-SW PIC X(1) VALUE 'N'.
             88 TRANS-PENDING VALUE 'Y'.
          05 WS-ON-FILE-SW PIC X(1) VALUE 'N'.
             88 DEF-ON-FILE VALUE 'Y'.

      * RUN DATE AND TIME FOR THE AUDIT LOG AND THE CHANGED STAMP
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME-FULL PIC X(8).

      * PENDING TRANSACTION: THE A/C/R CARD AND THE FILTER LINES
      * FROM THE F CARDS THAT FOLLOW IT
       01 FILTER-LINE-MAX PIC 9(2) VALUE 8.
       01 WS-PENDING-TRANS.
          05 PND-ACTION PIC X(1).
          05 PND-NAME PIC X(8).
          05 PND-MODE PIC X(7).
          05 PND-USER PIC X(8).
          05 PND-TITLE PIC X(40).
          05 PND-FILTER-COUNT PIC 9(2).
          05 PND-FILTER-LINE PIC X(40) OCCURS 8 TIMES.

      * REJECT REASON FOR THE CURRENT TRANSACTION
       01 WS-REJECT-REASON PIC X(40).

      * BEFORE IMAGE AND VERSION OF THE DEFINITION BEING CHANGED
       01 WS-BEFORE-IMAGE PIC X(400).
       01 WS-OLD-VERSION PIC 9(3) VALUE 0.

      * FILTER LINE CHECK WORK FIELDS
       01 WS-FLT-SUB PIC 9(2) VALUE 0.
       01 WS-POS-EQUAL PIC 9(2) VALUE 0.
       01 WS-FLT-KEY PIC X(10).
          88 FILTER-KEY-VALID VALUE 'FROM-DATE' 'TO-DATE'
                                    'MIN-AMOUNT' 'OPR-TYPE'
                                    'ACCT-ID' 'OPR-ID'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-CARDS PIC 9(5) VALUE 0.
          05 TOTAL-TRANS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-ADDED PIC 9(5) VALUE 0.
          05 TOTAL-CHANGED PIC 9(5) VALUE 0.
          05 TOTAL-RETIRED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-CARDS-DISP PIC Z(4)9.
          05 TOTAL-TRANS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-FULL FROM TIME.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MAINT-CARDS.
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
           OPEN I-O REPORT-DEF-FILE.
           IF RDF-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT DEFINITIONS: '
                       RDF-FILE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MAINT-CARD-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT CARD FILE: ' MNT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-LOG-FILE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT LOG: ' AUD-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READ THE MAINTENANCE CARDS. AN A/C/R CARD CLOSES THE
      * TRANSACTION BEFORE IT AND OPENS A NEW ONE; F CARDS ADD
      * FILTER LINES TO THE OPEN ONE. THE LAST TRANSACTION IS
      * CLOSED AT END OF FILE.
      **********************************************
       PROCESS-MAINT-CARDS.
           PERFORM UNTIL EOF
              READ MAINT-CARD-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MNT-STATUS = '00'
                      ADD 1 TO TOTAL-CARDS
                      PERFORM PROCESS-ONE-CARD
                   ELSE
                      DISPLAY 'ERROR READING MAINT CARDS: ' MNT-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FINISH-PENDING-TRANS.

      **********************************************
      * DISPATCH ONE CARD BY ITS TYPE. AN F CARD WITH NO OPEN
      * A/C TRANSACTION, OR AN UNKNOWN CARD TYPE, IS LOGGED AS A
      * REJECTED TRANSACTION OF ITS OWN.
      **********************************************
       PROCESS-ONE-CARD.
           EVALUATE MNT-ACTION
              WHEN 'A'
              WHEN 'C'
              WHEN 'R'
                 PERFORM FINISH-PENDING-TRANS
                 PERFORM START-PENDING-TRANS
              WHEN 'F'
                 IF TRANS-PENDING
                    PERFORM ADD-PENDING-FILTER
                 ELSE
                    PERFORM LOG-STRAY-CARD
                 END-IF
              WHEN OTHER
                 PERFORM FINISH-PENDING-TRANS
                 PERFORM LOG-STRAY-CARD
           END-EVALUATE.

      **********************************************
      * OPEN A NEW TRANSACTION FROM THE A/C/R CARD AND RUN THE
      * HEADER-LEVEL CHECKS ON IT.
      **********************************************
       START-PENDING-TRANS.
           ADD 1 TO TOTAL-TRANS.
           SET TRANS-PENDING TO TRUE.
           SET TRANS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-PENDING-TRANS.
           MOVE MNT-ACTION TO PND-ACTION.
           MOVE MNT-NAME TO PND-NAME.
           MOVE MNT-MODE TO PND-MODE.
           MOVE MNT-USER TO PND-USER.
           MOVE MNT-TITLE TO PND-TITLE.
           MOVE 0 TO PND-FILTER-COUNT.

           IF PND-NAME = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'REPORT NAME BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-USER = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'USER ID BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = 'A' AND PND-TITLE = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'TITLE BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = 'A' AND PND-MODE = SPACES
              MOVE 'DETAIL' TO PND-MODE
           END-IF.
           IF PND-ACTION NOT = 'R'
              AND PND-MODE NOT = SPACES
              AND PND-MODE NOT = 'DETAIL'
              AND PND-MODE NOT = 'SUMMARY'
              AND PND-MODE NOT = 'BOTH'
              SET TRANS-INVALID TO TRUE
              MOVE 'MODE NOT DETAIL, SUMMARY OR BOTH'
                TO WS-REJECT-REASON
           END-IF.

      **********************************************
      * ADD ONE F CARD'S FILTER LINE TO THE OPEN TRANSACTION.
      * THE FIRST BAD LINE (OR A NINTH LINE) INVALIDATES THE
      * WHOLE TRANSACTION; LATER CHECKS KEEP THE FIRST REASON.
      **********************************************
       ADD-PENDING-FILTER.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = 'R'
              SET TRANS-INVALID TO TRUE
              MOVE 'FILTER CARD NOT ALLOWED ON RETIRE'
                TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PND-FILTER-COUNT >= FILTER-LINE-MAX
              SET TRANS-INVALID TO TRUE
              MOVE 'MORE THAN 8 FILTER LINES' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-POS-EQUAL.
           INSPECT MNT-FILTER-TEXT TALLYING WS-POS-EQUAL
               FOR CHARACTERS BEFORE '='.
           IF WS-POS-EQUAL = 0
              OR WS-POS-EQUAL > LENGTH OF WS-FLT-KEY
              OR WS-POS-EQUAL + 1 >= LENGTH OF MNT-FILTER-TEXT
              SET TRANS-INVALID TO TRUE
              MOVE 'FILTER LINE NOT KEY=VALUE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FLT-KEY.
           MOVE MNT-FILTER-TEXT(1:WS-POS-EQUAL) TO WS-FLT-KEY.
           IF NOT FILTER-KEY-VALID
              SET TRANS-INVALID TO TRUE
              STRING 'FILTER KEY NOT ALLOWED: ' DELIMITED BY SIZE
                     WS-FLT-KEY DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           IF MNT-FILTER-TEXT(WS-POS-EQUAL + 2:) = SPACES
              SET TRANS-INVALID TO TRUE
              MOVE 'FILTER LINE HAS NO VALUE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PND-FILTER-COUNT.
           MOVE MNT-FILTER-TEXT TO PND-FILTER-LINE(PND-FILTER-COUNT).

      **********************************************
      * CLOSE THE OPEN TRANSACTION (IF ANY): LOG IT REJECTED IF
      * A CHECK FAILED, OTHERWISE DISPATCH BY ACTION.
      **********************************************
       FINISH-PENDING-TRANS.
           IF NOT TRANS-PENDING
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE 0 TO WS-OLD-VERSION.

           IF TRANS-INVALID
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.

           EVALUATE PND-ACTION
              WHEN 'A'
                 PERFORM APPLY-ADD-DEF
              WHEN 'C'
                 PERFORM APPLY-CHANGE-DEF
              WHEN 'R'
                 PERFORM APPLY-RETIRE-DEF
           END-EVALUATE.

      **********************************************
      * ADD A NEW DEFINITION AT VERSION 1, ACTIVE. A NAME
      * ALREADY ON FILE (EVEN RETIRED) IS REJECTED, SO A NAME
      * NEVER MEANS TWO DIFFERENT REPORTS OVER TIME.
      **********************************************
       APPLY-ADD-DEF.
           MOVE SPACES TO REPORT-DEF-REC.
           MOVE PND-NAME TO RDF-NAME.
           MOVE 1 TO RDF-VERSION.
           SET RDF-ACTIVE TO TRUE.
           MOVE PND-TITLE TO RDF-TITLE.
           MOVE PND-MODE TO RDF-REPORT-MODE.
           PERFORM COPY-PENDING-FILTERS.
           MOVE WS-RUN-DATE TO RDF-CHANGED-DATE.
           MOVE PND-USER TO RDF-CHANGED-BY.

           WRITE REPORT-DEF-REC
               INVALID KEY
                   MOVE 'REPORT NAME ALREADY ON FILE'
                     TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADDED
                   PERFORM LOG-APPLIED
           END-WRITE.

           IF RDF-FILE-STATUS NOT = '00' AND RDF-FILE-STATUS NOT = '22'
              DISPLAY 'WRITE TO REPORT DEFINITIONS FAILED: '
                       RDF-FILE-STATUS
              DISPLAY 'REPORT NAME: ' PND-NAME
              STOP RUN
           END-IF.

      **********************************************
      * CHANGE AN ACTIVE DEFINITION: TITLE AND MODE WHEN GIVEN,
      * THE WHOLE FILTER SET WHEN F CARDS WERE GIVEN. THE
      * VERSION GOES UP BY ONE.
      **********************************************
       APPLY-CHANGE-DEF.
           PERFORM READ-DEF-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF RDF-VERSION = 999
              SET TRANS-INVALID TO TRUE
              MOVE 'VERSION LIMIT 999 REACHED' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF PND-TITLE NOT = SPACES
              MOVE PND-TITLE TO RDF-TITLE
           END-IF.
           IF PND-MODE NOT = SPACES
              MOVE PND-MODE TO RDF-REPORT-MODE
           END-IF.
           IF PND-FILTER-COUNT > 0
              PERFORM COPY-PENDING-FILTERS
           END-IF.
           ADD 1 TO RDF-VERSION.
           MOVE WS-RUN-DATE TO RDF-CHANGED-DATE.
           MOVE PND-USER TO RDF-CHANGED-BY.
           PERFORM REWRITE-DEF.
           ADD 1 TO TOTAL-CHANGED.
           PERFORM LOG-APPLIED.

      **********************************************
      * RETIRE AN ACTIVE DEFINITION. THE VERSION IS LEFT AS IT
      * WAS - THE FILTERS HAVE NOT CHANGED.
      **********************************************
       APPLY-RETIRE-DEF.
           PERFORM READ-DEF-FOR-UPDATE.
           IF TRANS-INVALID
              EXIT PARAGRAPH
           END-IF.
           SET RDF-RETIRED TO TRUE.
           MOVE WS-RUN-DATE TO RDF-CHANGED-DATE.
           MOVE PND-USER TO RDF-CHANGED-BY.
           PERFORM REWRITE-DEF.
           ADD 1 TO TOTAL-RETIRED.
           PERFORM LOG-APPLIED.

      **********************************************
      * MOVE THE PENDING FILTER LINES INTO THE RECORD, CLEARING
      * THE UNUSED SLOTS.
      **********************************************
       COPY-PENDING-FILTERS.
           MOVE PND-FILTER-COUNT TO RDF-FILTER-COUNT.
           PERFORM VARYING WS-FLT-SUB FROM 1 BY 1
                     UNTIL WS-FLT-SUB > FILTER-LINE-MAX
              MOVE PND-FILTER-LINE(WS-FLT-SUB)
                TO RDF-FILTER-LINE(WS-FLT-SUB)
           END-PERFORM.

      **********************************************
      * RANDOM READ OF THE DEFINITION TO UPDATE, KEEPING ITS
      * BEFORE IMAGE FOR THE AUDIT LOG. A MISSING OR RETIRED
      * DEFINITION FLIPS THE TRANSACTION INVALID AND LOGS THE
      * REJECT.
      **********************************************
       READ-DEF-FOR-UPDATE.
           MOVE PND-NAME TO RDF-NAME.
           READ REPORT-DEF-FILE
               INVALID KEY
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REPORT NAME NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET DEF-ON-FILE TO TRUE
                   MOVE REPORT-DEF-REC TO WS-BEFORE-IMAGE
                   MOVE RDF-VERSION TO WS-OLD-VERSION
           END-READ.

           IF RDF-FILE-STATUS NOT = '00' AND RDF-FILE-STATUS NOT = '23'
              DISPLAY 'CRITICAL VSAM READ ERROR: ' RDF-FILE-STATUS
              DISPLAY 'REPORT NAME: ' PND-NAME
              STOP RUN
           END-IF.

           IF DEF-ON-FILE AND RDF-RETIRED
              SET TRANS-INVALID TO TRUE
              MOVE 'REPORT DEFINITION IS RETIRED'
                TO WS-REJECT-REASON
           END-IF.
           IF TRANS-INVALID
              PERFORM LOG-REJECTED
           END-IF.

      **********************************************
      * REWRITE THE UPDATED DEFINITION BACK TO THE KSDS
      **********************************************
       REWRITE-DEF.
           REWRITE REPORT-DEF-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF RDF-FILE-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' RDF-FILE-STATUS
              DISPLAY 'REPORT NAME: ' PND-NAME
              STOP RUN
           END-IF.

      **********************************************
      * LOG AN APPLIED TRANSACTION WITH ITS BEFORE AND AFTER
      * IMAGES
      **********************************************
       LOG-APPLIED.
           ADD 1 TO TOTAL-APPLIED.
           PERFORM BUILD-AUDIT-HEADER.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE WS-OLD-VERSION TO AUD-OLD-VERSION.
           MOVE RDF-VERSION TO AUD-NEW-VERSION.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE REPORT-DEF-REC TO AUD-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-REC.

      **********************************************
      * LOG A REJECTED TRANSACTION WITH ITS REASON. THE FILE IS
      * UNCHANGED, SO THE AFTER IMAGE IS THE BEFORE IMAGE.
      **********************************************
       LOG-REJECTED.
           ADD 1 TO TOTAL-REJECTED.
           PERFORM BUILD-AUDIT-HEADER.
           MOVE 'REJECTED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE WS-OLD-VERSION TO AUD-OLD-VERSION.
           MOVE WS-OLD-VERSION TO AUD-NEW-VERSION.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO AUD-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-REC.

      **********************************************
      * LOG A CARD THAT BELONGS TO NO TRANSACTION - AN F CARD
      * WITH NO A/C CARD ABOVE IT OR AN UNKNOWN CARD TYPE
      **********************************************
       LOG-STRAY-CARD.
           ADD 1 TO TOTAL-TRANS.
           MOVE SPACES TO WS-PENDING-TRANS.
           MOVE MNT-ACTION TO PND-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE 0 TO WS-OLD-VERSION.
           IF MNT-ACTION = 'F'
              MOVE 'FILTER CARD WITHOUT ADD OR CHANGE CARD'
                TO WS-REJECT-REASON
           ELSE
              MOVE 'UNKNOWN CARD TYPE' TO WS-REJECT-REASON
              MOVE MNT-NAME TO PND-NAME
           END-IF.
           PERFORM LOG-REJECTED.

      **********************************************
      * COMMON AUDIT FIELDS FOR THE CURRENT TRANSACTION
      **********************************************
       BUILD-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME-FULL(1:6) TO AUD-TIME.
           MOVE PND-ACTION TO AUD-ACTION.
           MOVE PND-NAME TO AUD-NAME.
           MOVE PND-USER TO AUD-USER.

      **********************************************
      * WRITE THE PREPARED AUDIT RECORD AND CHECK STATUS
      **********************************************
       WRITE-AUDIT-REC.
           WRITE AUDIT-LOG-REC
           END-WRITE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT LOG: ' AUD-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REPORT-DEF-FILE.
           IF RDF-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT DEFINITIONS: '
                       RDF-FILE-STATUS
           END-IF.

           CLOSE MAINT-CARD-FILE.
           IF MNT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT CARDS: ' MNT-STATUS
           END-IF.

           CLOSE AUDIT-LOG-FILE.
           IF AUD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AUDIT LOG: ' AUD-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-CARDS TO TOTAL-CARDS-DISP.
           MOVE TOTAL-TRANS TO TOTAL-TRANS-DISP.
           MOVE TOTAL-APPLIED TO TOTAL-APPLIED-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'REPORT DEFINITION MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CARDS READ:         ' TOTAL-CARDS-DISP.
           DISPLAY 'TOTAL TRANSACTIONS: ' TOTAL-TRANS-DISP.
           DISPLAY 'APPLIED:            ' TOTAL-APPLIED-DISP.
           DISPLAY '  ADDED:            ' TOTAL-ADDED.
           DISPLAY '  CHANGED:          ' TOTAL-CHANGED.
           DISPLAY '  RETIRED:          ' TOTAL-RETIRED.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTED-DISP.
           DISPLAY '========================================'.
