      ******************************************************************
      * SANCTIONS / WATCHLIST SCREENING OF CUSTOMER NAMES              *
      *                                                                *
      * PURPOSE:                                                       *
      * COMPLIANCE RECEIVES THE SANCTIONS WATCHLIST WEEKLY. THIS RUN   *
      * SCREENS EVERY PARTY WE HOLD AGAINST IT - THE CLIENT MASTER     *
      * (VSAMJOB9), TB_CUSTOMERS AND THE CARD OWNERS ON THE CARD       *
      * MASTER (VSMJOB11) - AND WRITES AN ALERT FOR EACH PARTY THAT    *
      * RESEMBLES A LISTED NAME, ALIAS OR DOCUMENT, WITH A SCORE AND   *
      * THE FIELD THAT MATCHED. ALERTS AN ANALYST HAS ALREADY CLEARED  *
      * AS FALSE POSITIVES ARE NOT RAISED AGAIN.                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD: WLDD HOLDS ONE ROW PER LISTED NAME - THE     *
      *     PRIMARY NAME (TYPE P) AND EACH ALIAS (TYPE A) OF A LISTED  *
      *     PARTY SHARE ITS ENTRY ID. AN ALIAS ROW WITH NO BIRTH DATE  *
      *     OR DOCUMENT TAKES THEM FROM THE ROW BEFORE IT OF THE SAME  *
      *     ENTRY. CLRDD HOLDS ANALYSTS' DECISIONS ON EARLIER ALERTS;  *
      *     ONLY FALSE-POSITIVE ('F') DECISIONS ARE LOADED.            *
      *   PHASE 2 - SCORE, PER PARTY AND LISTED NAME (NAMES UPPER-     *
      *     CASED FIRST):                                              *
      *     DOCUMENT NUMBER EQUAL (CLIENT PASSPORT)    -> 100 DOCNO    *
      *     NAME WITHIN 2 EDITS (THE LEVENSHTEIN CHECK VSAMJOB9 USES   *
      *       FOR DUPLICATES) -> 90, LESS 10 PER EDIT, AS NAME OR      *
      *       ALIAS; THEN WHEN BOTH BIRTH DATES ARE KNOWN, EQUAL ADDS  *
      *       10 (+DOB) AND DIFFERENT TAKES OFF 20.                    *
      *     CARD OWNER NAMES ARE ONLY 20 LONG, SO THE LISTED NAME IS   *
      *     CUT TO 20 BEFORE IT IS COMPARED WITH ONE.                  *
      *     THE BEST SCORE ACROSS AN ENTRY'S NAMES IS THE PARTY'S      *
      *     SCORE FOR THAT ENTRY.                                      *
      *   PHASE 3 - ALERT: SCORE >= MINSCORE= (DEFAULT 70) WRITES AN   *
      *     ALERT, UNLESS THE SAME PARTY AND ENTRY WAS CLEARED AT THE  *
      *     SAME OR A HIGHER SCORE. A HIGHER SCORE THAN WHEN CLEARED   *
      *     (E.G. A BIRTH DATE NOW MATCHES) IS RAISED AGAIN.           *
      *   RC 4 WHEN ANY ALERT IS WRITTEN.                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (SCREEN.PARM) - CONTROL CARDS (OPTIONAL)        *
      *           MINSCORE=NNN (DEFAULT 070)                           *
      *         WLDD (SANCTIONS.WATCHLIST) - WATCHLIST (PS, 80 B)      *
      *         CLRDD (SCREEN.CLEARED) - ANALYST DECISIONS (PS, 120 B, *
      *                  OPTIONAL - ABSENT = NOTHING CLEARED YET)      *
      *         VSAMDD (CLIENT.MASTER.FILE) - CLIENT MASTER (KSDS)     *
      *         CARDDD (CARD.MASTER) - CARD MASTER (KSDS)              *
      * OUTPUT: ALRTDD (SCREEN.ALERTS) - ALERTS (PS, 120 B)            *
      *         OUTDD (SCREEN.REPORT) - REPORT (PS, 80 B)              *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_CUSTOMERS - CUSTOMER TABLE (CUST_ID, CUST_NAME READ)        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2WL9.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO WLDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WL-STATUS.

           SELECT OPTIONAL CLEARED-FILE ASSIGN TO CLRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLR-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO VSAMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MAST-ID
             FILE STATUS IS MAST-STATUS.

           SELECT CARD-MASTER-FILE ASSIGN TO CARDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CARD-NUMBER
             FILE STATUS IS CARD-STATUS-CODE.

           SELECT ALERT-FILE ASSIGN TO ALRTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ALERT-STATUS.

           SELECT REPORT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * ONE LISTED NAME. TYPE P = PRIMARY NAME, A = ALIAS; ALL NAMES
      * OF ONE LISTED PARTY SHARE THE ENTRY ID.
       FD WATCHLIST-FILE RECORDING MODE IS F.
       01 WATCHLIST-REC.
          05 WL-ENTRY-ID PIC X(8).
          05 WL-NAME-TYPE PIC X(1).
          05 WL-NAME PIC X(30).
          05 WL-BIRTH PIC X(8).
          05 WL-DOC-NUMBER PIC X(10).
          05 FILLER PIC X(23).

      * AN ALERT RECORD AS WRITTEN TO ALRTDD, WITH THE ANALYST'S
      * DECISION ADDED IN THE LAST TEN BYTES.
       FD CLEARED-FILE RECORDING MODE IS F.
       01 CLEARED-REC.
          05 CLR-SOURCE PIC X(6).
          05 CLR-SUBJECT-ID PIC X(16).
          05 CLR-SUBJECT-NAME PIC X(30).
          05 CLR-ENTRY-ID PIC X(8).
          05 CLR-WL-NAME PIC X(30).
          05 CLR-SCORE PIC 9(3).
          05 CLR-MATCH-FIELD PIC X(9).
          05 CLR-RUN-DATE PIC 9(8).
          05 CLR-DECISION PIC X(1).
             88 CLR-FALSE-POSITIVE VALUE 'F'.
          05 CLR-ANALYST PIC X(8).
          05 FILLER PIC X(1).

      * CLIENT MASTER - SAME LAYOUT AS IN VSAMJOB9
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-REC.
          05 MAST-ID PIC X(6).
          05 MAST-NAME PIC X(30).
          05 MAST-BIRTH PIC X(8).
          05 MAST-PASSPORT PIC X(10).
          05 MAST-CITY PIC X(20).

      * CARD MASTER - SAME LAYOUT AS IN VSMJOB11
       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-NUMBER PIC 9(16).
          05 CARD-OWNER-NAME PIC X(20).
          05 CARD-EXPIRY-DATE PIC X(4).
          05 CARD-STATUS PIC X(1).

       FD ALERT-FILE RECORDING MODE IS F.
       01 ALERT-REC.
          05 ALR-SOURCE PIC X(6).
          05 ALR-SUBJECT-ID PIC X(16).
          05 ALR-SUBJECT-NAME PIC X(30).
          05 ALR-ENTRY-ID PIC X(8).
          05 ALR-WL-NAME PIC X(30).
          05 ALR-SCORE PIC 9(3).
          05 ALR-MATCH-FIELD PIC X(9).
          05 ALR-RUN-DATE PIC 9(8).
          05 FILLER PIC X(10).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES - TB_CUSTOMERS ROW
       01  HV-CUST-ID      PIC X(6).
       01  HV-CUST-NAME.
           49 HV-CUST-NAME-LEN  PIC S9(4) COMP-5.
           49 HV-CUST-NAME-TEXT PIC X(30).

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

           EXEC SQL
             DECLARE CUR-CUSTOMERS CURSOR FOR
             SELECT CUST_ID, CUST_NAME
               FROM TB_CUSTOMERS
           END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARM-STATUS PIC X(2).
          05 WL-STATUS PIC X(2).
          05 CLR-STATUS PIC X(2).
          05 MAST-STATUS PIC X(2).
          05 CARD-STATUS-CODE PIC X(2).
          05 ALERT-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * LOWEST SCORE THAT RAISES AN ALERT (PARMDD MINSCORE=)
       01 WS-MIN-SCORE PIC 9(3) VALUE 70.

      * WATCHLIST TABLE (LOADED FROM WLDD). WT-NAME-LEN IS THE NAME
      * LENGTH WITHOUT TRAILING SPACES.
       01 WL-TABLE-MAX PIC 9(5) VALUE 5000.
       01 WL-ROWS-LOADED PIC 9(5) VALUE 0.
       01 WL-ENTRIES-LOADED PIC 9(5) VALUE 0.
       01 WATCHLIST-TABLE.
          05 WL-ENTRY OCCURS 5000 TIMES.
             10 WT-ENTRY-ID PIC X(8).
             10 WT-NAME-TYPE PIC X(1).
             10 WT-NAME PIC X(30).
             10 WT-NAME-LEN PIC 9(2).
             10 WT-BIRTH PIC X(8).
             10 WT-DOC-NUMBER PIC X(10).
       01 WS-WL-SUB PIC 9(5) VALUE 0.

      * CLEARED-ALERT TABLE (LOADED FROM CLRDD, FALSE POSITIVES ONLY)
       01 CLR-TABLE-MAX PIC 9(5) VALUE 5000.
       01 CLR-ROWS-LOADED PIC 9(5) VALUE 0.
       01 CLEARED-TABLE.
          05 CLR-ENTRY OCCURS 5000 TIMES.
             10 CT-SOURCE PIC X(6).
             10 CT-SUBJECT-ID PIC X(16).
             10 CT-ENTRY-ID PIC X(8).
             10 CT-SCORE PIC 9(3).
       01 WS-CLR-SUB PIC 9(5) VALUE 0.
       01 WS-CLR-HIT PIC 9(5) VALUE 0.

      * THE PARTY BEING SCREENED
       01 WS-SUBJ-SOURCE PIC X(6).
       01 WS-SUBJ-ID PIC X(16).
       01 WS-SUBJ-NAME PIC X(30).
       01 WS-SUBJ-NAME-LEN PIC 9(2) VALUE 0.
       01 WS-SUBJ-BIRTH PIC X(8).
       01 WS-SUBJ-DOC PIC X(10).
      * LONGEST NAME THE SOURCE CAN HOLD - LISTED NAMES ARE CUT TO IT
       01 WS-SUBJ-NAME-MAX PIC 9(2) VALUE 30.

      * SCORING WORK FIELDS
       01 WS-ROW-SCORE PIC S9(3) VALUE 0.
       01 WS-ROW-FIELD PIC X(9).
       01 WS-BEST-SCORE PIC S9(3) VALUE 0.
       01 WS-BEST-FIELD PIC X(9).
       01 WS-BEST-SUB PIC 9(5) VALUE 0.
       01 WS-CUR-ENTRY-ID PIC X(8).
       01 WS-LEN-GAP PIC S9(3) VALUE 0.

      * NAMES HANDED TO THE EDIT-DISTANCE CALCULATION
       01 WS-NAME-A PIC X(30).
       01 WS-NAME-B PIC X(30).

      * EDIT DISTANCE BETWEEN WS-NAME-A AND WS-NAME-B
       01 WS-NAME-DIFF-COUNT PIC 9(2) VALUE 0.

      * WORKING FIELDS FOR THE LEVENSHTEIN EDIT-DISTANCE CALCULATION
      * IN COMPUTE-NAME-DIFF-COUNT. THE TABLE IS KEPT TO TWO ROWS
      * (PREVIOUS/CURRENT) SINCE ONLY THE ROW ABOVE IS EVER NEEDED.
       01 WS-EDIT-DISTANCE-FIELDS.
          05 WS-NAME1-LEN PIC 9(2) VALUE 0.
          05 WS-NAME2-LEN PIC 9(2) VALUE 0.
          05 WS-EDIT-I PIC 9(2) VALUE 0.
          05 WS-EDIT-J PIC 9(2) VALUE 0.
          05 WS-EDIT-COST PIC 9(2) VALUE 0.
          05 WS-EDIT-DELETE-COST PIC 9(2) VALUE 0.
          05 WS-EDIT-INSERT-COST PIC 9(2) VALUE 0.
          05 WS-EDIT-REPLACE-COST PIC 9(2) VALUE 0.
          05 WS-EDIT-MIN-COST PIC 9(2) VALUE 0.
       01 WS-EDIT-PREV-ROW.
          05 WS-EDIT-PREV PIC 9(2) OCCURS 31 TIMES VALUE 0.
       01 WS-EDIT-CURR-ROW.
          05 WS-EDIT-CURR PIC 9(2) OCCURS 31 TIMES VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CLIENTS-SCREENED PIC 9(7) VALUE 0.
          05 CUSTOMERS-SCREENED PIC 9(7) VALUE 0.
          05 CARDS-SCREENED PIC 9(7) VALUE 0.
          05 ALERTS-WRITTEN PIC 9(7) VALUE 0.
          05 ALERTS-SUPPRESSED PIC 9(7) VALUE 0.
          05 ALERTS-REOPENED PIC 9(7) VALUE 0.
          05 DOC-MATCHES PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED FIELDS
       01 WS-DISP-FIELDS.
          05 COUNT-DISP PIC Z(6)9.

      * REPORT LAYOUTS
       01 RPT-HEADING-1.
          05 FILLER PIC X(40)
             VALUE 'SOURCE SUBJECT-ID       ENTRY    SCR FIE'.
          05 FILLER PIC X(40)
             VALUE 'LD     SUBJECT NAME                     '.

       01 RPT-DETAIL.
          05 RD-SOURCE PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-SUBJECT-ID PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-ENTRY-ID PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-SCORE PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-FIELD PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-NAME PIC X(30).
          05 RD-NOTE PIC X(3).

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * WATCHLIST AND CLEARED ALERTS FIRST, THEN THE CLIENT
      * MASTER, TB_CUSTOMERS AND THE CARD MASTER IN TURN.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-FILE.
           PERFORM LOAD-WATCHLIST.
           PERFORM LOAD-CLEARED-ALERTS.
           PERFORM OPEN-OUTPUT-FILES.

           MOVE RPT-HEADING-1 TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCREEN-CLIENT-MASTER.
           PERFORM SCREEN-TB-CUSTOMERS.
           PERFORM SCREEN-CARD-MASTER.

           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-OUTPUT-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF ALERTS-WRITTEN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   MINSCORE=NNN    - LOWEST SCORE THAT RAISES AN ALERT.
      * NO PARMDD MEANS THE DEFAULT OF 70.
      **********************************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   MOVE '10' TO PARM-STATUS
                NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:9) = 'MINSCORE='
                         IF PARM-REC(10:3) IS NUMERIC
                            AND PARM-REC(10:3) > 0
                            MOVE PARM-REC(10:3) TO WS-MIN-SCORE
                         ELSE
                            DISPLAY 'WARNING: INVALID MINSCORE '
                                    'VALUE: ' PARM-REC(10:3)
                         END-IF
                       WHEN PARM-REC = SPACES
                         CONTINUE
                       WHEN OTHER
                         DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                                 PARM-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

      **********************************************
      * LOADS THE WATCHLIST. NAMES ARE UPPER-CASED AND MEASURED
      * ONCE HERE. AN ALIAS WITHOUT ITS OWN BIRTH DATE OR DOCUMENT
      * TAKES THEM FROM THE PREVIOUS ROW OF THE SAME ENTRY. AN
      * EMPTY WATCHLIST MEANS A BAD FEED, SO IT STOPS THE RUN.
      **********************************************
       LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WATCHLIST: ' WL-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WL-STATUS NOT = '00'
              READ WATCHLIST-FILE
                AT END
                   MOVE '10' TO WL-STATUS
                NOT AT END
                   IF WL-ENTRY-ID = SPACES OR WL-NAME = SPACES
                      DISPLAY 'WARNING: INVALID WATCHLIST ROW SKIPPED: '
                              WATCHLIST-REC(1:39)
                   ELSE
                      PERFORM ADD-WATCHLIST-ROW
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE WATCHLIST-FILE.

           IF WL-ROWS-LOADED = 0
              DISPLAY 'FATAL: NO VALID ROWS IN WLDD'
              STOP RUN
           END-IF.

       ADD-WATCHLIST-ROW.
           IF WL-ROWS-LOADED >= WL-TABLE-MAX
              DISPLAY 'FATAL: WATCHLIST TABLE OVERFLOW, MAX='
                      WL-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO WL-ROWS-LOADED.
           MOVE WL-ROWS-LOADED TO WS-WL-SUB.
           MOVE WL-ENTRY-ID TO WT-ENTRY-ID(WS-WL-SUB).
           MOVE WL-NAME-TYPE TO WT-NAME-TYPE(WS-WL-SUB).
           MOVE FUNCTION UPPER-CASE(WL-NAME) TO WT-NAME(WS-WL-SUB).
           MOVE WL-BIRTH TO WT-BIRTH(WS-WL-SUB).
           MOVE WL-DOC-NUMBER TO WT-DOC-NUMBER(WS-WL-SUB).
           MOVE WT-NAME(WS-WL-SUB) TO WS-NAME-A.
           PERFORM COMPUTE-NAME-A-LENGTH.
           MOVE WS-NAME1-LEN TO WT-NAME-LEN(WS-WL-SUB).

           IF WS-WL-SUB = 1
              OR WT-ENTRY-ID(WS-WL-SUB - 1) NOT = WL-ENTRY-ID
              ADD 1 TO WL-ENTRIES-LOADED
              EXIT PARAGRAPH
           END-IF.
           IF WT-BIRTH(WS-WL-SUB) = SPACES
              MOVE WT-BIRTH(WS-WL-SUB - 1) TO WT-BIRTH(WS-WL-SUB)
           END-IF.
           IF WT-DOC-NUMBER(WS-WL-SUB) = SPACES
              MOVE WT-DOC-NUMBER(WS-WL-SUB - 1)
                TO WT-DOC-NUMBER(WS-WL-SUB)
           END-IF.

      **********************************************
      * LOADS THE ANALYSTS' FALSE-POSITIVE DECISIONS. NO CLRDD
      * MEANS NOTHING HAS BEEN CLEARED YET.
      **********************************************
       LOAD-CLEARED-ALERTS.
           OPEN INPUT CLEARED-FILE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'NO CLEARED-ALERTS FILE - EVERY MATCH IS RAISED'
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CLR-STATUS NOT = '00'
              READ CLEARED-FILE
                AT END
                   MOVE '10' TO CLR-STATUS
                NOT AT END
                   IF CLR-FALSE-POSITIVE
                      IF CLR-ROWS-LOADED >= CLR-TABLE-MAX
                         DISPLAY 'FATAL: CLEARED TABLE OVERFLOW, MAX='
                                 CLR-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO CLR-ROWS-LOADED
                      MOVE CLR-SOURCE TO CT-SOURCE(CLR-ROWS-LOADED)
                      MOVE CLR-SUBJECT-ID
                        TO CT-SUBJECT-ID(CLR-ROWS-LOADED)
                      MOVE CLR-ENTRY-ID TO CT-ENTRY-ID(CLR-ROWS-LOADED)
                      IF CLR-SCORE IS NUMERIC
                         MOVE CLR-SCORE TO CT-SCORE(CLR-ROWS-LOADED)
                      ELSE
                         MOVE 100 TO CT-SCORE(CLR-ROWS-LOADED)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CLEARED-FILE.

      **********************************************
      * OPENS THE ALERT FILE AND THE REPORT.
      **********************************************
       OPEN-OUTPUT-FILES.
           OPEN OUTPUT ALERT-FILE.
           IF ALERT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ALERT FILE: ' ALERT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * SCREENS EVERY CLIENT ON THE VSAMJOB9 CLIENT MASTER - NAME,
      * BIRTH DATE AND PASSPORT ARE ALL AVAILABLE HERE.
      **********************************************
       SCREEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE.
           IF MAST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLIENT MASTER: ' MAST-STATUS
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ CLIENT-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO CLIENTS-SCREENED
                   MOVE 'CLIENT' TO WS-SUBJ-SOURCE
                   MOVE MAST-ID TO WS-SUBJ-ID
                   MOVE MAST-NAME TO WS-SUBJ-NAME
                   MOVE MAST-BIRTH TO WS-SUBJ-BIRTH
                   MOVE MAST-PASSPORT TO WS-SUBJ-DOC
                   MOVE 30 TO WS-SUBJ-NAME-MAX
                   PERFORM SCREEN-SUBJECT
              END-READ
              IF MAST-STATUS NOT = '00' AND MAST-STATUS NOT = '10'
                 DISPLAY 'ERROR READING CLIENT MASTER: ' MAST-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE CLIENT-MASTER-FILE.

      **********************************************
      * SCREENS EVERY TB_CUSTOMERS ROW - NAME ONLY. THE NAME IS
      * CLEARED BEFORE EACH FETCH SO A SHORT VARCHAR LEAVES NO
      * TAIL OF THE LAST ONE.
      **********************************************
       SCREEN-TB-CUSTOMERS.
           EXEC SQL
             OPEN CUR-CUSTOMERS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              MOVE SPACES TO HV-CUST-NAME-TEXT
              EXEC SQL
                FETCH CUR-CUSTOMERS
                 INTO :HV-CUST-ID, :HV-CUST-NAME
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO CUSTOMERS-SCREENED
                    MOVE 'TBCUST' TO WS-SUBJ-SOURCE
                    MOVE HV-CUST-ID TO WS-SUBJ-ID
                    MOVE HV-CUST-NAME-TEXT TO WS-SUBJ-NAME
                    MOVE SPACES TO WS-SUBJ-BIRTH
                    MOVE SPACES TO WS-SUBJ-DOC
                    MOVE 30 TO WS-SUBJ-NAME-MAX
                    PERFORM SCREEN-SUBJECT
                 WHEN 100
                    SET EOF TO TRUE
                 WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'FETCH ERROR: ' WS-SQLCODE-DISP
                    STOP RUN
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE CUR-CUSTOMERS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: ERROR CLOSING CURSOR: ' WS-SQLCODE-DISP
           END-IF.

      **********************************************
      * SCREENS THE OWNER OF EVERY CARD ON THE VSMJOB11 CARD
      * MASTER. THE OWNER NAME IS 20 LONG, SO LISTED NAMES ARE
      * CUT TO 20 FOR THE COMPARISON.
      **********************************************
       SCREEN-CARD-MASTER.
           OPEN INPUT CARD-MASTER-FILE.
           IF CARD-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER: ' CARD-STATUS-CODE
              STOP RUN
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ CARD-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO CARDS-SCREENED
                   MOVE 'CARD' TO WS-SUBJ-SOURCE
                   MOVE CARD-NUMBER TO WS-SUBJ-ID
                   MOVE CARD-OWNER-NAME TO WS-SUBJ-NAME
                   MOVE SPACES TO WS-SUBJ-BIRTH
                   MOVE SPACES TO WS-SUBJ-DOC
                   MOVE 20 TO WS-SUBJ-NAME-MAX
                   PERFORM SCREEN-SUBJECT
              END-READ
              IF CARD-STATUS-CODE NOT = '00'
                 AND CARD-STATUS-CODE NOT = '10'
                 DISPLAY 'ERROR READING CARD MASTER: ' CARD-STATUS-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.

      **********************************************
      * SCREENS ONE PARTY AGAINST THE WHOLE WATCHLIST. THE ROWS
      * OF ONE ENTRY ARE CONSECUTIVE; THE BEST SCORE OVER THEM IS
      * TAKEN WHEN THE ENTRY ID CHANGES.
      **********************************************
       SCREEN-SUBJECT.
           IF WS-SUBJ-NAME = SPACES AND WS-SUBJ-DOC = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SUBJ-NAME) TO WS-SUBJ-NAME.
           MOVE WS-SUBJ-NAME TO WS-NAME-A.
           PERFORM COMPUTE-NAME-A-LENGTH.
           MOVE WS-NAME1-LEN TO WS-SUBJ-NAME-LEN.

           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-SUB.
           MOVE WT-ENTRY-ID(1) TO WS-CUR-ENTRY-ID.
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WL-ROWS-LOADED
              IF WT-ENTRY-ID(WS-WL-SUB) NOT = WS-CUR-ENTRY-ID
                 PERFORM CHECK-ENTRY-ALERT
                 MOVE WT-ENTRY-ID(WS-WL-SUB) TO WS-CUR-ENTRY-ID
                 MOVE 0 TO WS-BEST-SCORE
                 MOVE 0 TO WS-BEST-SUB
              END-IF
              PERFORM SCORE-WATCHLIST-ROW
              IF WS-ROW-SCORE > WS-BEST-SCORE
                 MOVE WS-ROW-SCORE TO WS-BEST-SCORE
                 MOVE WS-ROW-FIELD TO WS-BEST-FIELD
                 MOVE WS-WL-SUB TO WS-BEST-SUB
              END-IF
           END-PERFORM.
           PERFORM CHECK-ENTRY-ALERT.

      **********************************************
      * SCORES THE PARTY AGAINST ONE LISTED NAME INTO WS-ROW-SCORE
      * AND WS-ROW-FIELD. A DOCUMENT HIT IS CONCLUSIVE; OTHERWISE
      * THE NAME MUST BE WITHIN TWO EDITS BEFORE THE BIRTH DATE
      * RAISES OR LOWERS THE SCORE.
      **********************************************
       SCORE-WATCHLIST-ROW.
           MOVE 0 TO WS-ROW-SCORE.
           MOVE SPACES TO WS-ROW-FIELD.

           IF WS-SUBJ-DOC NOT = SPACES
              AND WS-SUBJ-DOC = WT-DOC-NUMBER(WS-WL-SUB)
              MOVE 100 TO WS-ROW-SCORE
              MOVE 'DOCNO' TO WS-ROW-FIELD
              EXIT PARAGRAPH
           END-IF.

           IF WS-SUBJ-NAME-LEN = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NAME-B.
           MOVE WT-NAME(WS-WL-SUB)(1:WS-SUBJ-NAME-MAX) TO WS-NAME-B.
           MOVE WT-NAME-LEN(WS-WL-SUB) TO WS-NAME2-LEN.
           IF WS-NAME2-LEN > WS-SUBJ-NAME-MAX
              MOVE WS-SUBJ-NAME-MAX TO WS-NAME2-LEN
           END-IF.
           COMPUTE WS-LEN-GAP = WS-SUBJ-NAME-LEN - WS-NAME2-LEN.
           IF WS-LEN-GAP > 2 OR WS-LEN-GAP < -2
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SUBJ-NAME-LEN TO WS-NAME1-LEN.
           PERFORM COMPUTE-NAME-DIFF-COUNT.
           IF WS-NAME-DIFF-COUNT > 2
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ROW-SCORE = 90 - (10 * WS-NAME-DIFF-COUNT).
           IF WT-NAME-TYPE(WS-WL-SUB) = 'A'
              MOVE 'ALIAS' TO WS-ROW-FIELD
           ELSE
              MOVE 'NAME' TO WS-ROW-FIELD
           END-IF.
           IF WS-SUBJ-BIRTH NOT = SPACES
              AND WT-BIRTH(WS-WL-SUB) NOT = SPACES
              IF WS-SUBJ-BIRTH = WT-BIRTH(WS-WL-SUB)
                 ADD 10 TO WS-ROW-SCORE
                 IF WT-NAME-TYPE(WS-WL-SUB) = 'A'
                    MOVE 'ALIAS+DOB' TO WS-ROW-FIELD
                 ELSE
                    MOVE 'NAME+DOB' TO WS-ROW-FIELD
                 END-IF
              ELSE
                 SUBTRACT 20 FROM WS-ROW-SCORE
              END-IF
           END-IF.

      **********************************************
      * RAISES THE ALERT FOR THE ENTRY JUST FINISHED WHEN ITS BEST
      * SCORE REACHES MINSCORE - UNLESS AN ANALYST CLEARED THIS
      * PARTY AND ENTRY AT THE SAME OR A HIGHER SCORE.
      **********************************************
       CHECK-ENTRY-ALERT.
           IF WS-BEST-SUB = 0 OR WS-BEST-SCORE < WS-MIN-SCORE
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CLR-HIT.
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                   UNTIL WS-CLR-SUB > CLR-ROWS-LOADED
              IF CT-SOURCE(WS-CLR-SUB) = WS-SUBJ-SOURCE
                 AND CT-SUBJECT-ID(WS-CLR-SUB) = WS-SUBJ-ID
                 AND CT-ENTRY-ID(WS-CLR-SUB) = WS-CUR-ENTRY-ID
                 MOVE WS-CLR-SUB TO WS-CLR-HIT
                 MOVE CLR-ROWS-LOADED TO WS-CLR-SUB
              END-IF
           END-PERFORM.
           IF WS-CLR-HIT > 0
              IF WS-BEST-SCORE <= CT-SCORE(WS-CLR-HIT)
                 ADD 1 TO ALERTS-SUPPRESSED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ALERTS-REOPENED
           END-IF.

           PERFORM WRITE-ALERT-RECORD.

       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-REC.
           MOVE WS-SUBJ-SOURCE TO ALR-SOURCE.
           MOVE WS-SUBJ-ID TO ALR-SUBJECT-ID.
           MOVE WS-SUBJ-NAME TO ALR-SUBJECT-NAME.
           MOVE WS-CUR-ENTRY-ID TO ALR-ENTRY-ID.
           MOVE WT-NAME(WS-BEST-SUB) TO ALR-WL-NAME.
           MOVE WS-BEST-SCORE TO ALR-SCORE.
           MOVE WS-BEST-FIELD TO ALR-MATCH-FIELD.
           MOVE WS-RUN-DATE TO ALR-RUN-DATE.
           WRITE ALERT-REC.
           IF ALERT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ALERT FILE: ' ALERT-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO ALERTS-WRITTEN.
           IF WS-BEST-FIELD = 'DOCNO'
              ADD 1 TO DOC-MATCHES
           END-IF.

           MOVE WS-SUBJ-SOURCE TO RD-SOURCE.
           MOVE WS-SUBJ-ID TO RD-SUBJECT-ID.
           MOVE WS-CUR-ENTRY-ID TO RD-ENTRY-ID.
           MOVE WS-BEST-SCORE TO RD-SCORE.
           MOVE WS-BEST-FIELD TO RD-FIELD.
           MOVE WS-SUBJ-NAME TO RD-NAME.
           IF WS-CLR-HIT > 0
              MOVE ' RE' TO RD-NOTE
           ELSE
              MOVE SPACES TO RD-NOTE
           END-IF.
           MOVE RPT-DETAIL TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * COMPUTES THE LEVENSHTEIN EDIT DISTANCE (INSERT/DELETE/
      * REPLACE ONE CHARACTER = ONE UNIT) BETWEEN WS-NAME-A AND
      * WS-NAME-B INTO WS-NAME-DIFF-COUNT - THE SAME CALCULATION
      * VSAMJOB9 USES FOR TYPO'D DUPLICATE NAMES. THE CALLER SETS
      * THE TRIMMED LENGTHS WS-NAME1-LEN AND WS-NAME2-LEN.
      **********************************************
       COMPUTE-NAME-DIFF-COUNT.
           PERFORM VARYING WS-EDIT-J FROM 0 BY 1
                     UNTIL WS-EDIT-J > WS-NAME2-LEN
              MOVE WS-EDIT-J TO WS-EDIT-PREV(WS-EDIT-J + 1)
           END-PERFORM.

           PERFORM VARYING WS-EDIT-I FROM 1 BY 1
                     UNTIL WS-EDIT-I > WS-NAME1-LEN
              MOVE WS-EDIT-I TO WS-EDIT-CURR(1)
              PERFORM VARYING WS-EDIT-J FROM 1 BY 1
                        UNTIL WS-EDIT-J > WS-NAME2-LEN
                 IF WS-NAME-A(WS-EDIT-I:1) = WS-NAME-B(WS-EDIT-J:1)
                    MOVE 0 TO WS-EDIT-COST
                 ELSE
                    MOVE 1 TO WS-EDIT-COST
                 END-IF
                 COMPUTE WS-EDIT-DELETE-COST =
                         WS-EDIT-PREV(WS-EDIT-J + 1) + 1
                 COMPUTE WS-EDIT-INSERT-COST =
                         WS-EDIT-CURR(WS-EDIT-J) + 1
                 COMPUTE WS-EDIT-REPLACE-COST =
                         WS-EDIT-PREV(WS-EDIT-J) + WS-EDIT-COST
                 MOVE WS-EDIT-DELETE-COST TO WS-EDIT-MIN-COST
                 IF WS-EDIT-INSERT-COST < WS-EDIT-MIN-COST
                    MOVE WS-EDIT-INSERT-COST TO WS-EDIT-MIN-COST
                 END-IF
                 IF WS-EDIT-REPLACE-COST < WS-EDIT-MIN-COST
                    MOVE WS-EDIT-REPLACE-COST TO WS-EDIT-MIN-COST
                 END-IF
                 MOVE WS-EDIT-MIN-COST TO WS-EDIT-CURR(WS-EDIT-J + 1)
              END-PERFORM
              MOVE WS-EDIT-CURR-ROW TO WS-EDIT-PREV-ROW
           END-PERFORM.

           MOVE WS-EDIT-PREV(WS-NAME2-LEN + 1) TO WS-NAME-DIFF-COUNT.

      **********************************************
      * LENGTH OF WS-NAME-A WITHOUT TRAILING SPACES INTO
      * WS-NAME1-LEN.
      **********************************************
       COMPUTE-NAME-A-LENGTH.
           PERFORM VARYING WS-NAME1-LEN FROM 30 BY -1
                     UNTIL WS-NAME1-LEN = 0
                        OR WS-NAME-A(WS-NAME1-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

      **********************************************
      * CLOSING SECTION OF THE REPORT: PARTIES SCREENED PER
      * SOURCE AND THE ALERT COUNTS.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

           MOVE CLIENTS-SCREENED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CLIENTS SCREENED:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CUSTOMERS-SCREENED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CUSTOMERS SCREENED:  ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CARDS-SCREENED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CARDS SCREENED:      ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ALERTS-WRITTEN TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'ALERTS RAISED:       ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ALERTS-REOPENED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING '  RAISED AGAIN (RE): ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ALERTS-SUPPRESSED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CLEARED, NOT RAISED: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES ONE LINE TO THE REPORT.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-OUT-MSG TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSES THE ALERT FILE AND THE REPORT.
      **********************************************
       CLOSE-OUTPUT-FILES.
           CLOSE ALERT-FILE.
           IF ALERT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ALERT FILE: '
                      ALERT-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                      REPORT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'WATCHLIST SCREENING SUMMARY'.
           DISPLAY '========================================'.
           MOVE WL-ENTRIES-LOADED TO COUNT-DISP.
           DISPLAY 'LISTED PARTIES:      ' COUNT-DISP.
           MOVE WL-ROWS-LOADED TO COUNT-DISP.
           DISPLAY 'LISTED NAMES:        ' COUNT-DISP.
           MOVE CLR-ROWS-LOADED TO COUNT-DISP.
           DISPLAY 'CLEARED DECISIONS:   ' COUNT-DISP.
           MOVE CLIENTS-SCREENED TO COUNT-DISP.
           DISPLAY 'CLIENTS SCREENED:    ' COUNT-DISP.
           MOVE CUSTOMERS-SCREENED TO COUNT-DISP.
           DISPLAY 'CUSTOMERS SCREENED:  ' COUNT-DISP.
           MOVE CARDS-SCREENED TO COUNT-DISP.
           DISPLAY 'CARDS SCREENED:      ' COUNT-DISP.
           MOVE ALERTS-WRITTEN TO COUNT-DISP.
           DISPLAY 'ALERTS RAISED:       ' COUNT-DISP.
           MOVE DOC-MATCHES TO COUNT-DISP.
           DISPLAY 'DOCUMENT MATCHES:    ' COUNT-DISP.
           MOVE ALERTS-REOPENED TO COUNT-DISP.
           DISPLAY 'RAISED AGAIN:        ' COUNT-DISP.
           MOVE ALERTS-SUPPRESSED TO COUNT-DISP.
           DISPLAY 'CLEARED, NOT RAISED: ' COUNT-DISP.
           DISPLAY '========================================'.
