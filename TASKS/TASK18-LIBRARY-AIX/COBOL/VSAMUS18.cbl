      ******************************************************************
      * LIBRARY COLLECTION USAGE STATISTICS AND WEEDING CANDIDATES     *
      *                                                                *
      * PURPOSE:                                                       *
      * TELLS THE LIBRARY COMMITTEE WHICH TITLES CIRCULATE AND WHICH   *
      * ONLY TAKE UP SHELF SPACE. READS THE CIRCULATION ACTIVITY LOG   *
      * HISTORY (VSAMCR18), THE LOAN LEDGER AND THE HOLD QUEUE         *
      * AGAINST THE CATALOG AND PRINTS CHECKOUT COUNTS PER TITLE, PER  *
      * AUTHOR AND PER PUBLICATION DECADE, THE TOP 50 MOST BORROWED    *
      * TITLES, HOLD QUEUE LENGTHS WITH TITLES THAT NEED EXTRA COPIES, *
      * AND THE WEEDING CANDIDATE LIST.                                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARMDD (OPTIONAL): PERIOD FROM AND TO DATES (YYYYMMDD),      *
      *   WEEDING WINDOW IN YEARS AND THE HOLDS-PER-COPY RATIO THAT    *
      *   FLAGS A TITLE FOR EXTRA COPIES. DEFAULTS: THE 365 DAYS       *
      *   ENDING ON THE RUN DATE, 3 YEARS, 3 HOLDS PER COPY. A DATE    *
      *   THAT IS NOT A VALID YYYYMMDD, OR A FROM DATE AFTER THE TO    *
      *   DATE, REFUSES THE RUN WITH RETURN CODE 12.                   *
      *   A CHECKOUT IS AN ACTIVITY LOG RECORD WITH ACTION C AND       *
      *   RESULT APPLIED, OR ACTION H AND RESULT FILLED (A HOLD        *
      *   FILLED BY A RETURN). EVERYTHING ELSE ON THE LOG IS IGNORED.  *
      *   CHECKOUTS DATED IN THE PERIOD ARE COUNTED FOR THE            *
      *   STATISTICS; CHECKOUTS IN THE WEEDING WINDOW (THE N YEARS     *
      *   ENDING ON THE TO DATE) DECIDE THE WEEDING LIST, SO LOGDD     *
      *   MUST CARRY AT LEAST THAT MUCH HISTORY.                       *
      *   REPORT SECTIONS (RPTDD):                                     *
      *     1. EVERY TITLE: COPIES, CHECKOUTS IN THE PERIOD, COPIES    *
      *        OUT NOW (LOAN LEDGER), HOLDS WAITING, BUY FLAG.         *
      *     2. CHECKOUTS PER AUTHOR (SORTED BY AUTHOR).                *
      *     3. CHECKOUTS PER PUBLICATION DECADE FROM VSAM-YEAR         *
      *        (NON-NUMERIC OR PRE-1500 YEARS GROUPED AS UNKNOWN).     *
      *     4. TOP 50 MOST BORROWED TITLES IN THE PERIOD.              *
      *     5. TITLES WITH HOLDS: QUEUE LENGTH, HOLDS PER COPY, AND    *
      *        BUY EXTRA COPIES WHEN HOLDS PER COPY REACH THE RATIO    *
      *        (ANY HOLD ON A TITLE WITH NO COPIES); AVERAGE QUEUE     *
      *        LENGTH OVER TITLES WITH HOLDS.                          *
      *     6. WEEDING CANDIDATES: NO CHECKOUTS IN THE WEEDING WINDOW, *
      *        NOTHING OUT NOW AND NO ONE WAITING.                     *
      *   LOG RECORDS FOR ISBNS NO LONGER IN THE CATALOG ARE COUNTED   *
      *   AND SKIPPED.                                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (LIBRARY.MASTER) - LIBRARY CATALOG (VSAM KSDS)  *
      *         LOGDD (BORROWER.LOG.HIST) - ACTIVITY LOG (PS, 80 B)    *
      *         LOANDD (LOAN.LEDGER) - LOANS AND FINES (VSAM KSDS)     *
      *         HLDDD (HOLD.QUEUE) - HOLD QUEUE PER ISBN (VSAM KSDS)   *
      *         PARMDD (USAGE.PARM) - PERIOD AND THRESHOLDS (PS, OPT)  *
      * OUTPUT: RPTDD (USAGE.REPORT) - USAGE STATISTICS (PS, 80 B)     *
      * SORT:   SRTDD (WORK.SORT) - SORT WORK FILE (SD, TEMPORARY)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMUS18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VSAM-ISBN
              ALTERNATE RECORD KEY IS VSAM-AUTHOR WITH DUPLICATES
              FILE STATUS IS VSAM-STATUS.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO LOGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOG-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOAN-KEY
              FILE STATUS IS LOAN-STATUS.

           SELECT HOLDS-FILE ASSIGN TO HLDDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS HOLD-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO SRTDD.

       DATA DIVISION.
       FILE SECTION.

      * TITLE RECORD IN THE VSAMCR18 LAYOUT
       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-ISBN PIC X(10).
          05 VSAM-AUTHOR PIC X(20).
          05 VSAM-TITLE PIC X(30).
          05 VSAM-YEAR PIC X(4).
          05 VSAM-YEAR-N REDEFINES VSAM-YEAR PIC 9(4).
          05 VSAM-CHECKED-OUT PIC X(1).
          05 FILLER PIC X(8).
          05 VSAM-COPY-COUNT PIC 9(3).
          05 FILLER PIC X(4).

      * BORROWER ACTIVITY LOG IN THE VSAMCR18 LAYOUT
       FD ACTIVITY-LOG-FILE RECORDING MODE IS F.
       01 ACTIVITY-LOG-REC.
          05 LOG-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 LOG-ISBN PIC X(10).
          05 FILLER PIC X(1).
          05 LOG-BORROWER-ID PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-DATE PIC X(8).
          05 LOG-DATE-N REDEFINES LOG-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 LOG-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 LOG-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 LOG-COPY-NO PIC X(3).
          05 FILLER PIC X(11).

      * LOAN LEDGER IN THE VSAMCR18 LAYOUT
       FD LOAN-LEDGER-FILE.
       01 LOAN-REC.
          05 LOAN-KEY.
             10 LOAN-ISBN PIC X(10).
             10 LOAN-COPY-NO PIC 9(3).
          05 LOAN-BORROWER-ID PIC X(8).
          05 LOAN-DUE-DATE PIC 9(8).
          05 LOAN-FINE PIC 9(5)V99.
          05 LOAN-ACCRUED-TO PIC 9(8).

      * HOLD QUEUE IN THE VSAMCR18 LAYOUT
       FD HOLDS-FILE.
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HOLD-ISBN PIC X(10).
             10 HOLD-SEQ PIC 9(3).
          05 HOLD-PATRON-ID PIC X(8).
          05 HOLD-PLACED-DATE PIC 9(8).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 SRT-AUTHOR PIC X(20).
          05 SRT-CHECKOUTS PIC 9(5).
          05 SRT-ISBN PIC X(10).
          05 SRT-TITLE PIC X(30).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 VSAM-STATUS PIC X(2).
          05 LOG-STATUS PIC X(2).
          05 LOAN-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SORT-EOF PIC X(1) VALUE 'N'.
             88 SORT-EOF VALUE 'Y'.
          05 WS-TITLE-FOUND-SW PIC X(1) VALUE 'N'.
             88 TITLE-FOUND VALUE 'Y'.
             88 TITLE-NOT-FOUND VALUE 'N'.

      * PARAMETER RECORD AS READ FROM PARMDD (ALL SPACES WHEN THE
      * FILE IS ABSENT OR EMPTY)
       01 WS-PARAM-REC.
          05 PARM-FROM-DATE PIC X(8).
          05 PARM-FROM-DATE-N REDEFINES PARM-FROM-DATE PIC 9(8).
          05 PARM-TO-DATE PIC X(8).
          05 PARM-TO-DATE-N REDEFINES PARM-TO-DATE PIC 9(8).
          05 PARM-WEED-YEARS PIC X(2).
          05 PARM-WEED-YEARS-N REDEFINES PARM-WEED-YEARS PIC 9(2).
          05 PARM-HOLD-RATIO PIC X(2).
          05 PARM-HOLD-RATIO-N REDEFINES PARM-HOLD-RATIO PIC 9(2).
          05 FILLER PIC X(60).

      * RUN PARAMETERS (DEFAULTED, OVERRIDDEN BY PARMDD)
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE-X REDEFINES WS-TO-DATE.
          05 WS-TO-YYYY PIC 9(4).
          05 WS-TO-MMDD PIC 9(4).
       01 WS-WEED-YEARS PIC 9(2) VALUE 3.
       01 WS-HOLD-RATIO PIC 9(2) VALUE 3.
       01 WS-WEED-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-WEED-FROM-X REDEFINES WS-WEED-FROM-DATE.
          05 WS-WEED-FROM-YYYY PIC 9(4).
          05 WS-WEED-FROM-MMDD PIC 9(4).
       01 WS-DATE-INT PIC 9(8) VALUE 0.

      * TITLE TABLE, LOADED FROM THE CATALOG IN ISBN ORDER SO IT
      * CAN BE BINARY-SEARCHED BY ISBN
       01 TITLE-TABLE-MAX PIC 9(5) VALUE 5000.
       01 TITLE-COUNT PIC 9(5) VALUE 0.
       01 TITLE-TABLE.
          05 TT-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON TITLE-COUNT
                      ASCENDING KEY IS TT-ISBN
                      INDEXED BY TT-IDX.
             10 TT-ISBN PIC X(10).
             10 TT-AUTHOR PIC X(20).
             10 TT-TITLE PIC X(30).
             10 TT-YEAR PIC X(4).
             10 TT-YEAR-N REDEFINES TT-YEAR PIC 9(4).
             10 TT-COPIES PIC 9(3).
             10 TT-CHECKOUTS PIC 9(5).
             10 TT-WEED-CHECKOUTS PIC 9(5).
             10 TT-OUT-NOW PIC 9(3).
             10 TT-HOLDS PIC 9(3).
       01 WS-TITLE-SUB PIC 9(5) VALUE 0.
       01 WS-PRIOR-ISBN PIC X(10) VALUE LOW-VALUES.

      * DECADE TABLE: 1500S TO 2090S, PLUS AN UNKNOWN BUCKET
       01 DECADE-TABLE.
          05 DEC-ENTRY OCCURS 60 TIMES.
             10 DEC-TITLES PIC 9(5).
             10 DEC-CHECKOUTS PIC 9(7).
       01 DEC-UNKNOWN-TITLES PIC 9(5) VALUE 0.
       01 DEC-UNKNOWN-CHECKOUTS PIC 9(7) VALUE 0.
       01 WS-DEC-SUB PIC 9(3) VALUE 0.
       01 WS-DECADE-YEAR PIC 9(4) VALUE 0.

      * AUTHOR CONTROL BREAK AND TOP-50 WORK FIELDS
       01 WS-PRIOR-AUTHOR PIC X(20) VALUE SPACES.
       01 WS-AUTHOR-TITLES PIC 9(5) VALUE 0.
       01 WS-AUTHOR-CHECKOUTS PIC 9(7) VALUE 0.
       01 TOP-LIST-MAX PIC 9(3) VALUE 50.
       01 WS-RANK PIC 9(3) VALUE 0.

      * HOLD QUEUE WORK FIELDS
       01 WS-HOLDS-PER-COPY PIC 9(3)V99 VALUE 0.
       01 WS-BUY-LIMIT PIC 9(5) VALUE 0.
       01 WS-AVG-QUEUE PIC 9(3)V99 VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 LOG-RECORDS-READ PIC 9(7) VALUE 0.
          05 CHECKOUTS-IN-PERIOD PIC 9(7) VALUE 0.
          05 CHECKOUTS-IN-WINDOW PIC 9(7) VALUE 0.
          05 LOG-NOT-IN-CATALOG PIC 9(7) VALUE 0.
          05 LOG-BAD-DATE PIC 9(7) VALUE 0.
          05 LOANS-READ PIC 9(7) VALUE 0.
          05 HOLDS-READ PIC 9(7) VALUE 0.
          05 TITLES-WITH-HOLDS PIC 9(5) VALUE 0.
          05 TITLES-BUY-FLAGGED PIC 9(5) VALUE 0.
          05 WEEDING-CANDIDATES PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TITLE-COUNT-DISP PIC Z(6)9.
          05 LOG-RECORDS-READ-DISP PIC Z(6)9.
          05 CHECKOUTS-IN-PERIOD-DISP PIC Z(6)9.
          05 LOG-NOT-IN-CATALOG-DISP PIC Z(6)9.
          05 LOG-BAD-DATE-DISP PIC Z(6)9.
          05 TITLES-BUY-FLAGGED-DISP PIC Z(6)9.
          05 WEEDING-CANDIDATES-DISP PIC Z(6)9.

      * REPORT LINES
       01 TITLE-LINE.
          05 FILLER PIC X(28) VALUE 'COLLECTION USAGE STATISTICS '.
          05 FILLER PIC X(7) VALUE 'PERIOD '.
          05 TL-FROM-DATE PIC 9(8).
          05 FILLER PIC X(4) VALUE ' TO '.
          05 TL-TO-DATE PIC 9(8).
          05 FILLER PIC X(25) VALUE SPACES.

       01 SECTION-LINE.
          05 SL-TEXT PIC X(80).

       01 SEPARATOR-LINE.
          05 FILLER PIC X(80) VALUE ALL '-'.

       01 TITLE-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'ISBN       TITLE                     AUT'.
          05 FILLER PIC X(40) VALUE
             'HOR          YEAR CPY CKOUT OUT HLD BUY '.

       01 TITLE-DETAIL-LINE.
          05 TD-ISBN PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-TITLE PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-AUTHOR PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-YEAR PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-COPIES PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-CHECKOUTS PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-OUT-NOW PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-HOLDS PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TD-BUY-FLAG PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.

       01 AUTHOR-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'AUTHOR                TITLES  CHECKOUTS'.
          05 FILLER PIC X(40) VALUE SPACES.

       01 AUTHOR-DETAIL-LINE.
          05 AD-AUTHOR PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AD-TITLES PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 AD-CHECKOUTS PIC ZZZZZZ9.
          05 FILLER PIC X(42) VALUE SPACES.

       01 DECADE-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'DECADE      TITLES  CHECKOUTS'.
          05 FILLER PIC X(40) VALUE SPACES.

       01 DECADE-DETAIL-LINE.
          05 DD-DECADE PIC X(7).
          05 FILLER PIC X(5) VALUE SPACES.
          05 DD-TITLES PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DD-CHECKOUTS PIC ZZZZZZ9.
          05 FILLER PIC X(52) VALUE SPACES.

       01 DECADE-NAME.
          05 DN-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE 'S'.
          05 FILLER PIC X(2) VALUE SPACES.

       01 TOP-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'RANK ISBN       TITLE                   '.
          05 FILLER PIC X(40) VALUE
             '       AUTHOR               CHECKOUTS   '.

       01 TOP-DETAIL-LINE.
          05 TP-RANK PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TP-ISBN PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TP-TITLE PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TP-AUTHOR PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TP-CHECKOUTS PIC ZZZZ9.
          05 FILLER PIC X(7) VALUE SPACES.

       01 HOLD-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'ISBN       TITLE                        '.
          05 FILLER PIC X(40) VALUE
             '  CPY HLD PER CPY                       '.

       01 HOLD-DETAIL-LINE.
          05 HD-ISBN PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-TITLE PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-COPIES PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-HOLDS PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-PER-COPY PIC ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HD-BUY-FLAG PIC X(16).
          05 FILLER PIC X(6) VALUE SPACES.

       01 HOLD-SUMMARY-LINE.
          05 FILLER PIC X(19) VALUE 'TITLES WITH HOLDS: '.
          05 HS-TITLES PIC ZZZZ9.
          05 FILLER PIC X(17) VALUE '  HOLDS WAITING: '.
          05 HS-HOLDS PIC ZZZZ9.
          05 FILLER PIC X(17) VALUE '  AVERAGE QUEUE: '.
          05 HS-AVERAGE PIC ZZ9.99.
          05 FILLER PIC X(11) VALUE SPACES.

       01 WEED-HEAD-LINE.
          05 FILLER PIC X(40) VALUE
             'ISBN       TITLE                        '.
          05 FILLER PIC X(40) VALUE
             '  AUTHOR               YEAR CPY         '.

       01 WEED-DETAIL-LINE.
          05 WD-ISBN PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-TITLE PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-AUTHOR PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-YEAR PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-COPIES PIC ZZ9.
          05 FILLER PIC X(9) VALUE SPACES.

       01 NONE-LINE.
          05 FILLER PIC X(5) VALUE SPACES.
          05 FILLER PIC X(75) VALUE 'NONE'.

      **********************************************
      * MAIN FLOW: PARAMETERS -> LOAD CATALOG -> COUNT LOG, LOANS
      * AND HOLDS -> PRINT THE SIX SECTIONS -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           INITIALIZE DECADE-TABLE.
           PERFORM READ-PARAMETERS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-TITLE-TABLE.
           PERFORM COUNT-CHECKOUTS.
           PERFORM COUNT-LOANS-OUT.
           PERFORM COUNT-HOLDS.
           PERFORM WRITE-REPORT-TITLE.
           PERFORM WRITE-TITLE-SECTION.
           PERFORM WRITE-SECTION-BREAK.
           MOVE 'CHECKOUTS PER AUTHOR' TO SL-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-AUTHOR
               INPUT PROCEDURE IS RELEASE-TITLES
               OUTPUT PROCEDURE IS WRITE-AUTHOR-SECTION.
           PERFORM WRITE-SECTION-BREAK.
           PERFORM WRITE-DECADE-SECTION.
           PERFORM WRITE-SECTION-BREAK.
           MOVE 'TOP 50 MOST BORROWED TITLES' TO SL-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           SORT SORT-FILE
               ON DESCENDING KEY SRT-CHECKOUTS
               ON ASCENDING KEY SRT-ISBN
               INPUT PROCEDURE IS RELEASE-TITLES
               OUTPUT PROCEDURE IS WRITE-TOP-SECTION.
           PERFORM WRITE-SECTION-BREAK.
           PERFORM WRITE-HOLD-SECTION.
           PERFORM WRITE-SECTION-BREAK.
           PERFORM WRITE-WEEDING-SECTION.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * READS THE OPTIONAL PARAMETERS AND WORKS OUT THE PERIOD
      * AND THE START OF THE WEEDING WINDOW. BLANK FIELDS KEEP
      * THEIR DEFAULTS; AN INVALID DATE REFUSES THE RUN.
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           MOVE SPACES TO WS-PARAM-REC.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = '00'
              READ PARAM-FILE INTO WS-PARAM-REC
                AT END
                   MOVE SPACES TO WS-PARAM-REC
              END-READ
              CLOSE PARAM-FILE
           END-IF.
           IF PARAM-STATUS = '05'
              CLOSE PARAM-FILE
           END-IF.

           IF PARM-TO-DATE NOT = SPACES
              IF PARM-TO-DATE IS NOT NUMERIC
                 DISPLAY 'INVALID TO DATE ON PARMDD: ' PARM-TO-DATE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(PARM-TO-DATE-N) NOT = 0
                 DISPLAY 'INVALID TO DATE ON PARMDD: ' PARM-TO-DATE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-TO-DATE-N TO WS-TO-DATE
           END-IF.

           IF PARM-FROM-DATE NOT = SPACES
              IF PARM-FROM-DATE IS NOT NUMERIC
                 DISPLAY 'INVALID FROM DATE ON PARMDD: '
                         PARM-FROM-DATE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(PARM-FROM-DATE-N)
                 NOT = 0
                 DISPLAY 'INVALID FROM DATE ON PARMDD: '
                         PARM-FROM-DATE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-FROM-DATE-N TO WS-FROM-DATE
           ELSE
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 364
              COMPUTE WS-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'FROM DATE ' WS-FROM-DATE
                      ' IS AFTER TO DATE ' WS-TO-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF PARM-WEED-YEARS IS NUMERIC AND PARM-WEED-YEARS-N > 0
              MOVE PARM-WEED-YEARS-N TO WS-WEED-YEARS
           END-IF.
           IF PARM-HOLD-RATIO IS NUMERIC AND PARM-HOLD-RATIO-N > 0
              MOVE PARM-HOLD-RATIO-N TO WS-HOLD-RATIO
           END-IF.

      * THE WEEDING WINDOW STARTS THE DAY AFTER THE SAME DATE N
      * YEARS BEFORE THE TO DATE (29 FEBRUARY FALLS BACK TO THE
      * 28TH)
           COMPUTE WS-WEED-FROM-YYYY = WS-TO-YYYY - WS-WEED-YEARS.
           MOVE WS-TO-MMDD TO WS-WEED-FROM-MMDD.
           IF WS-WEED-FROM-MMDD = 0229
              MOVE 0228 TO WS-WEED-FROM-MMDD
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-WEED-FROM-DATE) + 1.
           COMPUTE WS-WEED-FROM-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           DISPLAY 'PERIOD:         ' WS-FROM-DATE ' TO ' WS-TO-DATE.
           DISPLAY 'WEEDING WINDOW: ' WS-WEED-FROM-DATE ' TO '
                   WS-TO-DATE.
           DISPLAY 'HOLDS PER COPY FOR BUY FLAG: ' WS-HOLD-RATIO.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ACTIVITY-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACTIVITY LOG: ' LOG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT LOAN-LEDGER-FILE.
           IF LOAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN LEDGER: ' LOAN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLDS FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS EVERY TITLE FROM THE CATALOG, IN ISBN ORDER, WITH
      * ITS COUNTS ZEROED
      **********************************************
       LOAD-TITLE-TABLE.
           PERFORM UNTIL EOF
              READ VSAM-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF VSAM-STATUS NOT = '00'
                      DISPLAY 'ERROR READING VSAM FILE: '
                              VSAM-STATUS
                      STOP RUN
                   END-IF
                   PERFORM ADD-TITLE-ENTRY
              END-READ
           END-PERFORM.
           DISPLAY 'TITLES LOADED: ' TITLE-COUNT.

      **********************************************
      * ADDS THE TITLE JUST READ TO THE TABLE
      **********************************************
       ADD-TITLE-ENTRY.
           IF TITLE-COUNT >= TITLE-TABLE-MAX
              DISPLAY 'ERROR: TITLE TABLE CAPACITY EXCEEDED, MAX='
                      TITLE-TABLE-MAX
              STOP RUN
           END-IF.
           IF VSAM-ISBN <= WS-PRIOR-ISBN
              DISPLAY 'ERROR: CATALOG OUT OF ISBN SEQUENCE AT '
                      VSAM-ISBN
              STOP RUN
           END-IF.
           MOVE VSAM-ISBN TO WS-PRIOR-ISBN.
           ADD 1 TO TITLE-COUNT.
           MOVE VSAM-ISBN TO TT-ISBN(TITLE-COUNT).
           MOVE VSAM-AUTHOR TO TT-AUTHOR(TITLE-COUNT).
           MOVE VSAM-TITLE TO TT-TITLE(TITLE-COUNT).
           MOVE VSAM-YEAR TO TT-YEAR(TITLE-COUNT).
           IF VSAM-COPY-COUNT IS NUMERIC
              MOVE VSAM-COPY-COUNT TO TT-COPIES(TITLE-COUNT)
           ELSE
              MOVE 0 TO TT-COPIES(TITLE-COUNT)
           END-IF.
           MOVE 0 TO TT-CHECKOUTS(TITLE-COUNT).
           MOVE 0 TO TT-WEED-CHECKOUTS(TITLE-COUNT).
           MOVE 0 TO TT-OUT-NOW(TITLE-COUNT).
           MOVE 0 TO TT-HOLDS(TITLE-COUNT).

      **********************************************
      * BINARY SEARCH OF THE TITLE TABLE FOR WS-PRIOR-ISBN
      **********************************************
       FIND-TITLE.
           SET TITLE-NOT-FOUND TO TRUE.
           IF TITLE-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           SEARCH ALL TT-ENTRY
               AT END
                   SET TITLE-NOT-FOUND TO TRUE
               WHEN TT-ISBN(TT-IDX) = WS-PRIOR-ISBN
                   SET TITLE-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * READS THE WHOLE ACTIVITY LOG AND COUNTS EVERY CHECKOUT
      * (C APPLIED OR H FILLED) AGAINST ITS TITLE - ONCE FOR THE
      * PERIOD AND ONCE FOR THE WEEDING WINDOW
      **********************************************
       COUNT-CHECKOUTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ ACTIVITY-LOG-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LOG-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ACTIVITY LOG: '
                              LOG-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO LOG-RECORDS-READ
                   IF (LOG-ACTION = 'C' AND LOG-RESULT = 'APPLIED')
                      OR (LOG-ACTION = 'H' AND LOG-RESULT = 'FILLED')
                      PERFORM COUNT-ONE-CHECKOUT
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * COUNTS ONE CHECKOUT AGAINST ITS TITLE BY DATE
      **********************************************
       COUNT-ONE-CHECKOUT.
           IF LOG-DATE IS NOT NUMERIC
              ADD 1 TO LOG-BAD-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE LOG-ISBN TO WS-PRIOR-ISBN.
           PERFORM FIND-TITLE.
           IF TITLE-NOT-FOUND
              ADD 1 TO LOG-NOT-IN-CATALOG
              EXIT PARAGRAPH
           END-IF.
           IF LOG-DATE-N >= WS-FROM-DATE AND LOG-DATE-N <= WS-TO-DATE
              ADD 1 TO TT-CHECKOUTS(TT-IDX)
              ADD 1 TO CHECKOUTS-IN-PERIOD
           END-IF.
           IF LOG-DATE-N >= WS-WEED-FROM-DATE
              AND LOG-DATE-N <= WS-TO-DATE
              ADD 1 TO TT-WEED-CHECKOUTS(TT-IDX)
              ADD 1 TO CHECKOUTS-IN-WINDOW
           END-IF.

      **********************************************
      * COUNTS THE COPIES OUT NOW PER TITLE FROM THE LOAN LEDGER
      **********************************************
       COUNT-LOANS-OUT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ LOAN-LEDGER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LOAN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LOAN LEDGER: '
                              LOAN-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO LOANS-READ
                   MOVE LOAN-ISBN TO WS-PRIOR-ISBN
                   PERFORM FIND-TITLE
                   IF TITLE-FOUND
                      ADD 1 TO TT-OUT-NOW(TT-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * COUNTS THE HOLDS WAITING PER TITLE FROM THE HOLD QUEUE
      **********************************************
       COUNT-HOLDS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ HOLDS-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING HOLDS FILE: '
                              HOLD-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO HOLDS-READ
                   MOVE HOLD-ISBN TO WS-PRIOR-ISBN
                   PERFORM FIND-TITLE
                   IF TITLE-FOUND
                      ADD 1 TO TT-HOLDS(TT-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * REPORT TITLE WITH THE PERIOD
      **********************************************
       WRITE-REPORT-TITLE.
           MOVE WS-FROM-DATE TO TL-FROM-DATE.
           MOVE WS-TO-DATE TO TL-TO-DATE.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE SEPARATOR-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * SECTION 1: EVERY TITLE IN ISBN ORDER
      **********************************************
       WRITE-TITLE-SECTION.
           MOVE 'CHECKOUTS PER TITLE' TO SL-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE TITLE-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM VARYING WS-TITLE-SUB FROM 1 BY 1
                   UNTIL WS-TITLE-SUB > TITLE-COUNT
              MOVE TT-ISBN(WS-TITLE-SUB) TO TD-ISBN
              MOVE TT-TITLE(WS-TITLE-SUB) TO TD-TITLE
              MOVE TT-AUTHOR(WS-TITLE-SUB) TO TD-AUTHOR
              MOVE TT-YEAR(WS-TITLE-SUB) TO TD-YEAR
              MOVE TT-COPIES(WS-TITLE-SUB) TO TD-COPIES
              MOVE TT-CHECKOUTS(WS-TITLE-SUB) TO TD-CHECKOUTS
              MOVE TT-OUT-NOW(WS-TITLE-SUB) TO TD-OUT-NOW
              MOVE TT-HOLDS(WS-TITLE-SUB) TO TD-HOLDS
              PERFORM CHECK-BUY-FLAG
              IF WS-BUY-LIMIT > 0
                 MOVE 'BUY' TO TD-BUY-FLAG
              ELSE
                 MOVE SPACES TO TD-BUY-FLAG
              END-IF
              MOVE TITLE-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM ADD-TO-DECADE
           END-PERFORM.

      **********************************************
      * SETS WS-BUY-LIMIT NON-ZERO WHEN THE TITLE AT WS-TITLE-SUB
      * HAS ENOUGH HOLDS WAITING TO NEED EXTRA COPIES: HOLDS AT
      * OR OVER RATIO x COPIES, OR ANY HOLD ON A TITLE WITH NO
      * COPIES. WS-BUY-LIMIT THEN HOLDS THE HOLD COUNT.
      **********************************************
       CHECK-BUY-FLAG.
           MOVE 0 TO WS-BUY-LIMIT.
           IF TT-HOLDS(WS-TITLE-SUB) > 0
              AND TT-HOLDS(WS-TITLE-SUB) >=
                  TT-COPIES(WS-TITLE-SUB) * WS-HOLD-RATIO
              MOVE TT-HOLDS(WS-TITLE-SUB) TO WS-BUY-LIMIT
           END-IF.

      **********************************************
      * ADDS THE TITLE AT WS-TITLE-SUB TO ITS PUBLICATION DECADE
      **********************************************
       ADD-TO-DECADE.
           IF TT-YEAR(WS-TITLE-SUB) IS NOT NUMERIC
              OR TT-YEAR-N(WS-TITLE-SUB) < 1500
              ADD 1 TO DEC-UNKNOWN-TITLES
              ADD TT-CHECKOUTS(WS-TITLE-SUB) TO DEC-UNKNOWN-CHECKOUTS
           ELSE
              COMPUTE WS-DEC-SUB =
                 (TT-YEAR-N(WS-TITLE-SUB) - 1500) / 10 + 1
              IF WS-DEC-SUB > 60
                 ADD 1 TO DEC-UNKNOWN-TITLES
                 ADD TT-CHECKOUTS(WS-TITLE-SUB)
                   TO DEC-UNKNOWN-CHECKOUTS
              ELSE
                 ADD 1 TO DEC-TITLES(WS-DEC-SUB)
                 ADD TT-CHECKOUTS(WS-TITLE-SUB)
                   TO DEC-CHECKOUTS(WS-DEC-SUB)
              END-IF
           END-IF.

      **********************************************
      * SORT INPUT PROCEDURE: RELEASES EVERY TITLE WITH ITS
      * AUTHOR AND CHECKOUTS IN THE PERIOD
      **********************************************
       RELEASE-TITLES.
           PERFORM VARYING WS-TITLE-SUB FROM 1 BY 1
                   UNTIL WS-TITLE-SUB > TITLE-COUNT
              MOVE TT-AUTHOR(WS-TITLE-SUB) TO SRT-AUTHOR
              MOVE TT-CHECKOUTS(WS-TITLE-SUB) TO SRT-CHECKOUTS
              MOVE TT-ISBN(WS-TITLE-SUB) TO SRT-ISBN
              MOVE TT-TITLE(WS-TITLE-SUB) TO SRT-TITLE
              RELEASE SORT-REC
           END-PERFORM.

      **********************************************
      * SECTION 2 (SORT OUTPUT PROCEDURE): ONE LINE PER AUTHOR
      * WITH THEIR TITLE COUNT AND CHECKOUTS
      **********************************************
       WRITE-AUTHOR-SECTION.
           MOVE AUTHOR-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACES TO WS-PRIOR-AUTHOR.
           MOVE 0 TO WS-AUTHOR-TITLES.
           MOVE 0 TO WS-AUTHOR-CHECKOUTS.
           PERFORM UNTIL SORT-EOF
              RETURN SORT-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF SRT-AUTHOR NOT = WS-PRIOR-AUTHOR
                       AND WS-AUTHOR-TITLES > 0
                       PERFORM WRITE-AUTHOR-LINE
                    END-IF
                    MOVE SRT-AUTHOR TO WS-PRIOR-AUTHOR
                    ADD 1 TO WS-AUTHOR-TITLES
                    ADD SRT-CHECKOUTS TO WS-AUTHOR-CHECKOUTS
              END-RETURN
           END-PERFORM.
           IF WS-AUTHOR-TITLES > 0
              PERFORM WRITE-AUTHOR-LINE
           ELSE
              MOVE NONE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      **********************************************
      * WRITES THE TOTALS FOR WS-PRIOR-AUTHOR AND RESETS THEM
      **********************************************
       WRITE-AUTHOR-LINE.
           MOVE WS-PRIOR-AUTHOR TO AD-AUTHOR.
           MOVE WS-AUTHOR-TITLES TO AD-TITLES.
           MOVE WS-AUTHOR-CHECKOUTS TO AD-CHECKOUTS.
           MOVE AUTHOR-DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 0 TO WS-AUTHOR-TITLES.
           MOVE 0 TO WS-AUTHOR-CHECKOUTS.

      **********************************************
      * SECTION 3: ONE LINE PER PUBLICATION DECADE THAT HAS
      * TITLES, OLDEST FIRST, THEN THE UNKNOWN BUCKET
      **********************************************
       WRITE-DECADE-SECTION.
           MOVE 'CHECKOUTS PER PUBLICATION DECADE' TO SL-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE DECADE-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > 60
              IF DEC-TITLES(WS-DEC-SUB) > 0
                 COMPUTE WS-DECADE-YEAR = 1500 + (WS-DEC-SUB - 1) * 10
                 MOVE WS-DECADE-YEAR TO DN-YEAR
                 MOVE DECADE-NAME TO DD-DECADE
                 MOVE DEC-TITLES(WS-DEC-SUB) TO DD-TITLES
                 MOVE DEC-CHECKOUTS(WS-DEC-SUB) TO DD-CHECKOUTS
                 MOVE DECADE-DETAIL-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-REC
              END-IF
           END-PERFORM.
           IF DEC-UNKNOWN-TITLES > 0
              MOVE 'UNKNOWN' TO DD-DECADE
              MOVE DEC-UNKNOWN-TITLES TO DD-TITLES
              MOVE DEC-UNKNOWN-CHECKOUTS TO DD-CHECKOUTS
              MOVE DECADE-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      **********************************************
      * SECTION 4 (SORT OUTPUT PROCEDURE): THE FIRST 50 TITLES
      * BY CHECKOUTS, HIGHEST FIRST. TITLES NEVER BORROWED IN THE
      * PERIOD ARE NOT LISTED.
      **********************************************
       WRITE-TOP-SECTION.
           MOVE TOP-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 0 TO WS-RANK.
           PERFORM UNTIL SORT-EOF
              RETURN SORT-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF WS-RANK < TOP-LIST-MAX AND SRT-CHECKOUTS > 0
                       ADD 1 TO WS-RANK
                       MOVE WS-RANK TO TP-RANK
                       MOVE SRT-ISBN TO TP-ISBN
                       MOVE SRT-TITLE TO TP-TITLE
                       MOVE SRT-AUTHOR TO TP-AUTHOR
                       MOVE SRT-CHECKOUTS TO TP-CHECKOUTS
                       MOVE TOP-DETAIL-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
              END-RETURN
           END-PERFORM.
           IF WS-RANK = 0
              MOVE NONE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      **********************************************
      * SECTION 5: EVERY TITLE WITH HOLDS WAITING, HOLDS PER COPY
      * AND THE BUY FLAG, THEN THE AVERAGE QUEUE LENGTH
      **********************************************
       WRITE-HOLD-SECTION.
           MOVE 'HOLD QUEUES AND EXTRA COPY CANDIDATES' TO SL-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE HOLD-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM VARYING WS-TITLE-SUB FROM 1 BY 1
                   UNTIL WS-TITLE-SUB > TITLE-COUNT
              IF TT-HOLDS(WS-TITLE-SUB) > 0
                 PERFORM WRITE-HOLD-LINE
              END-IF
           END-PERFORM.
           IF TITLES-WITH-HOLDS = 0
              MOVE NONE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              MOVE 0 TO WS-AVG-QUEUE
           ELSE
              COMPUTE WS-AVG-QUEUE ROUNDED =
                 HOLDS-READ / TITLES-WITH-HOLDS
           END-IF.
           MOVE TITLES-WITH-HOLDS TO HS-TITLES.
           MOVE HOLDS-READ TO HS-HOLDS.
           MOVE WS-AVG-QUEUE TO HS-AVERAGE.
           MOVE HOLD-SUMMARY-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * ONE HOLD QUEUE LINE FOR THE TITLE AT WS-TITLE-SUB
      **********************************************
       WRITE-HOLD-LINE.
           ADD 1 TO TITLES-WITH-HOLDS.
           MOVE TT-ISBN(WS-TITLE-SUB) TO HD-ISBN.
           MOVE TT-TITLE(WS-TITLE-SUB) TO HD-TITLE.
           MOVE TT-COPIES(WS-TITLE-SUB) TO HD-COPIES.
           MOVE TT-HOLDS(WS-TITLE-SUB) TO HD-HOLDS.
           IF TT-COPIES(WS-TITLE-SUB) > 0
              COMPUTE WS-HOLDS-PER-COPY ROUNDED =
                 TT-HOLDS(WS-TITLE-SUB) / TT-COPIES(WS-TITLE-SUB)
           ELSE
              MOVE TT-HOLDS(WS-TITLE-SUB) TO WS-HOLDS-PER-COPY
           END-IF.
           MOVE WS-HOLDS-PER-COPY TO HD-PER-COPY.
           PERFORM CHECK-BUY-FLAG.
           IF WS-BUY-LIMIT > 0
              MOVE 'BUY EXTRA COPIES' TO HD-BUY-FLAG
              ADD 1 TO TITLES-BUY-FLAGGED
           ELSE
              MOVE SPACES TO HD-BUY-FLAG
           END-IF.
           MOVE HOLD-DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * SECTION 6: TITLES WITH NO CHECKOUTS IN THE WEEDING WINDOW
      * THAT NOBODY HAS OUT OR IS WAITING FOR
      **********************************************
       WRITE-WEEDING-SECTION.
           MOVE SPACES TO SL-TEXT.
           STRING 'WEEDING CANDIDATES - NO CHECKOUTS SINCE '
                     DELIMITED BY SIZE
                  WS-WEED-FROM-DATE DELIMITED BY SIZE
                  INTO SL-TEXT
           END-STRING.
           PERFORM WRITE-SECTION-HEAD.
           MOVE WEED-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM VARYING WS-TITLE-SUB FROM 1 BY 1
                   UNTIL WS-TITLE-SUB > TITLE-COUNT
              IF TT-WEED-CHECKOUTS(WS-TITLE-SUB) = 0
                 AND TT-OUT-NOW(WS-TITLE-SUB) = 0
                 AND TT-HOLDS(WS-TITLE-SUB) = 0
                 ADD 1 TO WEEDING-CANDIDATES
                 MOVE TT-ISBN(WS-TITLE-SUB) TO WD-ISBN
                 MOVE TT-TITLE(WS-TITLE-SUB) TO WD-TITLE
                 MOVE TT-AUTHOR(WS-TITLE-SUB) TO WD-AUTHOR
                 MOVE TT-YEAR(WS-TITLE-SUB) TO WD-YEAR
                 MOVE TT-COPIES(WS-TITLE-SUB) TO WD-COPIES
                 MOVE WEED-DETAIL-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-REC
              END-IF
           END-PERFORM.
           IF WEEDING-CANDIDATES = 0
              MOVE NONE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      **********************************************
      * SECTION HEADING (SL-TEXT) AND A SEPARATOR UNDER IT
      **********************************************
       WRITE-SECTION-HEAD.
           MOVE SECTION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE SEPARATOR-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * BLANK LINE BETWEEN SECTIONS
      **********************************************
       WRITE-SECTION-BREAK.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      **********************************************
      * WRITE THE PREPARED REPORT LINE AND CHECK STATUS
      **********************************************
       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
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

           CLOSE ACTIVITY-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACTIVITY LOG: '
                       LOG-STATUS
           END-IF.

           CLOSE LOAN-LEDGER-FILE.
           IF LOAN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN LEDGER: '
                       LOAN-STATUS
           END-IF.

           CLOSE HOLDS-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLDS FILE: '
                       HOLD-STATUS
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
           MOVE TITLE-COUNT TO TITLE-COUNT-DISP.
           MOVE LOG-RECORDS-READ TO LOG-RECORDS-READ-DISP.
           MOVE CHECKOUTS-IN-PERIOD TO CHECKOUTS-IN-PERIOD-DISP.
           MOVE LOG-NOT-IN-CATALOG TO LOG-NOT-IN-CATALOG-DISP.
           MOVE LOG-BAD-DATE TO LOG-BAD-DATE-DISP.
           MOVE TITLES-BUY-FLAGGED TO TITLES-BUY-FLAGGED-DISP.
           MOVE WEEDING-CANDIDATES TO WEEDING-CANDIDATES-DISP.

           DISPLAY '========================================'.
           DISPLAY 'COLLECTION USAGE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TITLES IN CATALOG:    ' TITLE-COUNT-DISP.
           DISPLAY 'LOG RECORDS READ:     ' LOG-RECORDS-READ-DISP.
           DISPLAY 'CHECKOUTS IN PERIOD:  ' CHECKOUTS-IN-PERIOD-DISP.
           DISPLAY 'LOG ISBN NOT IN CAT:  ' LOG-NOT-IN-CATALOG-DISP.
           DISPLAY 'LOG BAD DATES:        ' LOG-BAD-DATE-DISP.
           DISPLAY 'BUY EXTRA COPIES:     ' TITLES-BUY-FLAGGED-DISP.
           DISPLAY 'WEEDING CANDIDATES:   ' WEEDING-CANDIDATES-DISP.
           DISPLAY '========================================'.
