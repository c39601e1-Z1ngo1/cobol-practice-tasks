      *     FOR EACH ISBN REQUEST:                                     *
      *     READ VSAM-FILE KEY = VSAM-ISBN (PRIMARY KEY).              *
      *     INVALID KEY: ISBN NOT FOUND - WRITE NOT-FOUND-LINE.        *
      *   PHASE 3 - WRITE: WRITE BOOK DETAILS, INCLUDING HOW MANY OF   *
      *     THE TITLE'S COPIES (COPYDD) ARE ON THE SHELF OUT OF THE    *
      *     TOTAL, TO RESULT-FILE.                                     *
      * NOTE ON START:                                                 *
      *   START POSITIONS ON ALTERNATE KEY (VSAM-AUTHOR).              *
      *   SUBSEQUENT READ NEXT RETURNS RECORDS IN AIX ORDER.           *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/04                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  ADDED A TITLE KEYWORD SEARCH MODE: A REQUEST  *
      *                  CARRYING A KEYWORD SCANS VSAM-TITLE ACROSS    *
      *                  THE WHOLE CATALOG AND REPORTS EVERY HIT IN    *
      * 2026/05/25  SSH  BLANK SEARCH REQUESTS ARE NOW LOGGED TO A     *
      *                  NEW DIAGDD DIAGNOSTICS FILE INSTEAD OF BEING  *
      *                  SILENTLY SKIPPED.                             *
      * 2026/10/15  SSH  RESULT LINES NOW SHOW COPIES AVAILABLE OUT OF *
      *                  TOTAL (E.G. 2 OF 3 AVAILABLE) FROM THE NEW    *
      *                  COPY FILE (COPYDD) INSTEAD OF A SINGLE        *
      *                  CHECKED OUT / AVAILABLE FLAG.                 *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (LIBRARY.MASTER.PATH) - VSAM KSDS WITH AIX      *
      * INPUT:  COPYDD (LIBRARY.COPIES) - COPY STATUS (VSAM KSDS)      *
      * INPUT:  SRCHDD (SEARCH.REQ) - AUTHOR/ISBN SEARCH REQ (PS, 80 B)*
      * OUTPUT: RSLTDD (RESULT.RPT) - SEARCH RESULTS REPORT (PS, V)    *
      * OUTPUT: DIAGDD (SEARCH.DIAG) - BLANK REQUEST DIAGNOSTICS (PS)  *
              ALTERNATE RECORD KEY IS VSAM-AUTHOR WITH DUPLICATES
              FILE STATUS IS VSAM-STATUS.

           SELECT COPY-FILE ASSIGN TO COPYDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPY-KEY
              FILE STATUS IS COPY-STATUS.

           SELECT SEARCH-FILE ASSIGN TO SRCHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SEARCH-STATUS.
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

       FD SEARCH-FILE RECORDING MODE IS F.
       01 SEARCH-REC.
          05 SEARCH-STATUS PIC X(2).
          05 RESULT-STATUS PIC X(2).
          05 DIAG-STATUS PIC X(2).
          05 COPY-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-SCAN-EOF PIC X(1) VALUE 'N'.
             88 SCAN-EOF VALUE 'Y'.
             88 NOT-SCAN-EOF VALUE 'N'.
          05 WS-COPY-EOF PIC X(1) VALUE 'N'.
             88 COPY-SCAN-DONE VALUE 'Y'.

      * COPY COUNTS FOR THE TITLE ON THE CURRENT DETAIL LINE
       01 WS-COPIES-TOTAL PIC 9(3) VALUE 0.
       01 WS-COPIES-ON-SHELF PIC 9(3) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 FILLER PIC X(2) VALUE ' ('.
          05 DL-YEAR PIC X(4).
          05 FILLER PIC X(3) VALUE ') '.
          05 DL-STATUS.
             10 DL-ON-SHELF PIC ZZ9.
             10 FILLER PIC X(4) VALUE ' OF '.
             10 DL-TOTAL PIC ZZ9.
             10 FILLER PIC X(10) VALUE ' AVAILABLE'.

      * REPORT DETAIL NOT FOUND LINE
       01 NOT-FOUND-LINE.
              STOP RUN
           END-IF.

           OPEN INPUT COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COPY FILE: ' COPY-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT SEARCH-FILE.
           IF SEARCH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SEARCH FILE: ' SEARCH-STATUS
           END-IF.

      **********************************************
      * SETS DL-STATUS TO THE NUMBER OF COPIES OF THE BOOK JUST
      * READ FROM VSAM-FILE THAT ARE ON THE SHELF, OUT OF ALL ITS
      * COPIES ON THE COPY FILE. THE COPY FILE IS A SEPARATE
      * KSDS, SO THE BROWSE POSITION ON VSAM-FILE IS UNTOUCHED.
      **********************************************
       SET-STATUS-TEXT.
           MOVE 0 TO WS-COPIES-TOTAL.
           MOVE 0 TO WS-COPIES-ON-SHELF.
           MOVE 'N' TO WS-COPY-EOF.
           MOVE VSAM-ISBN TO CPY-ISBN.
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
                   IF CPY-ISBN NOT = VSAM-ISBN
                      SET COPY-SCAN-DONE TO TRUE
                   ELSE
                      ADD 1 TO WS-COPIES-TOTAL
                      IF CPY-ON-SHELF
                         ADD 1 TO WS-COPIES-ON-SHELF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

           MOVE WS-COPIES-ON-SHELF TO DL-ON-SHELF.
           MOVE WS-COPIES-TOTAL TO DL-TOTAL.

      **********************************************
      * LOGS A SEARCH REQUEST THAT HAS NEITHER AN
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COPY FILE: '
                       COPY-STATUS
           END-IF.

           CLOSE SEARCH-FILE.
           IF SEARCH-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SEARCH FILE: '
