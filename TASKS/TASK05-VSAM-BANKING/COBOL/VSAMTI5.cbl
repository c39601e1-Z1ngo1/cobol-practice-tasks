      ******************************************************************
      * MULTI-SOURCE TRANSACTION INTAKE                                *
      *                                                                *
      * PURPOSE:                                                       *
      * BUILDS THE TRANS.FILE POSTED BY VSAMJO5 FROM THE SEPARATE      *
      * TRANSACTION FEEDS - BRANCH TELLER FEEDS, THE VSAMSO5 STANDING  *
      * ORDER FEED AND THE ONLINE-BANKING EXTRACT - INSTEAD OF THEM    *
      * BEING CONCATENATED BY HAND. EACH FEED IS PROVED AGAINST ITS    *
      * OWN TRAILER BEFORE ANY OF IT IS PASSED ON, SO A SHORT OR       *
      * DAMAGED FEED IS STOPPED AND NAMED HERE RATHER THAN SHOWING UP  *
      * AS AN UNEXPLAINED DIFFERENCE IN THE POSTING RUN'S TOTALS.      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   FEEDDD IS THE CONCATENATION OF ALL OF TONIGHT'S FEEDS. EACH  *
      *   FEED IS ONE GROUP OF 80-BYTE RECORDS:                        *
      *     HEADER  - '*HDR*', SOURCE CODE X(4) (E.G. B001 FOR A       *
      *               BRANCH, SORD STANDING ORDERS, ONLB ONLINE        *
      *               BANKING), FEED DATE 9(8), DESCRIPTION X(20)      *
      *     DETAILS - TRANSACTIONS IN THE VSAMJO5 TRANS-REC LAYOUT     *
      *     TRAILER - '*TRL*', SOURCE CODE X(4), RECORD COUNT 9(7)     *
      *               AND AMOUNT TOTAL 9(11)V99 OF THE DETAILS         *
      *   PASS 1 READS EVERY FEED AND COUNTS AND SUMS ITS DETAILS.     *
      *   A FEED IS REJECTED WHOLE WHEN:                               *
      *     ITS HEADER HAS NO SOURCE CODE                              *
      *     THE SAME SOURCE AND FEED DATE CAME EARLIER IN THE RUN      *
      *     IT HAS NO TRAILER (NEXT HEADER OR END OF FILE FIRST)       *
      *     THE TRAILER NAMES A DIFFERENT SOURCE                       *
      *     THE TRAILER COUNT OR TOTAL IS NOT NUMERIC                  *
      *     A DETAIL AMOUNT IS NOT NUMERIC                             *
      *     THE TRAILER COUNT OR AMOUNT TOTAL DISAGREES WITH THE       *
      *     DETAILS ACTUALLY RECEIVED                                  *
      *   DETAILS OR TRAILERS OUTSIDE ANY HEADER ARE ORPHANS AND ARE   *
      *   NEVER PASSED ON.                                             *
      *   PASS 2 RE-READS FEEDDD AND COPIES THE DETAILS OF EVERY       *
      *   ACCEPTED FEED, IN FEED ORDER, TO TRANS.FILE WITH THE FEED'S  *
      *   SOURCE CODE IN TRANS-FEED-SOURCE. VSAMJO5 CARRIES IT TO THE  *
      *   JOURNAL AND BREAKS ITS BALANCING REPORT DOWN BY IT.          *
      *   RPTDD LISTS EVERY FEED WITH ITS RECEIVED AND TRAILER TOTALS  *
      *   AND THE RESULT. ANY REJECTED FEED OR ORPHAN RECORD ENDS THE  *
      *   RUN WITH RETURN CODE 8; THE ACCEPTED FEEDS STILL GO THROUGH. *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  FEEDDD (TRANS.FEEDS) - CONCATENATED FEEDS (PS, 80 B)   *
      * OUTPUT: TRANDD (TRANS.FILE) - ACCEPTED TRANSACTIONS (PS, 80 B) *
      *         RPTDD (INTAKE.REPORT) - FEED CONTROL REPORT (PS, 80 B) *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMTI5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO FEEDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT TRANS-FILE ASSIGN TO TRANDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * FEED RECORDS: HEADER, TRANSACTION DETAIL OR TRAILER
       FD FEED-FILE RECORDING MODE IS F.
       01 FEED-REC.
          05 FEED-TAG PIC X(5).
             88 FEED-HEADER VALUE '*HDR*'.
             88 FEED-TRAILER VALUE '*TRL*'.
          05 FILLER PIC X(75).
       01 FEED-HEADER-REC REDEFINES FEED-REC.
          05 FILLER PIC X(5).
          05 FH-SOURCE PIC X(4).
          05 FH-FEED-DATE PIC X(8).
          05 FH-DESC PIC X(20).
          05 FILLER PIC X(43).
       01 FEED-TRAILER-REC REDEFINES FEED-REC.
          05 FILLER PIC X(5).
          05 FT-SOURCE PIC X(4).
          05 FT-REC-COUNT PIC X(7).
          05 FT-REC-COUNT-N REDEFINES FT-REC-COUNT PIC 9(7).
          05 FT-AMT-TOTAL PIC X(13).
          05 FT-AMT-TOTAL-N REDEFINES FT-AMT-TOTAL PIC 9(11)V99.
          05 FILLER PIC X(51).
       01 FEED-DETAIL-REC REDEFINES FEED-REC.
          05 FD-ACCT-ID PIC X(5).
          05 FD-TYPE PIC X(1).
          05 FD-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(67).

      * POSTING INPUT IN THE VSAMJO5 TRANS-REC LAYOUT
       FD TRANS-FILE RECORDING MODE IS F.
       01 TRANS-REC.
          05 TRANS-ACCT-ID PIC X(5).
          05 TRANS-TYPE PIC X(1).
          05 TRANS-AMOUNT PIC 9(5)V99.
          05 TRANS-REF-ID PIC X(10).
          05 TRANS-REF-TYPE PIC X(1).
          05 TRANS-TARGET-ACCT PIC X(5).
          05 TRANS-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(47).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 FEED-STATUS PIC X(2).
          05 TRANS-STATUS PIC X(2).
          05 RPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-FEED-SW PIC X(1) VALUE 'N'.
             88 FEED-OPEN VALUE 'Y'.
             88 NO-FEED-OPEN VALUE 'N'.

      * ONE ROW PER FEED IN FEEDDD ORDER. PASS 1 FILLS IT, PASS 2
      * USES THE RESULT TO DECIDE WHICH FEEDS ARE COPIED.
       01 FEED-TABLE-MAX PIC 9(3) VALUE 200.
       01 FEEDS-LOADED PIC 9(3) VALUE 0.
       01 FEED-TABLE.
          05 FEED-ENTRY OCCURS 200 TIMES.
             10 FE-SOURCE PIC X(4).
             10 FE-DATE PIC X(8).
             10 FE-RESULT PIC X(1).
                88 FE-ACCEPTED VALUE 'A'.
                88 FE-REJECTED VALUE 'R'.
             10 FE-REASON PIC X(18).
             10 FE-RECS PIC 9(7).
             10 FE-AMT PIC 9(11)V99.
             10 FE-TRL-RECS PIC 9(7).
             10 FE-TRL-AMT PIC 9(11)V99.
             10 FE-BAD-AMT-SW PIC X(1).
                88 FE-BAD-AMOUNT VALUE 'Y'.
       01 WS-FEED-SUB PIC 9(3) VALUE 0.
       01 WS-FEED-HIT PIC 9(3) VALUE 0.
       01 WS-CUR-FEED PIC 9(3) VALUE 0.

      * REPORT LINES
       01 WS-RPT-HDR1 PIC X(80) VALUE
          '---------- TRANSACTION INTAKE FEED CONTROL REPORT ---------'.
       01 WS-RPT-HDR2.
          05 FILLER PIC X(40) VALUE
             'SEQ SRC  FEEDDATE    RECS TRL-REC       '.
          05 FILLER PIC X(40) VALUE
             ' AMOUNT    TRL-AMOUNT RESULT'.

       01 WS-FEED-LINE.
          05 FL-SEQ PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-SOURCE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-RECS PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-TRL-RECS PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-AMT PIC Z(9)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-TRL-AMT PIC Z(9)9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 FL-RESULT PIC X(18).

       01 WS-TOT-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-CNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TOT-AMT PIC Z(10)9.99.
          05 FILLER PIC X(27) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-READ PIC 9(7) VALUE 0.
          05 TOTAL-FEEDS PIC 9(5) VALUE 0.
          05 TOTAL-ACCEPTED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-WRITTEN PIC 9(7) VALUE 0.
          05 TOTAL-WRITTEN-AMT PIC 9(11)V99 VALUE 0.
          05 TOTAL-HELD PIC 9(7) VALUE 0.
          05 TOTAL-HELD-AMT PIC 9(11)V99 VALUE 0.
          05 TOTAL-ORPHANS PIC 9(7) VALUE 0.

      **********************************************
      * MAIN FLOW: VALIDATE FEEDS -> OPEN -> COPY ACCEPTED FEEDS
      * -> FEED REPORT -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM VALIDATE-FEEDS.
           PERFORM OPEN-ALL-FILES.
           PERFORM COPY-ACCEPTED-FEEDS.
           PERFORM WRITE-FEED-REPORT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-REJECTED > 0 OR TOTAL-ORPHANS > 0
              OR TOTAL-FEEDS = 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * PASS 1: READ EVERY FEED ON FEEDDD, COUNT AND SUM ITS
      * DETAILS AND PROVE THEM AGAINST ITS TRAILER. THE FILE IS
      * CLOSED AGAIN SO PASS 2 STARTS FROM RECORD ONE.
      **********************************************
       VALIDATE-FEEDS.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED-FILE: ' FEED-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF FEED-STATUS NOT = '00'
                      DISPLAY 'ERROR READING FEED-FILE: ' FEED-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-READ
                   PERFORM VALIDATE-ONE-RECORD
              END-READ
           END-PERFORM.

           IF FEED-OPEN
              MOVE 'NO TRAILER' TO FE-REASON(WS-CUR-FEED)
              SET FE-REJECTED(WS-CUR-FEED) TO TRUE
           END-IF.

           CLOSE FEED-FILE.
           IF FEED-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FEED-FILE: ' FEED-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * ONE RECORD OF PASS 1: A HEADER STARTS A NEW FEED (A FEED
      * STILL OPEN HAD NO TRAILER), A TRAILER CLOSES AND PROVES
      * THE OPEN FEED, ANYTHING ELSE IS A DETAIL OF THE OPEN FEED.
      **********************************************
       VALIDATE-ONE-RECORD.
           EVALUATE TRUE
              WHEN FEED-HEADER
                 IF FEED-OPEN
                    MOVE 'NO TRAILER' TO FE-REASON(WS-CUR-FEED)
                    SET FE-REJECTED(WS-CUR-FEED) TO TRUE
                 END-IF
                 PERFORM START-FEED
              WHEN NO-FEED-OPEN
                 ADD 1 TO TOTAL-ORPHANS
                 DISPLAY 'ORPHAN RECORD OUTSIDE ANY FEED AT RECORD '
                         TOTAL-READ
              WHEN FEED-TRAILER
                 PERFORM PROVE-FEED
                 SET NO-FEED-OPEN TO TRUE
              WHEN OTHER
                 ADD 1 TO FE-RECS(WS-CUR-FEED)
                 IF FD-AMOUNT IS NUMERIC
                    ADD FD-AMOUNT TO FE-AMT(WS-CUR-FEED)
                 ELSE
                    MOVE 'Y' TO FE-BAD-AMT-SW(WS-CUR-FEED)
                 END-IF
           END-EVALUATE.

      **********************************************
      * OPENS A TABLE ROW FOR THE FEED WHOSE HEADER WAS JUST READ.
      * A BLANK SOURCE CODE, OR A SOURCE AND FEED DATE ALREADY SEEN
      * IN THIS RUN, REJECTS THE FEED NOW; ITS RECORDS ARE STILL
      * COUNTED SO THE REPORT SHOWS WHAT WAS HELD BACK.
      **********************************************
       START-FEED.
           IF FEEDS-LOADED >= FEED-TABLE-MAX
              DISPLAY 'ERROR: FEEDDD HAS MORE THAN ' FEED-TABLE-MAX
                      ' FEEDS - FEED TABLE CAPACITY EXCEEDED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM FIND-FEED-ENTRY.

           ADD 1 TO FEEDS-LOADED.
           MOVE FEEDS-LOADED TO WS-CUR-FEED.
           MOVE FH-SOURCE TO FE-SOURCE(WS-CUR-FEED).
           MOVE FH-FEED-DATE TO FE-DATE(WS-CUR-FEED).
           SET FE-ACCEPTED(WS-CUR-FEED) TO TRUE.
           MOVE SPACES TO FE-REASON(WS-CUR-FEED).
           MOVE 0 TO FE-RECS(WS-CUR-FEED).
           MOVE 0 TO FE-AMT(WS-CUR-FEED).
           MOVE 0 TO FE-TRL-RECS(WS-CUR-FEED).
           MOVE 0 TO FE-TRL-AMT(WS-CUR-FEED).
           MOVE 'N' TO FE-BAD-AMT-SW(WS-CUR-FEED).
           SET FEED-OPEN TO TRUE.

           IF FH-SOURCE = SPACES
              MOVE 'NO SOURCE CODE' TO FE-REASON(WS-CUR-FEED)
              SET FE-REJECTED(WS-CUR-FEED) TO TRUE
           ELSE
              IF WS-FEED-HIT NOT = 0
                 MOVE 'DUPLICATE FEED' TO FE-REASON(WS-CUR-FEED)
                 SET FE-REJECTED(WS-CUR-FEED) TO TRUE
              END-IF
           END-IF.

      **********************************************
      * LOOK UP THE HEADER'S SOURCE AND FEED DATE AMONG THE FEEDS
      * ALREADY READ. WS-FEED-HIT IS THE MATCHING ROW, OR ZERO.
      **********************************************
       FIND-FEED-ENTRY.
           MOVE 0 TO WS-FEED-HIT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                     UNTIL WS-FEED-SUB > FEEDS-LOADED
              IF FE-SOURCE(WS-FEED-SUB) = FH-SOURCE
                 AND FE-DATE(WS-FEED-SUB) = FH-FEED-DATE
                 MOVE WS-FEED-SUB TO WS-FEED-HIT
                 MOVE FEEDS-LOADED TO WS-FEED-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * PROVES THE OPEN FEED AGAINST THE TRAILER JUST READ. THE
      * FIRST FAILURE FOUND IS THE REASON REPORTED; A FEED ALREADY
      * REJECTED AT ITS HEADER KEEPS THAT REASON.
      **********************************************
       PROVE-FEED.
           IF FT-REC-COUNT IS NUMERIC
              MOVE FT-REC-COUNT-N TO FE-TRL-RECS(WS-CUR-FEED)
           END-IF.
           IF FT-AMT-TOTAL IS NUMERIC
              MOVE FT-AMT-TOTAL-N TO FE-TRL-AMT(WS-CUR-FEED)
           END-IF.

           IF FE-REJECTED(WS-CUR-FEED)
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN FT-SOURCE NOT = FE-SOURCE(WS-CUR-FEED)
                 MOVE 'SOURCE MISMATCH' TO FE-REASON(WS-CUR-FEED)
              WHEN FT-REC-COUNT IS NOT NUMERIC
                 MOVE 'BAD TRAILER TOTALS' TO FE-REASON(WS-CUR-FEED)
              WHEN FT-AMT-TOTAL IS NOT NUMERIC
                 MOVE 'BAD TRAILER TOTALS' TO FE-REASON(WS-CUR-FEED)
              WHEN FE-BAD-AMOUNT(WS-CUR-FEED)
                 MOVE 'NON-NUMERIC AMOUNT' TO FE-REASON(WS-CUR-FEED)
              WHEN FE-RECS(WS-CUR-FEED) NOT =
                   FE-TRL-RECS(WS-CUR-FEED)
                 MOVE 'COUNT MISMATCH' TO FE-REASON(WS-CUR-FEED)
              WHEN FE-AMT(WS-CUR-FEED) NOT =
                   FE-TRL-AMT(WS-CUR-FEED)
                 MOVE 'AMOUNT MISMATCH' TO FE-REASON(WS-CUR-FEED)
           END-EVALUATE.

           IF FE-REASON(WS-CUR-FEED) NOT = SPACES
              SET FE-REJECTED(WS-CUR-FEED) TO TRUE
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED-FILE: ' FEED-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TRANS-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANS-FILE: ' TRANS-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT-FILE: ' RPT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * PASS 2: RE-READ FEEDDD, FOLLOWING THE FEEDS IN THE SAME
      * ORDER AS PASS 1, AND COPY EVERY DETAIL OF AN ACCEPTED FEED
      * TO TRANS.FILE STAMPED WITH THE FEED'S SOURCE CODE.
      **********************************************
       COPY-ACCEPTED-FEEDS.
           MOVE 'N' TO WS-EOF.
           SET NO-FEED-OPEN TO TRUE.
           MOVE 0 TO WS-CUR-FEED.

           PERFORM UNTIL EOF
              READ FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF FEED-STATUS NOT = '00'
                      DISPLAY 'ERROR READING FEED-FILE: ' FEED-STATUS
                      STOP RUN
                   END-IF
                   PERFORM COPY-ONE-RECORD
              END-READ
           END-PERFORM.

      **********************************************
      * ONE RECORD OF PASS 2. HEADERS AND TRAILERS ONLY MOVE THE
      * FEED POSITION; DETAILS OF AN ACCEPTED FEED ARE WRITTEN,
      * DETAILS OF A REJECTED FEED ARE COUNTED AS HELD BACK.
      **********************************************
       COPY-ONE-RECORD.
           EVALUATE TRUE
              WHEN FEED-HEADER
                 ADD 1 TO WS-CUR-FEED
                 SET FEED-OPEN TO TRUE
              WHEN NO-FEED-OPEN
                 CONTINUE
              WHEN FEED-TRAILER
                 SET NO-FEED-OPEN TO TRUE
              WHEN FE-ACCEPTED(WS-CUR-FEED)
                 MOVE FEED-REC TO TRANS-REC
                 MOVE FE-SOURCE(WS-CUR-FEED) TO TRANS-FEED-SOURCE
                 WRITE TRANS-REC
                 END-WRITE
                 IF TRANS-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING TRANS-FILE: ' TRANS-STATUS
                    STOP RUN
                 END-IF
                 ADD 1 TO TOTAL-WRITTEN
                 ADD TRANS-AMOUNT TO TOTAL-WRITTEN-AMT
              WHEN OTHER
                 ADD 1 TO TOTAL-HELD
                 IF FD-AMOUNT IS NUMERIC
                    ADD FD-AMOUNT TO TOTAL-HELD-AMT
                 END-IF
           END-EVALUATE.

      **********************************************
      * LISTS EVERY FEED WITH ITS RECEIVED AND TRAILER TOTALS AND
      * THE RESULT, THEN THE RUN TOTALS
      **********************************************
       WRITE-FEED-REPORT.
           WRITE REPORT-REC FROM WS-RPT-HDR1
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE REPORT-REC FROM WS-RPT-HDR2
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           IF FEEDS-LOADED = 0
              MOVE 'NO FEEDS ON FEEDDD' TO REPORT-REC
              WRITE REPORT-REC
              END-WRITE
              PERFORM CHECK-REPORT-STATUS
           END-IF.

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                     UNTIL WS-FEED-SUB > FEEDS-LOADED
              ADD 1 TO TOTAL-FEEDS
              MOVE WS-FEED-SUB TO FL-SEQ
              MOVE FE-SOURCE(WS-FEED-SUB) TO FL-SOURCE
              MOVE FE-DATE(WS-FEED-SUB) TO FL-DATE
              MOVE FE-RECS(WS-FEED-SUB) TO FL-RECS
              MOVE FE-TRL-RECS(WS-FEED-SUB) TO FL-TRL-RECS
              MOVE FE-AMT(WS-FEED-SUB) TO FL-AMT
              MOVE FE-TRL-AMT(WS-FEED-SUB) TO FL-TRL-AMT
              IF FE-ACCEPTED(WS-FEED-SUB)
                 ADD 1 TO TOTAL-ACCEPTED
                 MOVE 'ACCEPTED' TO FL-RESULT
              ELSE
                 ADD 1 TO TOTAL-REJECTED
                 MOVE FE-REASON(WS-FEED-SUB) TO FL-RESULT
              END-IF
              WRITE REPORT-REC FROM WS-FEED-LINE
              END-WRITE
              PERFORM CHECK-REPORT-STATUS
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'FEEDS ACCEPTED' TO TOT-LABEL.
           MOVE TOTAL-ACCEPTED TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'FEEDS REJECTED' TO TOT-LABEL.
           MOVE TOTAL-REJECTED TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'TRANSACTIONS PASSED TO POSTING' TO TOT-LABEL.
           MOVE TOTAL-WRITTEN TO TOT-CNT.
           MOVE TOTAL-WRITTEN-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'TRANSACTIONS IN REJECTED FEEDS' TO TOT-LABEL.
           MOVE TOTAL-HELD TO TOT-CNT.
           MOVE TOTAL-HELD-AMT TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-TOT-LINE.
           MOVE 'ORPHAN RECORDS OUTSIDE A FEED' TO TOT-LABEL.
           MOVE TOTAL-ORPHANS TO TOT-CNT.
           MOVE ZERO TO TOT-AMT.
           PERFORM WRITE-TOTAL-LINE.

      **********************************************
      * WRITES ONE RUN-TOTAL LINE
      **********************************************
       WRITE-TOTAL-LINE.
           WRITE REPORT-REC FROM WS-TOT-LINE
           END-WRITE.
           PERFORM CHECK-REPORT-STATUS.

      **********************************************
      * CHECKS THE REPORT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-REPORT-STATUS.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT-FILE: ' RPT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE FEED-FILE.
           IF FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING FEED-FILE: ' FEED-STATUS
           END-IF.

           CLOSE TRANS-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANS-FILE: '
                      TRANS-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT: ' RPT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'TRANSACTION INTAKE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'FEED RECORDS READ:    ' TOTAL-READ.
           DISPLAY 'FEEDS:                ' TOTAL-FEEDS.
           DISPLAY 'FEEDS ACCEPTED:       ' TOTAL-ACCEPTED.
           DISPLAY 'FEEDS REJECTED:       ' TOTAL-REJECTED.
           DISPLAY 'TRANSACTIONS WRITTEN: ' TOTAL-WRITTEN.
           DISPLAY 'HELD IN REJECTED:     ' TOTAL-HELD.
           DISPLAY 'ORPHAN RECORDS:       ' TOTAL-ORPHANS.
           IF TOTAL-FEEDS = 0
              DISPLAY 'WARNING: NO FEEDS ON FEEDDD'
           END-IF.
           DISPLAY '========================================'.
