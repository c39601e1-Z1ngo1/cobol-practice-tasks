      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/01                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  ADDED PER-CLASS STATISTICS SECTIONS (SAT,     *
      *                  PASSED, FAILED, CLASS AVERAGE, ROLL CUTOFF)   *
      *                  AFTER EACH CLASS'S ENTRIES, PLUS A SCHOOL-    *
      *                  MORE THAN THE CONFIGURED AMOUNT SINCE LAST    *
      *                  TERM. TERM ID, N AND THE DROP THRESHOLD COME  *
      *                  FROM PARMDD.                                  *
      * 2026/10/15  SSH  INDIVIDUAL REPORT CARDS (CARDDD): ONE PAGE    *
      *                  PER STUDENT WITH THE THREE SUBJECT SCORES AND *
      *                  WEIGHTS, WEIGHTED SCORE, RANK IN CLASS, CLASS *
      *                  AVERAGE AND TOP SCORE, HONOR ROLL STATUS AND  *
      *                  THE TERM TREND. SCORES ARE NOW VALIDATED ON   *
      *                  INPUT: A STUDENT WITH A MISSING, NON-NUMERIC  *
      *                  OR OVER-100 SCORE, A BAD WEIGHT OR WEIGHTS    *
      *                  NOT TOTALLING 100 IS KEPT OUT OF THE ROLL,    *
      *                  STATISTICS AND HISTORY AND LISTED ON A        *
      *                  SEPARATE EXCEPTION PAGE INSTEAD. A SUBJECT    *
      *                  WITH BLANK SCORE AND WEIGHT IS NOT TAKEN.     *
      * 2026/10/15  SSH  REPORT CARDS AND THE EXCEPTION PAGE ARE       *
      *                  SEPARATED BY A BLANK LINE INSTEAD OF A PAGE   *
      *                  EJECT, AS THE CARD FILE CARRIES NO CARRIAGE   *
      *                  CONTROL.                                      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  EXDD (EXAM.RAW) - RAW EXAM RESULTS (PS, UNSORTED)      *
      * OUTPUT: HNRDD (HONOR.ROLL) - SORTED HONOR ROLL (PS, 80 B)      *
      *         HSTODD (STUDENT.HISTORY.NEW) - UPDATED HISTORY (PS)    *
      *         PRGDD (PROGRESS.REPORT) - TREND REPORT (PS, 80 B)      *
      *         CARDDD (REPORT.CARDS) - REPORT CARDS (PS, 80 B)        *
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PROGRESS-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXAM-FILE RECORDING MODE IS F.
          05 STUD-WEIGHT-2 PIC 9(3).
          05 STUD-SCORE-3 PIC 9(3).
          05 STUD-WEIGHT-3 PIC 9(3).
      * THE SAME SCORES AS A TABLE, FOR INPUT VALIDATION
       01 EXAM-SUBJECT-VIEW.
          05 FILLER PIC X(28).
          05 EXAM-SUBJECT OCCURS 3 TIMES.
             10 EXAM-SUBJ-SCORE PIC X(3).
             10 EXAM-SUBJ-SCORE-N REDEFINES EXAM-SUBJ-SCORE
                                  PIC 9(3).
             10 EXAM-SUBJ-WEIGHT PIC X(3).
             10 EXAM-SUBJ-WEIGHT-N REDEFINES EXAM-SUBJ-WEIGHT
                                   PIC 9(3).

       SD SORT-FILE.
       01 SORT-REC.
       FD PROGRESS-FILE RECORDING MODE IS F.
       01 PROGRESS-REC PIC X(80).

       FD CARD-FILE RECORDING MODE IS F.
       01 CARD-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 HIST-IN-STATUS PIC X(2).
          05 HIST-OUT-STATUS PIC X(2).
          05 PROGRESS-STATUS PIC X(2).
          05 CARD-STATUS PIC X(2).

      * RUN PARAMETERS: CURRENT TERM, TREND WINDOW AND THE DROP
      * THRESHOLD THAT SENDS A STUDENT TO THE TUTOR SECTION
       01 CUR-TABLE.
          05 CUR-ENTRY OCCURS 500 TIMES.
             10 CUR-STUD-ID PIC X(5).
             10 CUR-NAME PIC X(20).
             10 CUR-CLASS PIC X(3).
             10 CUR-SCORE PIC 9(3)V99.
             10 CUR-ROLL-FLAG PIC X(1).
             10 CUR-SUBJECT OCCURS 3 TIMES.
                15 CUR-SUBJ-SCORE PIC 9(3).
                15 CUR-SUBJ-WEIGHT PIC 9(3).
       01 WS-CUR-SUB PIC 9(3) VALUE 0.

      * TREND WORK FIELDS: THE MOST RECENT PRIOR TERM AND THE
             10 CS-PASSED PIC 9(5).
             10 CS-FAILED PIC 9(5).
             10 CS-SCORE-SUM PIC 9(9)V99.
             10 CS-TOP-SCORE PIC 9(3)V99.
             10 CS-REPORTED PIC X(1).
       01 WS-CS-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-CS-FOUND VALUE 'Y'.
       01 WS-SCHOOL-HDR PIC X(80) VALUE
          '== SCHOOL-WIDE SUMMARY =='.

      * INPUT SCORE VALIDATION. A STUDENT WITH A REASON SET IS
      * LISTED ON THE EXCEPTION PAGE INSTEAD OF GETTING A CARD.
       01 WS-EXAM-REASON PIC X(30) VALUE SPACES.
       01 WS-WEIGHT-TOTAL PIC 9(4) VALUE 0.
       01 WS-SUBJ-SUB PIC 9(1) VALUE 0.
       01 WS-SUBJ-DIGIT PIC 9(1) VALUE 0.

      * STUDENTS HELD BACK FROM THE REPORT CARDS
       01 EXC-TABLE-MAX PIC 9(3) VALUE 200.
       01 EXC-COUNT PIC 9(3) VALUE 0.
       01 EXC-TABLE.
          05 EXC-ENTRY OCCURS 200 TIMES.
             10 EXC-STUD-ID PIC X(5).
             10 EXC-NAME PIC X(20).
             10 EXC-CLASS PIC X(3).
             10 EXC-REASON PIC X(30).
       01 WS-EXC-SUB PIC 9(3) VALUE 0.

      * REPORT CARD WORK FIELDS
       01 WS-CARD-RANK PIC 9(3) VALUE 0.
       01 WS-RANK-SUB PIC 9(3) VALUE 0.

      * REPORT CARD LINES
       01 RC-TITLE-LINE.
          05 FILLER PIC X(40) VALUE 'STUDENT REPORT CARD'.
          05 FILLER PIC X(6) VALUE 'TERM: '.
          05 RCT-TERM PIC 9(6).
          05 FILLER PIC X(28) VALUE SPACES.
       01 RC-STUDENT-LINE.
          05 FILLER PIC X(9) VALUE 'STUDENT: '.
          05 RCS-STUD-ID PIC X(5).
          05 FILLER PIC X(8) VALUE '  NAME: '.
          05 RCS-NAME PIC X(20).
          05 FILLER PIC X(9) VALUE '  CLASS: '.
          05 RCS-CLASS PIC X(3).
          05 FILLER PIC X(26) VALUE SPACES.
       01 RC-SUBJ-HDR PIC X(80) VALUE
          '  SUBJECT     SCORE  WEIGHT'.
       01 RC-SUBJ-LINE.
          05 FILLER PIC X(10) VALUE '  SUBJECT '.
          05 RSL-NUMBER PIC 9(1).
          05 FILLER PIC X(5) VALUE SPACES.
          05 RSL-SCORE PIC ZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RSL-WEIGHT PIC ZZ9.
          05 FILLER PIC X(1) VALUE '%'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RSL-NOTE PIC X(9).
          05 FILLER PIC X(42) VALUE SPACES.
       01 RC-WEIGHTED-LINE.
          05 FILLER PIC X(22) VALUE '  WEIGHTED SCORE:'.
          05 RCW-SCORE PIC ZZ9.99.
          05 FILLER PIC X(52) VALUE SPACES.
       01 RC-RANK-LINE.
          05 FILLER PIC X(22) VALUE '  RANK IN CLASS:'.
          05 RCR-RANK PIC ZZ9.
          05 FILLER PIC X(4) VALUE ' OF '.
          05 RCR-CLASS-SIZE PIC ZZZZ9.
          05 FILLER PIC X(46) VALUE SPACES.
       01 RC-CLASS-LINE.
          05 FILLER PIC X(22) VALUE '  CLASS AVERAGE:'.
          05 RCC-AVG PIC ZZ9.99.
          05 FILLER PIC X(20) VALUE '   CLASS TOP SCORE: '.
          05 RCC-TOP PIC ZZ9.99.
          05 FILLER PIC X(26) VALUE SPACES.
       01 RC-HONOR-LINE.
          05 FILLER PIC X(22) VALUE '  HONOR ROLL:'.
          05 RCH-STATUS PIC X(30).
          05 FILLER PIC X(28) VALUE SPACES.
       01 RC-TREND-LINE.
          05 FILLER PIC X(22) VALUE '  TREND:'.
          05 RCN-TREND PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RCN-DIFF PIC +(2)9.99.
          05 FILLER PIC X(6) VALUE ' OVER '.
          05 RCN-TERMS PIC Z9.
          05 FILLER PIC X(6) VALUE ' TERMS'.
          05 FILLER PIC X(27) VALUE SPACES.
       01 RC-TREND-NEW-LINE PIC X(80) VALUE
          '  TREND:              NEW - FIRST TERM ON RECORD'.
       01 RC-EXC-TITLE PIC X(80) VALUE
          'REPORT CARD EXCEPTIONS - NO CARD PRODUCED'.
       01 RC-EXC-COL-LINE PIC X(80) VALUE
          'ID    NAME                 CLS REASON'.
       01 RC-EXC-LINE.
          05 RCE-STUD-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RCE-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RCE-CLASS PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RCE-REASON PIC X(30).
          05 FILLER PIC X(19) VALUE SPACES.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 RECORDS-READ PIC 9(5) VALUE 0.
          05 RECORDS-INVALID PIC 9(5) VALUE 0.
          05 CARDS-WRITTEN PIC 9(5) VALUE 0.
          05 RECORDS-FILTERED PIC 9(5) VALUE 0.
          05 RECORDS-PASSED PIC 9(5) VALUE 0.
          05 RECORDS-WRITTEN PIC 9(5) VALUE 0.
      * DISPLAY-FORMATTED COUNTERS
       01 DISP-COUNTERS.
          05 RECORDS-READ-DISP PIC Z(4)9.
          05 RECORDS-INVALID-DISP PIC Z(4)9.
          05 CARDS-WRITTEN-DISP PIC Z(4)9.
          05 RECORDS-FILTERED-DISP PIC Z(4)9.
          05 RECORDS-PASSED-DISP PIC Z(4)9.
          05 RECORDS-WRITTEN-DISP PIC Z(4)9.
               OUTPUT PROCEDURE IS WRITE-SORTED-REPORT.
           PERFORM WRITE-HISTORY-OUTPUT.
           PERFORM WRITE-PROGRESS-REPORT.
           PERFORM WRITE-REPORT-CARDS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

                NOT AT END
                   IF EXAM-STATUS = '00'
                      ADD 1 TO RECORDS-READ
                      PERFORM VALIDATE-EXAM-SCORES
                      IF WS-EXAM-REASON NOT = SPACES
                         ADD 1 TO RECORDS-INVALID
                         PERFORM ADD-SCORE-EXCEPTION
                      ELSE
                         PERFORM CALCULATE-WEIGHTED-SCORE
                         PERFORM ACCUM-CLASS-STATS
                         PERFORM ADD-CURRENT-STUDENT
                         IF WS-WEIGHTED-SCORE >= 50
                            ADD 1 TO RECORDS-PASSED
                            MOVE STUD-ID    TO SORT-ID
                            MOVE STUD-NAME  TO SORT-NAME
                            MOVE STUD-CLASS TO SORT-CLASS
                            MOVE WS-WEIGHTED-SCORE TO SORT-SCORE
                            RELEASE SORT-REC
                         ELSE
                            ADD 1 TO RECORDS-FILTERED
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING EXAM FILE: ' EXAM-STATUS
              DISPLAY 'WARNING: ERROR CLOSING EXAM FILE: ' EXAM-STATUS
           END-IF.

      **********************************************
      * CHECKS THE THREE SUBJECTS OF THE STUDENT JUST READ. A
      * SUBJECT WITH BLANK SCORE AND WEIGHT WAS NOT TAKEN AND
      * COUNTS AS ZERO/ZERO. OTHERWISE THE WEIGHT MUST BE NUMERIC,
      * A WEIGHTED SUBJECT NEEDS A NUMERIC SCORE OF AT MOST 100,
      * AND THE WEIGHTS MUST TOTAL 100. THE FIRST FAULT FOUND IS
      * LEFT IN WS-EXAM-REASON.
      **********************************************
       VALIDATE-EXAM-SCORES.
           MOVE SPACES TO WS-EXAM-REASON.
           MOVE 0 TO WS-WEIGHT-TOTAL.
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 3
                      OR WS-EXAM-REASON NOT = SPACES
              PERFORM VALIDATE-ONE-SUBJECT
           END-PERFORM.
           IF WS-EXAM-REASON = SPACES AND WS-WEIGHT-TOTAL NOT = 100
              MOVE 'WEIGHTS DO NOT TOTAL 100' TO WS-EXAM-REASON
           END-IF.

       VALIDATE-ONE-SUBJECT.
           MOVE WS-SUBJ-SUB TO WS-SUBJ-DIGIT.
           IF EXAM-SUBJ-SCORE(WS-SUBJ-SUB) = SPACES
              AND EXAM-SUBJ-WEIGHT(WS-SUBJ-SUB) = SPACES
              MOVE 0 TO EXAM-SUBJ-SCORE-N(WS-SUBJ-SUB)
              MOVE 0 TO EXAM-SUBJ-WEIGHT-N(WS-SUBJ-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF EXAM-SUBJ-WEIGHT(WS-SUBJ-SUB) NOT NUMERIC
              STRING 'WEIGHT ' WS-SUBJ-DIGIT ' INVALID'
                     DELIMITED BY SIZE INTO WS-EXAM-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           ADD EXAM-SUBJ-WEIGHT-N(WS-SUBJ-SUB) TO WS-WEIGHT-TOTAL.
           EVALUATE TRUE
               WHEN EXAM-SUBJ-SCORE(WS-SUBJ-SUB) = SPACES
                    AND EXAM-SUBJ-WEIGHT-N(WS-SUBJ-SUB) = 0
                   MOVE 0 TO EXAM-SUBJ-SCORE-N(WS-SUBJ-SUB)
               WHEN EXAM-SUBJ-SCORE(WS-SUBJ-SUB) = SPACES
                   STRING 'SCORE ' WS-SUBJ-DIGIT ' MISSING'
                          DELIMITED BY SIZE INTO WS-EXAM-REASON
                   END-STRING
               WHEN EXAM-SUBJ-SCORE(WS-SUBJ-SUB) NOT NUMERIC
                   STRING 'SCORE ' WS-SUBJ-DIGIT ' NOT NUMERIC'
                          DELIMITED BY SIZE INTO WS-EXAM-REASON
                   END-STRING
               WHEN EXAM-SUBJ-SCORE-N(WS-SUBJ-SUB) > 100
                   STRING 'SCORE ' WS-SUBJ-DIGIT ' OVER 100'
                          DELIMITED BY SIZE INTO WS-EXAM-REASON
                   END-STRING
           END-EVALUATE.

      **********************************************
      * HOLDS A STUDENT WITH UNUSABLE SCORES FOR THE EXCEPTION
      * PAGE OF THE REPORT CARDS.
      **********************************************
       ADD-SCORE-EXCEPTION.
           DISPLAY 'INVALID SCORES FOR STUDENT ' STUD-ID ': '
                    WS-EXAM-REASON.
           IF EXC-COUNT >= EXC-TABLE-MAX
              DISPLAY 'WARNING: EXCEPTION TABLE FULL - STUDENT '
                       STUD-ID ' NOT ON THE EXCEPTION PAGE'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EXC-COUNT.
           MOVE STUD-ID TO EXC-STUD-ID(EXC-COUNT).
           MOVE STUD-NAME TO EXC-NAME(EXC-COUNT).
           MOVE STUD-CLASS TO EXC-CLASS(EXC-COUNT).
           MOVE WS-EXAM-REASON TO EXC-REASON(EXC-COUNT).

      **********************************************
      * COMPUTE THE WEIGHTED AVERAGE ACROSS THE STUDENT'S 3
      * SUBJECT SCORES. WEIGHTS ARE EXPRESSED AS WHOLE PERCENTAGE
      * POINTS; VALIDATE-EXAM-SCORES HAS CHECKED THEY SUM TO 100.
      **********************************************
       CALCULATE-WEIGHTED-SCORE.
           COMPUTE WS-WEIGHTED-SCORE ROUNDED =
              MOVE 0 TO CS-PASSED(CSIDX)
              MOVE 0 TO CS-FAILED(CSIDX)
              MOVE 0 TO CS-SCORE-SUM(CSIDX)
              MOVE 0 TO CS-TOP-SCORE(CSIDX)
              MOVE 'N' TO CS-REPORTED(CSIDX)
           END-IF.

           ADD 1 TO CS-SAT(CSIDX).
           ADD WS-WEIGHTED-SCORE TO CS-SCORE-SUM(CSIDX).
           IF WS-WEIGHTED-SCORE > CS-TOP-SCORE(CSIDX)
              MOVE WS-WEIGHTED-SCORE TO CS-TOP-SCORE(CSIDX)
           END-IF.
           ADD 1 TO SCHOOL-SAT.
           ADD WS-WEIGHTED-SCORE TO SCHOOL-SCORE-SUM.
           IF WS-WEIGHTED-SCORE >= 50
       ADD-CURRENT-STUDENT.
           IF CUR-COUNT >= CUR-TABLE-MAX
              DISPLAY 'WARNING: CURRENT-TERM TABLE FULL - STUDENT '
                       STUD-ID ' NOT IN HISTORY/PROGRESS/CARDS'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CUR-COUNT.
           MOVE STUD-ID TO CUR-STUD-ID(CUR-COUNT).
           MOVE STUD-NAME TO CUR-NAME(CUR-COUNT).
           MOVE STUD-CLASS TO CUR-CLASS(CUR-COUNT).
           MOVE STUD-SCORE-1 TO CUR-SUBJ-SCORE(CUR-COUNT, 1).
           MOVE STUD-WEIGHT-1 TO CUR-SUBJ-WEIGHT(CUR-COUNT, 1).
           MOVE STUD-SCORE-2 TO CUR-SUBJ-SCORE(CUR-COUNT, 2).
           MOVE STUD-WEIGHT-2 TO CUR-SUBJ-WEIGHT(CUR-COUNT, 2).
           MOVE STUD-SCORE-3 TO CUR-SUBJ-SCORE(CUR-COUNT, 3).
           MOVE STUD-WEIGHT-3 TO CUR-SUBJ-WEIGHT(CUR-COUNT, 3).
           MOVE WS-WEIGHTED-SCORE TO CUR-SCORE(CUR-COUNT).
           MOVE 'N' TO CUR-ROLL-FLAG(CUR-COUNT).

              STOP RUN
           END-IF.

      **********************************************
      * REPORT CARDS: ONE CARD PER STUDENT WHO SAT THIS TERM WITH
      * USABLE SCORES, THEN AN EXCEPTION PAGE LISTING THE STUDENTS
      * WHOSE SCORES COULD NOT BE USED, EACH SET OFF BY A BLANK
      * LINE.
      **********************************************
       WRITE-REPORT-CARDS.
           OPEN OUTPUT CARD-FILE.
           IF CARD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT CARD FILE: ' CARD-STATUS
              STOP RUN
           END-IF.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > CUR-COUNT
              PERFORM WRITE-ONE-REPORT-CARD
           END-PERFORM.
           PERFORM WRITE-CARD-EXCEPTIONS.
           CLOSE CARD-FILE.
           IF CARD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT CARD FILE: '
                       CARD-STATUS
           END-IF.

      **********************************************
      * ONE STUDENT'S CARD: SUBJECTS, WEIGHTED SCORE, RANK IN
      * CLASS (STUDENTS WITH A HIGHER WEIGHTED SCORE + 1, SO TIES
      * SHARE A RANK), CLASS AVERAGE AND TOP SCORE, HONOR ROLL
      * STATUS AND THE TREND OVER THE LAST N TERMS.
      **********************************************
       WRITE-ONE-REPORT-CARD.
           IF CARDS-WRITTEN > 0
              PERFORM WRITE-CARD-SEPARATOR
           END-IF.
           MOVE WS-CUR-TERM TO RCT-TERM.
           WRITE CARD-REC FROM RC-TITLE-LINE.
           PERFORM CHECK-CARD-STATUS.
           MOVE CUR-STUD-ID(WS-CUR-SUB) TO RCS-STUD-ID.
           MOVE CUR-NAME(WS-CUR-SUB) TO RCS-NAME.
           MOVE CUR-CLASS(WS-CUR-SUB) TO RCS-CLASS.
           WRITE CARD-REC FROM RC-STUDENT-LINE.
           PERFORM CHECK-CARD-STATUS.
           WRITE CARD-REC FROM RC-SUBJ-HDR.
           PERFORM CHECK-CARD-STATUS.
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 3
              MOVE WS-SUBJ-SUB TO RSL-NUMBER
              MOVE CUR-SUBJ-SCORE(WS-CUR-SUB, WS-SUBJ-SUB)
                TO RSL-SCORE
              MOVE CUR-SUBJ-WEIGHT(WS-CUR-SUB, WS-SUBJ-SUB)
                TO RSL-WEIGHT
              IF CUR-SUBJ-WEIGHT(WS-CUR-SUB, WS-SUBJ-SUB) = 0
                 MOVE 'NOT TAKEN' TO RSL-NOTE
              ELSE
                 MOVE SPACES TO RSL-NOTE
              END-IF
              WRITE CARD-REC FROM RC-SUBJ-LINE
              PERFORM CHECK-CARD-STATUS
           END-PERFORM.
           MOVE CUR-SCORE(WS-CUR-SUB) TO RCW-SCORE.
           WRITE CARD-REC FROM RC-WEIGHTED-LINE.
           PERFORM CHECK-CARD-STATUS.

           MOVE 'N' TO WS-CS-FOUND-SW.
           PERFORM VARYING CSSCAN FROM 1 BY 1
                   UNTIL CSSCAN > CLASS-STAT-COUNT OR WS-CS-FOUND
              IF CS-CLASS(CSSCAN) = CUR-CLASS(WS-CUR-SUB)
                 SET WS-CS-FOUND TO TRUE
                 SET CSIDX TO CSSCAN
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-CARD-RANK.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > CUR-COUNT
              IF CUR-CLASS(WS-RANK-SUB) = CUR-CLASS(WS-CUR-SUB)
                 AND CUR-SCORE(WS-RANK-SUB) > CUR-SCORE(WS-CUR-SUB)
                 ADD 1 TO WS-CARD-RANK
              END-IF
           END-PERFORM.
           MOVE WS-CARD-RANK TO RCR-RANK.
           MOVE CS-SAT(CSIDX) TO RCR-CLASS-SIZE.
           WRITE CARD-REC FROM RC-RANK-LINE.
           PERFORM CHECK-CARD-STATUS.
           COMPUTE WS-AVG-SCORE ROUNDED =
              CS-SCORE-SUM(CSIDX) / CS-SAT(CSIDX).
           MOVE WS-AVG-SCORE TO RCC-AVG.
           MOVE CS-TOP-SCORE(CSIDX) TO RCC-TOP.
           WRITE CARD-REC FROM RC-CLASS-LINE.
           PERFORM CHECK-CARD-STATUS.

           EVALUATE TRUE
               WHEN CUR-ROLL-FLAG(WS-CUR-SUB) = 'Y'
                   MOVE 'YES' TO RCH-STATUS
               WHEN CUR-SCORE(WS-CUR-SUB) >= 50
                   MOVE 'NO - PASSED' TO RCH-STATUS
               WHEN OTHER
                   MOVE 'NO - BELOW PASS MARK OF 50' TO RCH-STATUS
           END-EVALUATE.
           WRITE CARD-REC FROM RC-HONOR-LINE.
           PERFORM CHECK-CARD-STATUS.

           PERFORM FIND-STUDENT-WINDOW.
           IF WS-BASE-TERM = 0
              WRITE CARD-REC FROM RC-TREND-NEW-LINE
           ELSE
              COMPUTE WS-TREND-DIFF =
                 CUR-SCORE(WS-CUR-SUB) - WS-BASE-SCORE
              MOVE WS-TREND-DIFF TO RCN-DIFF
              MOVE WS-TERMS-IN-WINDOW TO RCN-TERMS
              EVALUATE TRUE
                  WHEN WS-TREND-DIFF > 1.00
                    MOVE 'IMPROVING' TO RCN-TREND
                  WHEN WS-TREND-DIFF < -1.00
                    MOVE 'DECLINING' TO RCN-TREND
                  WHEN OTHER
                    MOVE 'FLAT' TO RCN-TREND
              END-EVALUATE
              WRITE CARD-REC FROM RC-TREND-LINE
           END-IF.
           PERFORM CHECK-CARD-STATUS.
           ADD 1 TO CARDS-WRITTEN.

      **********************************************
      * THE EXCEPTION PAGE: STUDENTS WITH NO CARD AND WHY.
      **********************************************
       WRITE-CARD-EXCEPTIONS.
           IF CARDS-WRITTEN > 0
              PERFORM WRITE-CARD-SEPARATOR
           END-IF.
           WRITE CARD-REC FROM RC-EXC-TITLE.
           PERFORM CHECK-CARD-STATUS.
           WRITE CARD-REC FROM RC-EXC-COL-LINE.
           PERFORM CHECK-CARD-STATUS.
           IF EXC-COUNT = 0
              MOVE '  NONE' TO CARD-REC
              WRITE CARD-REC
              PERFORM CHECK-CARD-STATUS
           END-IF.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > EXC-COUNT
              MOVE EXC-STUD-ID(WS-EXC-SUB) TO RCE-STUD-ID
              MOVE EXC-NAME(WS-EXC-SUB) TO RCE-NAME
              MOVE EXC-CLASS(WS-EXC-SUB) TO RCE-CLASS
              MOVE EXC-REASON(WS-EXC-SUB) TO RCE-REASON
              WRITE CARD-REC FROM RC-EXC-LINE
              PERFORM CHECK-CARD-STATUS
           END-PERFORM.

      **********************************************
      * BLANK LINE BETWEEN ONE CARD (OR THE EXCEPTION PAGE) AND
      * THE NEXT - THE CARD FILE IS A PLAIN 80-BYTE DATASET WITH
      * NO CARRIAGE CONTROL, SO THERE IS NO PAGE EJECT.
      **********************************************
       WRITE-CARD-SEPARATOR.
           MOVE SPACES TO CARD-REC.
           WRITE CARD-REC.
           PERFORM CHECK-CARD-STATUS.

      **********************************************
      * CHECK THE REPORT CARD FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-CARD-STATUS.
           IF CARD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT CARD FILE: ' CARD-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE RECORDS-READ TO RECORDS-READ-DISP.
           MOVE RECORDS-INVALID TO RECORDS-INVALID-DISP.
           MOVE CARDS-WRITTEN TO CARDS-WRITTEN-DISP.
           MOVE RECORDS-FILTERED TO RECORDS-FILTERED-DISP.
           MOVE RECORDS-PASSED TO RECORDS-PASSED-DISP.
           MOVE RECORDS-WRITTEN TO RECORDS-WRITTEN-DISP.
           DISPLAY 'RECORDS PASSED:      ' RECORDS-PASSED-DISP.
           DISPLAY 'RECORDS WRITTEN:     ' RECORDS-WRITTEN-DISP.
           DISPLAY 'RECORDS TRUNCATED:   ' RECORDS-TRUNCATED-DISP.
           DISPLAY 'INVALID SCORES:      ' RECORDS-INVALID-DISP.
           DISPLAY 'REPORT CARDS:        ' CARDS-WRITTEN-DISP.
           DISPLAY '========================================'.
