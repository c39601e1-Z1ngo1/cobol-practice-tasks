      ******************************************************************
      * LIBRARY CATALOG COPY CONVERSION                                *
      *                                                                *
      * PURPOSE:                                                       *
      * ONE-OFF CONVERSION OF THE LIBRARY CATALOG TO COPY-LEVEL        *
      * CIRCULATION. READS THE OLD TITLE KSDS IN KEY ORDER, LOADS A    *
      * NEW, EMPTY TITLE KSDS CARRYING A COPY COUNT OF 1, AND CREATES  *
      * COPY 001 OF EVERY TITLE ON THE NEW COPY KSDS WITH THE TITLE'S  *
      * OLD CHECKOUT STATUS AND BORROWER. THE LOAN LEDGER IS RELOADED  *
      * UNDER ITS NEW ISBN + COPY NUMBER KEY, EVERY EXISTING LOAN      *
      * BEING A LOAN OF COPY 001.                                      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARMDD MAY CARRY 'BRANCH=  XXXX' NAMING THE BRANCH THAT      *
      *   HOLDS THE EXISTING COPIES; WITHOUT IT THE BRANCH IS MAIN.    *
      *   PER OLD TITLE: ISBN, AUTHOR, TITLE, YEAR AND CHECKED-OUT     *
      *   FLAG ARE COPIED AS THEY ARE, THE COPY COUNT IS SET TO 1 AND  *
      *   THE OLD BORROWER BYTES ARE BLANKED. COPY 001 GETS THE        *
      *   BRANCH, THE CHECKED-OUT FLAG ('Y' = OUT, ANYTHING ELSE = ON  *
      *   THE SHELF) AND, WHEN OUT, THE BORROWER.                      *
      *   PER OLD LOAN: COPIED AS IT IS WITH COPY NUMBER 001.          *
      *   TITLES IN, TITLES OUT AND COPIES OUT, AND LOANS IN AND OUT,  *
      *   ARE DISPLAYED; ANY DIFFERENCE ENDS THE RUN WITH RETURN       *
      *   CODE 8.                                                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  OLDDD (LIBRARY.MASTER.OLD) - OLD TITLE MASTER (KSDS)   *
      *         OLDLNDD (LOAN.LEDGER.OLD) - OLD LOAN LEDGER (KSDS)     *
      *         PARMDD (CONV.PARM) - BRANCH OF EXISTING COPIES (PS)    *
      * OUTPUT: VSAMDD (LIBRARY.MASTER) - NEW TITLE MASTER (KSDS)      *
      *         COPYDD (LIBRARY.COPIES) - COPY STATUS (KSDS)           *
      *         LOANDD (LOAN.LEDGER) - NEW LOAN LEDGER (KSDS)          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCV18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO OLDDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-ISBN
              FILE STATUS IS OLD-STATUS.

           SELECT VSAM-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VSAM-ISBN
              ALTERNATE RECORD KEY IS VSAM-AUTHOR WITH DUPLICATES
              FILE STATUS IS VSAM-STATUS.

           SELECT COPY-FILE ASSIGN TO COPYDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CPY-KEY
              FILE STATUS IS COPY-STATUS.

           SELECT OLD-LEDGER ASSIGN TO OLDLNDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-LOAN-ISBN
              FILE STATUS IS OLD-LOAN-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOAN-KEY
              FILE STATUS IS LOAN-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * TITLE MASTER IN THE OLD LAYOUT: ONE COPY PER ISBN, WITH THE
      * BORROWER ON THE TITLE RECORD
       FD OLD-MASTER.
       01 OLD-VSAM-REC.
          05 OLD-ISBN PIC X(10).
          05 OLD-AUTHOR PIC X(20).
          05 OLD-TITLE PIC X(30).
          05 OLD-YEAR PIC X(4).
          05 OLD-CHECKED-OUT PIC X(1).
          05 OLD-BORROWER-ID PIC X(8).
          05 FILLER PIC X(7).

      * TITLE MASTER IN THE NEW LAYOUT, CARRYING THE COPY COUNT
       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-ISBN PIC X(10).
          05 VSAM-AUTHOR PIC X(20).
          05 VSAM-TITLE PIC X(30).
          05 VSAM-YEAR PIC X(4).
          05 VSAM-CHECKED-OUT PIC X(1).
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

      * LOAN LEDGER IN THE OLD LAYOUT, KEYED BY ISBN ALONE
       FD OLD-LEDGER.
       01 OLD-LOAN-REC.
          05 OLD-LOAN-ISBN PIC X(10).
          05 OLD-LOAN-BORROWER-ID PIC X(8).
          05 OLD-LOAN-DUE-DATE PIC 9(8).
          05 OLD-LOAN-FINE PIC 9(5)V99.
          05 OLD-LOAN-ACCRUED-TO PIC 9(8).

      * LOAN LEDGER IN THE NEW LAYOUT, KEYED BY ISBN AND COPY
       FD LOAN-LEDGER-FILE.
       01 LOAN-REC.
          05 LOAN-KEY.
             10 LOAN-ISBN PIC X(10).
             10 LOAN-COPY-NO PIC 9(3).
          05 LOAN-BORROWER-ID PIC X(8).
          05 LOAN-DUE-DATE PIC 9(8).
          05 LOAN-FINE PIC 9(5)V99.
          05 LOAN-ACCRUED-TO PIC 9(8).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC.
          05 PARM-KEYWORD PIC X(9).
          05 PARM-BRANCH PIC X(4).
          05 FILLER PIC X(67).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 OLD-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 COPY-STATUS PIC X(2).
          05 OLD-LOAN-STATUS PIC X(2).
          05 LOAN-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-LOAN-EOF PIC X(1) VALUE 'N'.
             88 LOAN-EOF VALUE 'Y'.

      * BRANCH GIVEN TO EVERY CONVERTED COPY
       01 WS-BRANCH PIC X(4) VALUE 'MAIN'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TITLES-READ PIC 9(7) VALUE 0.
          05 TITLES-WRITTEN PIC 9(7) VALUE 0.
          05 COPIES-WRITTEN PIC 9(7) VALUE 0.
          05 COPIES-OUT PIC 9(7) VALUE 0.
          05 LOANS-READ PIC 9(7) VALUE 0.
          05 LOANS-WRITTEN PIC 9(7) VALUE 0.

      **********************************************
      * MAIN FLOW: PARM -> OPEN -> CONVERT TITLES -> CONVERT
      * LEDGER -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CONVERSION-PARM.
           PERFORM OPEN-ALL-FILES.
           PERFORM CONVERT-MASTER.
           PERFORM CONVERT-LEDGER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TITLES-WRITTEN NOT = TITLES-READ
              OR COPIES-WRITTEN NOT = TITLES-READ
              OR LOANS-WRITTEN NOT = LOANS-READ
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD RECORDS. BRANCH=  XXXX REPLACES THE
      * DEFAULT BRANCH. AN EMPTY PARM FILE KEEPS THE DEFAULT.
      **********************************************
       READ-CONVERSION-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARM-FILE: ' PARM-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PARM-STATUS NOT = '00'
              READ PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-KEYWORD = 'BRANCH=  '
                      AND PARM-BRANCH NOT = SPACES
                      MOVE PARM-BRANCH TO WS-BRANCH
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.
           DISPLAY 'BRANCH OF EXISTING COPIES: ' WS-BRANCH.

      **********************************************
      * OPEN THE OLD FILES FOR INPUT AND THE NEW ONES FOR LOAD
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT OLD-MASTER.
           IF OLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OLD TITLE MASTER: ' OLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT OLD-LEDGER.
           IF OLD-LOAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OLD LOAN LEDGER: '
                      OLD-LOAN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VSAM FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COPY FILE: ' COPY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT LOAN-LEDGER-FILE.
           IF LOAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN LEDGER: ' LOAN-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * COPY EVERY OLD TITLE, IN KEY ORDER, INTO THE NEW LAYOUT
      * AND CREATE ITS COPY 001. KEY ORDER ON THE OLD MASTER IS
      * ALSO KEY ORDER FOR BOTH NEW FILES.
      **********************************************
       CONVERT-MASTER.
           PERFORM UNTIL EOF
              READ OLD-MASTER NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF OLD-STATUS NOT = '00'
                      DISPLAY 'READ OLD MASTER ERROR: ' OLD-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TITLES-READ
                   PERFORM WRITE-NEW-TITLE
                   PERFORM WRITE-FIRST-COPY
              END-READ
           END-PERFORM.

      **********************************************
      * BUILD AND WRITE ONE TITLE IN THE NEW LAYOUT
      **********************************************
       WRITE-NEW-TITLE.
           MOVE SPACES TO VSAM-REC.
           MOVE OLD-ISBN TO VSAM-ISBN.
           MOVE OLD-AUTHOR TO VSAM-AUTHOR.
           MOVE OLD-TITLE TO VSAM-TITLE.
           MOVE OLD-YEAR TO VSAM-YEAR.
           MOVE OLD-CHECKED-OUT TO VSAM-CHECKED-OUT.
           MOVE 1 TO VSAM-COPY-COUNT.

           WRITE VSAM-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WRITE TO TITLE MASTER FAILED: ' VSAM-STATUS
              DISPLAY 'ISBN: ' OLD-ISBN
              STOP RUN
           END-IF.
           ADD 1 TO TITLES-WRITTEN.

      **********************************************
      * BUILD AND WRITE COPY 001 OF THE TITLE, CARRYING THE OLD
      * CHECKOUT STATUS AND BORROWER
      **********************************************
       WRITE-FIRST-COPY.
           MOVE SPACES TO COPY-REC.
           MOVE OLD-ISBN TO CPY-ISBN.
           MOVE 1 TO CPY-NUMBER.
           MOVE WS-BRANCH TO CPY-BRANCH.
           IF OLD-CHECKED-OUT = 'Y'
              SET CPY-OUT TO TRUE
              MOVE OLD-BORROWER-ID TO CPY-BORROWER-ID
              ADD 1 TO COPIES-OUT
           ELSE
              SET CPY-ON-SHELF TO TRUE
           END-IF.

           WRITE COPY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'WRITE TO COPY FILE FAILED: ' COPY-STATUS
              DISPLAY 'ISBN: ' OLD-ISBN
              STOP RUN
           END-IF.
           ADD 1 TO COPIES-WRITTEN.

      **********************************************
      * COPY EVERY OLD LOAN, IN KEY ORDER, ONTO THE NEW LEDGER AS
      * A LOAN OF COPY 001
      **********************************************
       CONVERT-LEDGER.
           PERFORM UNTIL LOAN-EOF
              READ OLD-LEDGER NEXT RECORD
                AT END
                   SET LOAN-EOF TO TRUE
                NOT AT END
                   IF OLD-LOAN-STATUS NOT = '00'
                      DISPLAY 'READ OLD LEDGER ERROR: '
                              OLD-LOAN-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO LOANS-READ
                   PERFORM WRITE-NEW-LOAN
              END-READ
           END-PERFORM.

      **********************************************
      * BUILD AND WRITE ONE LOAN IN THE NEW LAYOUT
      **********************************************
       WRITE-NEW-LOAN.
           MOVE OLD-LOAN-ISBN TO LOAN-ISBN.
           MOVE 1 TO LOAN-COPY-NO.
           MOVE OLD-LOAN-BORROWER-ID TO LOAN-BORROWER-ID.
           MOVE OLD-LOAN-DUE-DATE TO LOAN-DUE-DATE.
           MOVE OLD-LOAN-FINE TO LOAN-FINE.
           MOVE OLD-LOAN-ACCRUED-TO TO LOAN-ACCRUED-TO.

           WRITE LOAN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF LOAN-STATUS NOT = '00'
              DISPLAY 'WRITE TO LOAN LEDGER FAILED: ' LOAN-STATUS
              DISPLAY 'ISBN: ' OLD-LOAN-ISBN
              STOP RUN
           END-IF.
           ADD 1 TO LOANS-WRITTEN.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE OLD-MASTER.
           IF OLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OLD MASTER: ' OLD-STATUS
           END-IF.

           CLOSE OLD-LEDGER.
           IF OLD-LOAN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OLD LEDGER: '
                       OLD-LOAN-STATUS
           END-IF.

           CLOSE VSAM-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE COPY-FILE.
           IF COPY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COPY FILE: '
                       COPY-STATUS
           END-IF.

           CLOSE LOAN-LEDGER-FILE.
           IF LOAN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN LEDGER: '
                       LOAN-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'LIBRARY CATALOG COPY CONVERSION'.
           DISPLAY '========================================'.
           DISPLAY 'BRANCH:             ' WS-BRANCH.
           DISPLAY 'TITLES READ:        ' TITLES-READ.
           DISPLAY 'TITLES WRITTEN:     ' TITLES-WRITTEN.
           DISPLAY 'COPIES WRITTEN:     ' COPIES-WRITTEN.
           DISPLAY '  COPIES OUT:       ' COPIES-OUT.
           DISPLAY 'LOANS READ:         ' LOANS-READ.
           DISPLAY 'LOANS WRITTEN:      ' LOANS-WRITTEN.
           DISPLAY '========================================'.
