      ******************************************************************
      * ACCOUNT MASTER PRODUCT CONVERSION                              *
      *                                                                *
      * PURPOSE:                                                       *
      * ONE-OFF CONVERSION OF ACCT.MASTER FROM THE OLD 33-BYTE RECORD  *
      * TO THE 80-BYTE RECORD CARRYING THE ACCOUNT PRODUCT CODE AND    *
      * THE MONTHLY WITHDRAWAL COUNTER. READS THE OLD KSDS IN KEY      *
      * ORDER AND LOADS A NEW, EMPTY KSDS WITH EVERY ACCOUNT GIVEN     *
      * THE DEFAULT PRODUCT, SO THE POSTING, MAINTENANCE AND INTEREST  *
      * RUNS FIND A VALID PRODUCT ON EVERY EXISTING RECORD.            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PARMDD MAY CARRY 'DEFPROD=XXX' NAMING THE DEFAULT PRODUCT;   *
      *   WITHOUT IT THE DEFAULT IS CHK. THE DEFAULT MUST BE ON THE    *
      *   PRODDD PRODUCT FILE OR THE RUN IS REFUSED WITH RETURN CODE   *
      *   12 BEFORE ANYTHING IS WRITTEN.                               *
      *   PER OLD RECORD: ID, NAME, BALANCE AND STATUS ARE COPIED AS   *
      *   THEY ARE (A BLANK STATUS STAYS BLANK AND STILL POSTS AS      *
      *   OPEN), THE PRODUCT IS SET TO THE DEFAULT AND THE WITHDRAWAL  *
      *   PERIOD AND COUNT ARE ZEROED.                                 *
      *   RECORD COUNTS AND THE BALANCE TOTAL IN AND OUT ARE           *
      *   DISPLAYED; ANY DIFFERENCE ENDS THE RUN WITH RETURN CODE 8.   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  OLDDD (ACCT.MASTER.OLD) - OLD ACCOUNT MASTER (KSDS)    *
      *         PARMDD (CONV.PARM) - DEFAULT PRODUCT (PS, 80 B)        *
      *         PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)         *
      * OUTPUT: EMPDD (ACCT.MASTER) - NEW ACCOUNT MASTER (KSDS)        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCV5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO OLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-ID
               FILE STATUS IS OLD-STATUS.

           SELECT ACCT-MASTER ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ACCOUNT MASTER IN THE OLD 33-BYTE LAYOUT
       FD OLD-MASTER.
       01 OLD-ACCT-REC.
          05 OLD-ACCT-ID PIC X(5).
          05 OLD-ACCT-NAME PIC X(20).
          05 OLD-ACCT-BAL PIC 9(5)V99.
          05 OLD-ACCT-ACT-STATUS PIC X(1).

      * ACCOUNT MASTER IN THE NEW 80-BYTE LAYOUT
       FD ACCT-MASTER.
       01 ACCT-REC.
          05 ACCT-ID PIC X(5).
          05 ACCT-NAME PIC X(20).
          05 ACCT-BAL PIC 9(5)V99.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
             88 ACCT-CLOSE-PENDING VALUE 'P'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC.
          05 PARM-KEYWORD PIC X(8).
          05 PARM-DEF-PRODUCT PIC X(3).
          05 FILLER PIC X(69).

      * PRODUCT PARAMETER FILE IN THE VSAMJO5 LAYOUT
       FD PROD-FILE RECORDING MODE IS F.
       01 PROD-REC.
          05 PRD-CODE PIC X(3).
          05 PRD-DESC PIC X(20).
          05 PRD-MIN-BAL PIC 9(5)V99.
          05 PRD-MAX-WD PIC 9(3).
          05 PRD-XFER-OUT PIC X(1).
          05 PRD-INT-PLAN PIC X(2).
          05 FILLER PIC X(44).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 OLD-STATUS PIC X(2).
          05 ACCT-STATUS PIC X(2).
          05 PARM-STATUS PIC X(2).
          05 PROD-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-PROD-EOF PIC X(1) VALUE 'N'.
             88 PROD-EOF VALUE 'Y'.
          05 WS-PROD-HIT PIC X(1) VALUE 'N'.
             88 PROD-FOUND VALUE 'Y'.
             88 PROD-NOT-FOUND VALUE 'N'.

      * PRODUCT GIVEN TO EVERY CONVERTED ACCOUNT
       01 WS-DEF-PRODUCT PIC X(3) VALUE 'CHK'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-READ PIC 9(7) VALUE 0.
          05 TOTAL-WRITTEN PIC 9(7) VALUE 0.
          05 TOTAL-BAL-IN PIC 9(11)V99 VALUE 0.
          05 TOTAL-BAL-OUT PIC 9(11)V99 VALUE 0.

      **********************************************
      * MAIN FLOW: PARM -> VALIDATE DEFAULT PRODUCT -> OPEN ->
      * CONVERT -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CONVERSION-PARM.
           PERFORM CHECK-DEFAULT-PRODUCT.
           PERFORM OPEN-ALL-FILES.
           PERFORM CONVERT-MASTER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-WRITTEN NOT = TOTAL-READ
              OR TOTAL-BAL-OUT NOT = TOTAL-BAL-IN
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD RECORDS. DEFPROD=XXX REPLACES THE DEFAULT
      * PRODUCT CODE. AN EMPTY PARM FILE KEEPS THE DEFAULT.
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
                   IF PARM-KEYWORD = 'DEFPROD='
                      MOVE PARM-DEF-PRODUCT TO WS-DEF-PRODUCT
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE PARM-FILE.
           IF PARM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARM-FILE: ' PARM-STATUS
           END-IF.
           DISPLAY 'DEFAULT PRODUCT: ' WS-DEF-PRODUCT.

      **********************************************
      * THE DEFAULT PRODUCT MUST BE ON PRODDD - CONVERTING THE
      * MASTER TO A PRODUCT THE POSTING RUN DOES NOT KNOW WOULD
      * REJECT EVERY WITHDRAWAL. REFUSED WITH RETURN CODE 12.
      **********************************************
       CHECK-DEFAULT-PRODUCT.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROD-FILE: ' PROD-STATUS
              STOP RUN
           END-IF.

           SET PROD-NOT-FOUND TO TRUE.
           PERFORM UNTIL PROD-EOF OR PROD-FOUND
              READ PROD-FILE
                AT END
                   SET PROD-EOF TO TRUE
                NOT AT END
                   IF PROD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PROD-FILE: ' PROD-STATUS
                      STOP RUN
                   END-IF
                   IF PRD-CODE = WS-DEF-PRODUCT
                      SET PROD-FOUND TO TRUE
                   END-IF
              END-READ
           END-PERFORM.

           CLOSE PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PROD-FILE: ' PROD-STATUS
           END-IF.

           IF PROD-NOT-FOUND
              DISPLAY 'DEFAULT PRODUCT ' WS-DEF-PRODUCT
                      ' NOT ON PRODDD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * OPEN THE OLD MASTER FOR INPUT AND THE NEW ONE FOR LOAD
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT OLD-MASTER.
           IF OLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OLD ACCT-MASTER: ' OLD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: ' ACCT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * COPY EVERY OLD RECORD, IN KEY ORDER, INTO THE NEW LAYOUT
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
                   ADD 1 TO TOTAL-READ
                   ADD OLD-ACCT-BAL TO TOTAL-BAL-IN
                   PERFORM WRITE-NEW-ACCOUNT
              END-READ
           END-PERFORM.

      **********************************************
      * BUILD AND WRITE ONE ACCOUNT IN THE NEW LAYOUT
      **********************************************
       WRITE-NEW-ACCOUNT.
           MOVE SPACES TO ACCT-REC.
           MOVE OLD-ACCT-ID TO ACCT-ID.
           MOVE OLD-ACCT-NAME TO ACCT-NAME.
           MOVE OLD-ACCT-BAL TO ACCT-BAL.
           MOVE OLD-ACCT-ACT-STATUS TO ACCT-ACT-STATUS.
           MOVE WS-DEF-PRODUCT TO ACCT-PRODUCT.
           MOVE ZERO TO ACCT-WD-PERIOD.
           MOVE ZERO TO ACCT-WD-COUNT.

           WRITE ACCT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'WRITE TO ACCT MASTER FAILED: ' ACCT-STATUS
              DISPLAY 'ACCOUNT ID: ' OLD-ACCT-ID
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-WRITTEN.
           ADD ACCT-BAL TO TOTAL-BAL-OUT.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE OLD-MASTER.
           IF OLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OLD MASTER: ' OLD-STATUS
           END-IF.

           CLOSE ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT MASTER: '
                       ACCT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT MASTER PRODUCT CONVERSION'.
           DISPLAY '========================================'.
           DISPLAY 'DEFAULT PRODUCT:    ' WS-DEF-PRODUCT.
           DISPLAY 'RECORDS READ:       ' TOTAL-READ.
           DISPLAY 'RECORDS WRITTEN:    ' TOTAL-WRITTEN.
           DISPLAY 'BALANCE TOTAL IN:   ' TOTAL-BAL-IN.
           DISPLAY 'BALANCE TOTAL OUT:  ' TOTAL-BAL-OUT.
           DISPLAY '========================================'.
