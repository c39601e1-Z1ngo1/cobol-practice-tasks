      ******************************************************************
      * CLIENT MERGE PROPAGATION - RE-KEYS DEPENDENT STORES            *
      *                                                                *
      * PURPOSE:                                                       *
      * VSAMAP9 DELETES A DUPLICATE CLIENT FROM THE CLIENT MASTER AND  *
      * APPENDS OLD ID -> SURVIVOR TO MERGE.XREF, BUT THE RETIRED ID   *
      * LIVES ON IN EVERY OTHER STORE THAT KEYS BY CLIENT. THIS RUN    *
      * READS MERGE.XREF AND REPOINTS OR COMBINES THOSE RECORDS UNDER  *
      * THE SURVIVOR ID: CREDIT.MASTER (JOBSUB23), CUST.MASTER (TASK32 *
      * LAYOUT), TB_CUSTOMERS, THE ACCOUNT-TO-CLIENT XREF VSAMLD6      *
      * READS AND THE LOAN.MASTER OF JOBBK23/JOBRP23. EVERY RECORD     *
      * CHANGED AND EVERY CONFLICT LEFT FOR A PERSON TO RESOLVE IS     *
      * LISTED ON THE REPORT.                                          *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD MERGE.XREF. AN OLD ID MERGED AGAIN INTO THE   *
      *     SAME SURVIVOR IS A REPEAT AND IGNORED; INTO A DIFFERENT    *
      *     SURVIVOR IS A CONFLICT AND THE OLD ID IS LEFT ALONE. A     *
      *     SURVIVOR THAT WAS ITSELF MERGED LATER IS FOLLOWED TO THE   *
      *     FINAL SURVIVOR; A CHAIN THAT LOOPS IS A CONFLICT.          *
      *   PHASE 2 - PER MERGE, KEYED STORES:                           *
      *     CREDIT.MASTER - OLD ID ONLY: WRITTEN UNDER THE SURVIVOR    *
      *       AND THE OLD RECORD DELETED (REKEYED). BOTH IDS: ONE      *
      *       RECORD UNDER THE SURVIVOR WITH CURRENT-DEBT AND          *
      *       BUREAU-EXTERNAL-DEBT SUMMED AND THE WORSE CREDIT PROFILE *
      *       (LOWER CREDIT-SCORE, ON A TIE MORE LATE-PAYMENTS) - THE  *
      *       SCORE, LATE PAYMENTS, PRIOR SCORE AND BUREAU LATE COUNT  *
      *       ARE TAKEN TOGETHER FROM THAT RECORD, AND THE LATER       *
      *       BUREAU REPORT DATE IS KEPT (COMBINED). A SUMMED DEBT TOO *
      *       LARGE FOR ITS FIELD IS A CONFLICT, BOTH RECORDS KEPT.    *
      *     CUST.MASTER - OLD ID ONLY: REKEYED. BOTH IDS: SURVIVOR     *
      *       BLANKS ARE FILLED FROM THE OLD RECORD AND THE OLD ONE    *
      *       DELETED (COMBINED), UNLESS A FIELD IS SET ON BOTH WITH   *
      *       DIFFERENT VALUES - THEN A CONFLICT, BOTH RECORDS KEPT.   *
      *     TB_CUSTOMERS - OLD ID ONLY: CUST_ID UPDATED, AND THE       *
      *       TB_CREDIT_LIMIT_HISTORY ROWS FOLLOW IT (REKEYED). BOTH   *
      *       IDS: A CONFLICT - THE TWO ROWS CARRY SEPARATE LIMITS AND *
      *       REVIEW HISTORY AND ARE NOT MERGED BY PROGRAM.            *
      *     DB2 WORK IS COMMITTED AFTER EACH MERGE.                    *
      *   PHASE 3 - ACCT.CLIENT.XREF IS COPIED ACXINDD -> ACXOUTDD     *
      *     WITH EVERY RETIRED CLIENT ID REPOINTED (REPOINT).          *
      *   PHASE 4 - LOAN.MASTER IS KEYED BY REQUEST ID, SO IT IS READ  *
      *     FROM END TO END AND EVERY LOAN OF A RETIRED CLIENT IS      *
      *     REWRITTEN UNDER THE SURVIVOR ID (REPOINT), SO JOBRP23      *
      *     POSTS ITS REPAYMENTS AGAINST THE SURVIVOR'S DEBT.          *
      *   A MERGE WHOSE OLD ID IS ON NO STORE IS ALREADY PROPAGATED,   *
      *   SO THE RUN CAN BE REPEATED SAFELY.                           *
      *   PARMDD DRYRUN=Y -> REPORT ONLY: NO VSAM OR DB2 CHANGES (THE  *
      *     ACXOUTDD COPY IS STILL WRITTEN; IT REPLACES NOTHING).      *
      *   RC 4 WHEN ANY CONFLICT IS REPORTED.                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (MERGE.PROPAGATE.PARM) - CONTROL CARDS          *
      *                  (OPTIONAL) DRYRUN=Y                           *
      *         MRGXDD (MERGE.XREF) - VSAMAP9 OLD ID -> SURVIVOR (PS)  *
      *         ACXINDD (ACCT.CLIENT.XREF) - ACCOUNT TO CLIENT (PS)    *
      * I-O:    CRMDD (CREDIT.MASTER) - CREDIT SCORES (KSDS, RANDOM)   *
      *         CUSTDD (CUST.MASTER.VSAM) - CUSTOMERS (KSDS, RANDOM)   *
      *         LNMDD (LOAN.MASTER) - BOOKED LOANS (KSDS, SEQUENTIAL)  *
      * OUTPUT: ACXOUTDD (ACCT.CLIENT.XREF.NEW) - REPOINTED COPY (PS)  *
      *         OUTDD (MERGE.PROPAGATE.REPORT) - REPORT (PS, 80 B)     *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_CUSTOMERS - CUSTOMER TABLE (CUST_ID UPDATED)                *
      * TB_CREDIT_LIMIT_HISTORY - LIMIT REVIEWS (CUST_ID UPDATED)      *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH AUDIT TABLE (WRITTEN)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RK9.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARM-STATUS.

           SELECT MERGE-XREF-FILE ASSIGN TO MRGXDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MRGX-STATUS.

           SELECT CREDIT-MASTER-FILE ASSIGN TO CRMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CM-CUST-ID
             FILE STATUS IS CM-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO CUSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID OF CUST-MASTER-REC
             FILE STATUS IS CUST-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LNMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LM-REQUEST-ID
             FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT ACCT-XREF-IN-FILE ASSIGN TO ACXINDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACX-IN-STATUS.

           SELECT ACCT-XREF-OUT-FILE ASSIGN TO ACXOUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACX-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE RECORDING MODE IS F.
       01 PARM-REC PIC X(80).

      * PERMANENT OLD-ID-TO-SURVIVOR CROSS-REFERENCE WRITTEN BY VSAMAP9
       FD MERGE-XREF-FILE RECORDING MODE IS F.
       01 MERGE-XREF-REC.
          05 XRF-OLD-ID PIC X(6).
          05 XRF-SURVIVOR-ID PIC X(6).
          05 XRF-MATCH-TYPE PIC X(5).
          05 XRF-MERGE-DATE PIC 9(8).
          05 FILLER PIC X(55).

      * CREDIT.MASTER - JOBSUB23 LAYOUT WITH THE BUREAU FIELDS OF
      * JOBCB23 (SPACES ON A RECORD THE BUREAU NEVER REFRESHED)
       FD CREDIT-MASTER-FILE.
       01 CM-REC.
          05 CM-CUST-ID PIC X(6).
          05 CM-CUST-NAME PIC X(25).
          05 CM-CREDIT-SCORE PIC 9(3).
          05 CM-LATE-PAYMENTS PIC 9(2).
          05 CM-CURRENT-DEBT PIC 9(5)V99.
          05 CM-PRIOR-CREDIT-SCORE PIC 9(3).
          05 CM-BUREAU-REPORT-DATE PIC 9(8).
          05 CM-BUREAU-LATE-PAYMENTS PIC 9(2).
          05 CM-BUREAU-EXTERNAL-DEBT PIC 9(7)V99.
          05 FILLER PIC X(15).

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * LOAN.MASTER - SAME LAYOUT AS IN JOBBK23/JOBRP23
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
          05 LM-REQUEST-ID PIC X(6).
          05 LM-CUST-ID PIC X(6).
          05 LM-PRINCIPAL PIC 9(7)V99.
          05 LM-ANNUAL-RATE PIC 9(2)V999.
          05 LM-TERM-MONTHS PIC 9(3).
          05 LM-FIRST-DUE-DATE PIC 9(8).
          05 LM-INSTALLMENT PIC 9(7)V99.
          05 LM-BOOKED-DATE PIC 9(8).
          05 LM-STATUS PIC X(1).
          05 LM-BALANCE PIC 9(7)V99.
          05 LM-PAID-INSTALLMENTS PIC 9(3).
          05 LM-PART-PAID PIC 9(7)V99.
          05 LM-LAST-PAY-DATE PIC 9(8).
          05 LM-DAYS-PAST-DUE PIC 9(4).
          05 LM-LATE-REPORTED PIC 9(3).
          05 FILLER PIC X(9).

      * ACCOUNT-TO-CLIENT MAP - SAME LAYOUT AS IN VSAMLD6
       FD ACCT-XREF-IN-FILE RECORDING MODE IS F.
       01 ACX-IN-REC.
          05 ACX-IN-ACCT-ID PIC X(6).
          05 ACX-IN-CLIENT-ID PIC X(6).
          05 FILLER PIC X(68).

       FD ACCT-XREF-OUT-FILE RECORDING MODE IS F.
       01 ACX-OUT-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-OLD-ID PIC X(6).
       01 HV-SURV-ID PIC X(6).
       01 HV-ROW-COUNT PIC S9(9) COMP.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARM-STATUS PIC X(2).
          05 MRGX-STATUS PIC X(2).
          05 CM-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 ACX-IN-STATUS PIC X(2).
          05 ACX-OUT-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-DRYRUN-SW PIC X(1) VALUE 'N'.
             88 DRY-RUN VALUE 'Y'.
          05 WS-REC-FOUND-SW PIC X(1) VALUE 'N'.
             88 REC-FOUND VALUE 'Y'.
          05 WS-CHAIN-SW PIC X(1) VALUE 'N'.
             88 CHAIN-END VALUE 'Y'.

      * MERGE TABLE (LOADED FROM MRGXDD). MT-FINAL-ID IS THE END OF
      * THE SURVIVOR CHAIN; MT-STATUS 'C' MARKS A MERGE IN CONFLICT
      * THAT NO STORE IS CHANGED FOR.
       01 MERGE-TABLE-MAX PIC 9(5) VALUE 5000.
       01 MERGE-ROWS-LOADED PIC 9(5) VALUE 0.
       01 MERGE-TABLE.
          05 MERGE-ENTRY OCCURS 5000 TIMES.
             10 MT-OLD-ID PIC X(6).
             10 MT-SURVIVOR-ID PIC X(6).
             10 MT-FINAL-ID PIC X(6).
             10 MT-STATUS PIC X(1).
                88 MT-IN-CONFLICT VALUE 'C'.
       01 WS-MRG-SUB PIC 9(5) VALUE 0.
       01 WS-MRG-HIT PIC 9(5) VALUE 0.
       01 WS-FIND-SUB PIC 9(5) VALUE 0.
       01 WS-HOPS PIC 9(5) VALUE 0.
       01 WS-LOOKUP-ID PIC X(6).

      * CURRENT MERGE
       01 WS-OLD-ID PIC X(6).
       01 WS-SURV-ID PIC X(6).

      * CREDIT.MASTER HOLD AREAS AND COMBINED FIGURES
       01 WS-CM-OLD-REC PIC X(80).
       01 WS-CM-OLD REDEFINES WS-CM-OLD-REC.
          05 WS-CMO-CUST-ID PIC X(6).
          05 WS-CMO-CUST-NAME PIC X(25).
          05 WS-CMO-CREDIT-SCORE PIC 9(3).
          05 WS-CMO-LATE-PAYMENTS PIC 9(2).
          05 WS-CMO-CURRENT-DEBT PIC 9(5)V99.
          05 WS-CMO-PRIOR-CREDIT-SCORE PIC 9(3).
          05 WS-CMO-BUREAU-REPORT-DATE PIC 9(8).
          05 WS-CMO-BUREAU-LATE-PAYMENTS PIC 9(2).
          05 WS-CMO-BUREAU-EXTERNAL-DEBT PIC 9(7)V99.
          05 FILLER PIC X(15).
       01 WS-COMBINED-DEBT PIC 9(6)V99 VALUE 0.
       01 WS-MAX-DEBT PIC 9(6)V99 VALUE 99999.99.
       01 WS-COMBINED-EXT-DEBT PIC 9(8)V99 VALUE 0.
       01 WS-MAX-EXT-DEBT PIC 9(8)V99 VALUE 9999999.99.

      * CUST.MASTER HOLD AREAS
       01 WS-CUST-OLD.
           COPY TASK32.
       01 WS-CUST-SURV.
           COPY TASK32.
       01 WS-DIFF-FIELDS PIC X(40).
       01 WS-DIFF-PTR PIC 9(3) VALUE 1.

      * REPORT LINE WORK FIELDS
       01 WS-STORE PIC X(8).
       01 WS-ACTION PIC X(8).
       01 WS-DETAIL PIC X(48).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 MERGES-READ PIC 9(7) VALUE 0.
          05 MERGES-REPEATED PIC 9(7) VALUE 0.
          05 MERGES-CHAINED PIC 9(7) VALUE 0.
          05 CREDIT-REKEYED PIC 9(7) VALUE 0.
          05 CREDIT-COMBINED PIC 9(7) VALUE 0.
          05 CUST-REKEYED PIC 9(7) VALUE 0.
          05 CUST-COMBINED PIC 9(7) VALUE 0.
          05 DB2-REKEYED PIC 9(7) VALUE 0.
          05 ACCT-READ PIC 9(7) VALUE 0.
          05 ACCT-REPOINTED PIC 9(7) VALUE 0.
          05 LOANS-READ PIC 9(7) VALUE 0.
          05 LOANS-REPOINTED PIC 9(7) VALUE 0.
          05 CHANGE-COUNT PIC 9(7) VALUE 0.
          05 CONFLICT-COUNT PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED FIELDS
       01 WS-DISP-FIELDS.
          05 COUNT-DISP PIC Z(6)9.
          05 DEBT-DISP PIC Z(5)9.99.
          05 SCORE-DISP PIC ZZ9.
          05 LATE-DISP PIC Z9.

      * REPORT LAYOUTS
       01 RPT-HEADING-1.
          05 FILLER PIC X(40)
             VALUE 'OLD-ID SURVIV STORE    ACTION   DETAIL  '.
          05 FILLER PIC X(40) VALUE SPACES.

       01 RPT-DETAIL.
          05 RD-OLD-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-SURV-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-STORE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-ACTION PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-DETAIL PIC X(48).

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2RK9  '.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * MERGE TABLE FIRST, THEN THE KEYED STORES PER MERGE, THE
      * ACCOUNT XREF COPY, TOTALS AND THE AUDIT ROW.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CAPTURE-START-TIME.
           PERFORM READ-PARM-FILE.
           PERFORM OPEN-ALL-FILES.

           IF DRY-RUN
              DISPLAY 'DRY RUN MODE - NO CHANGES WILL BE COMMITTED'
           END-IF.

           MOVE RPT-HEADING-1 TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-MERGE-TABLE.
           PERFORM RESOLVE-SURVIVOR-CHAINS.

           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > MERGE-ROWS-LOADED
              IF NOT MT-IN-CONFLICT(WS-MRG-SUB)
                 PERFORM PROPAGATE-MERGE
              END-IF
           END-PERFORM.

           PERFORM REPOINT-ACCOUNT-XREF.
           PERFORM REPOINT-LOAN-MASTER.

           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           IF NOT DRY-RUN
              PERFORM RECORD-BATCH-HISTORY
           END-IF.
           PERFORM DISPLAY-SUMMARY.
           IF CONFLICT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   DRYRUN=Y        - REPORT ONLY, NO VSAM OR DB2 CHANGES.
      * NO PARMDD MEANS A REAL RUN.
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
                       WHEN PARM-REC(1:7) = 'DRYRUN='
                         IF PARM-REC(8:1) = 'Y'
                            SET DRY-RUN TO TRUE
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
      * OPENS THE MERGE XREF, THE KSDS FILES, THE ACCOUNT XREF
      * COPY AND THE REPORT. A DRY RUN OPENS THE KSDS FILES
      * INPUT SO NOTHING CAN BE CHANGED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT MERGE-XREF-FILE.
           IF MRGX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERGE XREF: ' MRGX-STATUS
              STOP RUN
           END-IF.

           IF DRY-RUN
              OPEN INPUT CREDIT-MASTER-FILE
           ELSE
              OPEN I-O CREDIT-MASTER-FILE
           END-IF.
           IF CM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT MASTER: ' CM-STATUS
              STOP RUN
           END-IF.

           IF DRY-RUN
              OPEN INPUT CUST-MASTER-FILE
           ELSE
              OPEN I-O CUST-MASTER-FILE
           END-IF.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                      CUST-MASTER-STATUS
              STOP RUN
           END-IF.

           IF DRY-RUN
              OPEN INPUT LOAN-MASTER-FILE
           ELSE
              OPEN I-O LOAN-MASTER-FILE
           END-IF.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                      LOAN-MASTER-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ACCT-XREF-IN-FILE.
           IF ACX-IN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT XREF: ' ACX-IN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ACCT-XREF-OUT-FILE.
           IF ACX-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT XREF COPY: '
                      ACX-OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS MERGE.XREF. THE FILE ACCUMULATES ACROSS VSAMAP9 RUNS,
      * SO THE SAME OLD ID CAN APPEAR MORE THAN ONCE: TO THE SAME
      * SURVIVOR IT IS A REPEAT AND DROPPED, TO A DIFFERENT ONE
      * BOTH ENTRIES ARE MARKED IN CONFLICT.
      **********************************************
       LOAD-MERGE-TABLE.
           PERFORM UNTIL MRGX-STATUS NOT = '00'
              READ MERGE-XREF-FILE
                AT END
                   MOVE '10' TO MRGX-STATUS
                NOT AT END
                   ADD 1 TO MERGES-READ
                   IF XRF-OLD-ID NOT = SPACES
                      AND XRF-SURVIVOR-ID NOT = SPACES
                      AND XRF-OLD-ID NOT = XRF-SURVIVOR-ID
                      PERFORM ADD-MERGE-ENTRY
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE MERGE-XREF-FILE.

       ADD-MERGE-ENTRY.
           MOVE XRF-OLD-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-ENTRY.
           IF WS-MRG-HIT > 0
              IF MT-SURVIVOR-ID(WS-MRG-HIT) = XRF-SURVIVOR-ID
                 ADD 1 TO MERGES-REPEATED
              ELSE
                 IF NOT MT-IN-CONFLICT(WS-MRG-HIT)
                    MOVE 'C' TO MT-STATUS(WS-MRG-HIT)
                    MOVE XRF-OLD-ID TO WS-OLD-ID
                    MOVE XRF-SURVIVOR-ID TO WS-SURV-ID
                    MOVE 'MERGEXRF' TO WS-STORE
                    MOVE 'OLD ID MERGED INTO TWO SURVIVORS - SKIPPED'
                      TO WS-DETAIL
                    PERFORM REPORT-CONFLICT
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF MERGE-ROWS-LOADED >= MERGE-TABLE-MAX
              DISPLAY 'FATAL: MERGE TABLE OVERFLOW, MAX='
                      MERGE-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO MERGE-ROWS-LOADED.
           MOVE XRF-OLD-ID TO MT-OLD-ID(MERGE-ROWS-LOADED).
           MOVE XRF-SURVIVOR-ID TO MT-SURVIVOR-ID(MERGE-ROWS-LOADED).
           MOVE XRF-SURVIVOR-ID TO MT-FINAL-ID(MERGE-ROWS-LOADED).
           MOVE SPACE TO MT-STATUS(MERGE-ROWS-LOADED).

      **********************************************
      * FINDS THE MERGE ENTRY FOR OLD ID WS-LOOKUP-ID. WS-MRG-HIT
      * IS ITS SUBSCRIPT, ZERO WHEN THE ID WAS NEVER RETIRED.
      **********************************************
       FIND-MERGE-ENTRY.
           MOVE 0 TO WS-MRG-HIT.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > MERGE-ROWS-LOADED
              IF MT-OLD-ID(WS-FIND-SUB) = WS-LOOKUP-ID
                 MOVE WS-FIND-SUB TO WS-MRG-HIT
                 MOVE MERGE-ROWS-LOADED TO WS-FIND-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * A SURVIVOR MAY ITSELF HAVE BEEN MERGED AWAY IN A LATER RUN.
      * EACH ENTRY IS FOLLOWED TO THE END OF ITS CHAIN SO RECORDS
      * MOVE STRAIGHT TO THE CLIENT THAT STILL EXISTS. A CHAIN
      * LONGER THAN THE TABLE CAN ONLY BE A LOOP.
      **********************************************
       RESOLVE-SURVIVOR-CHAINS.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > MERGE-ROWS-LOADED
              IF NOT MT-IN-CONFLICT(WS-MRG-SUB)
                 PERFORM FOLLOW-SURVIVOR-CHAIN
              END-IF
           END-PERFORM.

       FOLLOW-SURVIVOR-CHAIN.
           MOVE 0 TO WS-HOPS.
           MOVE 'N' TO WS-CHAIN-SW.
           MOVE MT-SURVIVOR-ID(WS-MRG-SUB) TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-ENTRY.
           PERFORM UNTIL CHAIN-END
              PERFORM FOLLOW-CHAIN-LINK
           END-PERFORM.

           IF WS-HOPS > MERGE-ROWS-LOADED
              MOVE 'SURVIVOR CHAIN LOOPS BACK - SKIPPED' TO WS-DETAIL
              PERFORM MARK-CHAIN-CONFLICT
              EXIT PARAGRAPH
           END-IF.
           IF WS-MRG-HIT > 0
              MOVE 'SURVIVOR MERGED INTO TWO CLIENTS - SKIPPED'
                TO WS-DETAIL
              PERFORM MARK-CHAIN-CONFLICT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-ID TO MT-FINAL-ID(WS-MRG-SUB).
           IF WS-HOPS > 0
              ADD 1 TO MERGES-CHAINED
           END-IF.

      **********************************************
      * ONE STEP ALONG A SURVIVOR CHAIN. THE CHAIN ENDS AT AN ID
      * THAT WAS NEVER RETIRED, AT A MERGE IN CONFLICT (WS-MRG-HIT
      * LEFT ON IT), OR WHEN IT HAS RUN LONGER THAN THE TABLE.
      **********************************************
       FOLLOW-CHAIN-LINK.
           IF WS-MRG-HIT = 0
              SET CHAIN-END TO TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MT-IN-CONFLICT(WS-MRG-HIT)
              SET CHAIN-END TO TRUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOPS.
           IF WS-HOPS > MERGE-ROWS-LOADED
              SET CHAIN-END TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE MT-SURVIVOR-ID(WS-MRG-HIT) TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-ENTRY.

       MARK-CHAIN-CONFLICT.
           MOVE 'C' TO MT-STATUS(WS-MRG-SUB).
           MOVE MT-OLD-ID(WS-MRG-SUB) TO WS-OLD-ID.
           MOVE MT-SURVIVOR-ID(WS-MRG-SUB) TO WS-SURV-ID.
           MOVE 'MERGEXRF' TO WS-STORE.
           PERFORM REPORT-CONFLICT.

      **********************************************
      * CARRIES ONE MERGE THROUGH THE KEYED STORES, THEN COMMITS
      * THE DB2 WORK SO DB2 NEVER LAGS THE VSAM FILES BY MORE
      * THAN ONE CLIENT.
      **********************************************
       PROPAGATE-MERGE.
           MOVE MT-OLD-ID(WS-MRG-SUB) TO WS-OLD-ID.
           MOVE MT-FINAL-ID(WS-MRG-SUB) TO WS-SURV-ID.

           PERFORM REKEY-CREDIT-MASTER.
           PERFORM REKEY-CUST-MASTER.
           PERFORM REKEY-TB-CUSTOMERS.

           IF NOT DRY-RUN
              PERFORM TAKE-COMMIT
           END-IF.

      **********************************************
      * CREDIT.MASTER: MOVES THE OLD RECORD TO THE SURVIVOR ID, OR
      * FOLDS IT INTO THE SURVIVOR - OWN AND BUREAU EXTERNAL DEBT
      * SUMMED, THE WORSE CREDIT PROFILE KEPT WITH ITS PRIOR SCORE
      * AND BUREAU LATE COUNT, THE LATER BUREAU REPORT DATE KEPT.
      * THE SURVIVOR'S NAME IS KEPT UNLESS BLANK.
      **********************************************
       REKEY-CREDIT-MASTER.
           MOVE 'CREDITMS' TO WS-STORE.
           MOVE WS-OLD-ID TO CM-CUST-ID.
           PERFORM READ-CREDIT-MASTER.
           IF NOT REC-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-REC TO WS-CM-OLD-REC.

           MOVE WS-SURV-ID TO CM-CUST-ID.
           PERFORM READ-CREDIT-MASTER.
           IF NOT REC-FOUND
              MOVE WS-CM-OLD-REC TO CM-REC
              MOVE WS-SURV-ID TO CM-CUST-ID
              IF NOT DRY-RUN
                 PERFORM WRITE-CREDIT-MASTER
                 PERFORM DELETE-OLD-CREDIT
              END-IF
              ADD 1 TO CREDIT-REKEYED
              MOVE 'RECORD MOVED TO SURVIVOR ID' TO WS-DETAIL
              PERFORM REPORT-REKEYED
              EXIT PARAGRAPH
           END-IF.

           PERFORM CLEAR-UNSET-BUREAU-FIELDS.
           COMPUTE WS-COMBINED-DEBT =
              CM-CURRENT-DEBT + WS-CMO-CURRENT-DEBT.
           IF WS-COMBINED-DEBT > WS-MAX-DEBT
              MOVE WS-COMBINED-DEBT TO DEBT-DISP
              MOVE SPACES TO WS-DETAIL
              STRING 'COMBINED DEBT ' DELIMITED BY SIZE
                     DEBT-DISP DELIMITED BY SIZE
                     ' TOO LARGE - BOTH KEPT' DELIMITED BY SIZE
                     INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-CONFLICT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COMBINED-EXT-DEBT =
              CM-BUREAU-EXTERNAL-DEBT + WS-CMO-BUREAU-EXTERNAL-DEBT.
           IF WS-COMBINED-EXT-DEBT > WS-MAX-EXT-DEBT
              MOVE 'COMBINED EXTERNAL DEBT TOO LARGE - BOTH KEPT'
                TO WS-DETAIL
              PERFORM REPORT-CONFLICT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMBINED-DEBT TO CM-CURRENT-DEBT.
           MOVE WS-COMBINED-EXT-DEBT TO CM-BUREAU-EXTERNAL-DEBT.
           IF WS-CMO-CREDIT-SCORE < CM-CREDIT-SCORE
              OR (WS-CMO-CREDIT-SCORE = CM-CREDIT-SCORE
                  AND WS-CMO-LATE-PAYMENTS > CM-LATE-PAYMENTS)
              MOVE WS-CMO-CREDIT-SCORE TO CM-CREDIT-SCORE
              MOVE WS-CMO-LATE-PAYMENTS TO CM-LATE-PAYMENTS
              MOVE WS-CMO-PRIOR-CREDIT-SCORE TO CM-PRIOR-CREDIT-SCORE
              MOVE WS-CMO-BUREAU-LATE-PAYMENTS
                TO CM-BUREAU-LATE-PAYMENTS
           END-IF.
           IF WS-CMO-BUREAU-REPORT-DATE > CM-BUREAU-REPORT-DATE
              MOVE WS-CMO-BUREAU-REPORT-DATE TO CM-BUREAU-REPORT-DATE
           END-IF.
           IF CM-CUST-NAME = SPACES
              MOVE WS-CMO-CUST-NAME TO CM-CUST-NAME
           END-IF.
           IF NOT DRY-RUN
              REWRITE CM-REC
              IF CM-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING CREDIT MASTER: ' CM-STATUS
                         ' KEY: ' WS-SURV-ID
                 PERFORM ROLLBACK-AND-STOP
              END-IF
              PERFORM DELETE-OLD-CREDIT
           END-IF.
           ADD 1 TO CREDIT-COMBINED.
           MOVE CM-CURRENT-DEBT TO DEBT-DISP.
           MOVE CM-CREDIT-SCORE TO SCORE-DISP.
           MOVE CM-LATE-PAYMENTS TO LATE-DISP.
           MOVE SPACES TO WS-DETAIL.
           STRING 'DEBT ' DELIMITED BY SIZE
                  DEBT-DISP DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  SCORE-DISP DELIMITED BY SIZE
                  ' LATE ' DELIMITED BY SIZE
                  LATE-DISP DELIMITED BY SIZE
                  ', OLD DELETED' DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM REPORT-COMBINED.

      **********************************************
      * A CREDIT RECORD THE BUREAU REFRESH (JOBCB23) NEVER TOUCHED
      * STILL HAS SPACES IN THE BUREAU FIELDS. THEY COUNT AS ZERO
      * ON BOTH RECORDS BEFORE THE TWO ARE COMBINED.
      **********************************************
       CLEAR-UNSET-BUREAU-FIELDS.
           IF CM-PRIOR-CREDIT-SCORE IS NOT NUMERIC
              MOVE 0 TO CM-PRIOR-CREDIT-SCORE
           END-IF.
           IF CM-BUREAU-REPORT-DATE IS NOT NUMERIC
              MOVE 0 TO CM-BUREAU-REPORT-DATE
           END-IF.
           IF CM-BUREAU-LATE-PAYMENTS IS NOT NUMERIC
              MOVE 0 TO CM-BUREAU-LATE-PAYMENTS
           END-IF.
           IF CM-BUREAU-EXTERNAL-DEBT IS NOT NUMERIC
              MOVE 0 TO CM-BUREAU-EXTERNAL-DEBT
           END-IF.
           IF WS-CMO-PRIOR-CREDIT-SCORE IS NOT NUMERIC
              MOVE 0 TO WS-CMO-PRIOR-CREDIT-SCORE
           END-IF.
           IF WS-CMO-BUREAU-REPORT-DATE IS NOT NUMERIC
              MOVE 0 TO WS-CMO-BUREAU-REPORT-DATE
           END-IF.
           IF WS-CMO-BUREAU-LATE-PAYMENTS IS NOT NUMERIC
              MOVE 0 TO WS-CMO-BUREAU-LATE-PAYMENTS
           END-IF.
           IF WS-CMO-BUREAU-EXTERNAL-DEBT IS NOT NUMERIC
              MOVE 0 TO WS-CMO-BUREAU-EXTERNAL-DEBT
           END-IF.

      **********************************************
      * RANDOM READ OF CREDIT.MASTER BY CM-CUST-ID. NOT FOUND (23)
      * IS A MISS; ANY OTHER ERROR STOPS THE RUN.
      **********************************************
       READ-CREDIT-MASTER.
           READ CREDIT-MASTER-FILE.
           EVALUATE CM-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 MOVE 'N' TO WS-REC-FOUND-SW
              WHEN OTHER
                 DISPLAY 'ERROR READING CREDIT MASTER: ' CM-STATUS
                         ' KEY: ' CM-CUST-ID
                 PERFORM ROLLBACK-AND-STOP
           END-EVALUATE.

       WRITE-CREDIT-MASTER.
           WRITE CM-REC.
           IF CM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CREDIT MASTER: ' CM-STATUS
                      ' KEY: ' CM-CUST-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

       DELETE-OLD-CREDIT.
           MOVE WS-OLD-ID TO CM-CUST-ID.
           DELETE CREDIT-MASTER-FILE.
           IF CM-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING CREDIT MASTER: ' CM-STATUS
                      ' KEY: ' WS-OLD-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * CUST.MASTER: MOVES THE OLD RECORD TO THE SURVIVOR ID, OR
      * FILLS THE SURVIVOR'S BLANK FIELDS FROM IT THE WAY VSAMAP9
      * DOES FOR THE CLIENT MASTER. A FIELD SET ON BOTH RECORDS
      * WITH DIFFERENT VALUES NEEDS A PERSON - BOTH ARE KEPT.
      **********************************************
       REKEY-CUST-MASTER.
           MOVE 'CUSTMAST' TO WS-STORE.
           MOVE WS-OLD-ID TO CUST-ID OF CUST-MASTER-REC.
           PERFORM READ-CUST-MASTER.
           IF NOT REC-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-MASTER-REC TO WS-CUST-OLD.

           MOVE WS-SURV-ID TO CUST-ID OF CUST-MASTER-REC.
           PERFORM READ-CUST-MASTER.
           IF NOT REC-FOUND
              MOVE WS-CUST-OLD TO CUST-MASTER-REC
              MOVE WS-SURV-ID TO CUST-ID OF CUST-MASTER-REC
              IF NOT DRY-RUN
                 WRITE CUST-MASTER-REC
                 IF CUST-MASTER-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING CUSTOMER MASTER: '
                            CUST-MASTER-STATUS ' KEY: ' WS-SURV-ID
                    PERFORM ROLLBACK-AND-STOP
                 END-IF
                 PERFORM DELETE-OLD-CUSTOMER
              END-IF
              ADD 1 TO CUST-REKEYED
              MOVE 'RECORD MOVED TO SURVIVOR ID' TO WS-DETAIL
              PERFORM REPORT-REKEYED
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-MASTER-REC TO WS-CUST-SURV.

           PERFORM FIND-CUSTOMER-DIFFERENCES.
           IF WS-DIFF-FIELDS NOT = SPACES
              MOVE SPACES TO WS-DETAIL
              STRING 'DIFFER:' DELIMITED BY SIZE
                     WS-DIFF-FIELDS DELIMITED BY '  '
                     ' - BOTH KEPT' DELIMITED BY SIZE
                     INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-CONFLICT
              EXIT PARAGRAPH
           END-IF.

           PERFORM FILL-CUSTOMER-GAPS.
           IF NOT DRY-RUN
              MOVE WS-CUST-SURV TO CUST-MASTER-REC
              REWRITE CUST-MASTER-REC
              IF CUST-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING CUSTOMER MASTER: '
                         CUST-MASTER-STATUS ' KEY: ' WS-SURV-ID
                 PERFORM ROLLBACK-AND-STOP
              END-IF
              PERFORM DELETE-OLD-CUSTOMER
           END-IF.
           ADD 1 TO CUST-COMBINED.
           MOVE 'SURVIVOR GAPS FILLED, OLD DELETED' TO WS-DETAIL.
           PERFORM REPORT-COMBINED.

      **********************************************
      * LISTS THE FIELDS SET ON BOTH CUSTOMER RECORDS WITH
      * DIFFERENT VALUES. BLANK ON EITHER SIDE IS NOT A DIFFERENCE.
      **********************************************
       FIND-CUSTOMER-DIFFERENCES.
           MOVE SPACES TO WS-DIFF-FIELDS.
           MOVE 1 TO WS-DIFF-PTR.
           IF CUST-NAME OF WS-CUST-OLD NOT = SPACES
              AND CUST-NAME OF WS-CUST-SURV NOT = SPACES
              AND CUST-NAME OF WS-CUST-OLD
                  NOT = CUST-NAME OF WS-CUST-SURV
              STRING ' NAME' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.
           IF CUST-ADDR OF WS-CUST-OLD NOT = SPACES
              AND CUST-ADDR OF WS-CUST-SURV NOT = SPACES
              AND CUST-ADDR OF WS-CUST-OLD
                  NOT = CUST-ADDR OF WS-CUST-SURV
              STRING ' ADDR' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.
           IF CUST-CITY OF WS-CUST-OLD NOT = SPACES
              AND CUST-CITY OF WS-CUST-SURV NOT = SPACES
              AND CUST-CITY OF WS-CUST-OLD
                  NOT = CUST-CITY OF WS-CUST-SURV
              STRING ' CITY' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.
           IF CUST-STATE OF WS-CUST-OLD NOT = SPACES
              AND CUST-STATE OF WS-CUST-SURV NOT = SPACES
              AND CUST-STATE OF WS-CUST-OLD
                  NOT = CUST-STATE OF WS-CUST-SURV
              STRING ' STATE' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.
           IF CUST-ZIP OF WS-CUST-OLD NOT = SPACES
              AND CUST-ZIP OF WS-CUST-SURV NOT = SPACES
              AND CUST-ZIP OF WS-CUST-OLD
                  NOT = CUST-ZIP OF WS-CUST-SURV
              STRING ' ZIP' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.
           IF CUST-PHONE OF WS-CUST-OLD NOT = SPACES
              AND CUST-PHONE OF WS-CUST-SURV NOT = SPACES
              AND CUST-PHONE OF WS-CUST-OLD
                  NOT = CUST-PHONE OF WS-CUST-SURV
              STRING ' PHONE' DELIMITED BY SIZE
                     INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
              END-STRING
           END-IF.

      **********************************************
      * FILLS BLANK SURVIVOR FIELDS FROM THE OLD CUSTOMER RECORD.
      * THE SURVIVOR'S OWN VALUES ARE NEVER OVERWRITTEN.
      **********************************************
       FILL-CUSTOMER-GAPS.
           IF CUST-NAME OF WS-CUST-SURV = SPACES
              MOVE CUST-NAME OF WS-CUST-OLD
                TO CUST-NAME OF WS-CUST-SURV
           END-IF.
           IF CUST-ADDR OF WS-CUST-SURV = SPACES
              MOVE CUST-ADDR OF WS-CUST-OLD
                TO CUST-ADDR OF WS-CUST-SURV
           END-IF.
           IF CUST-CITY OF WS-CUST-SURV = SPACES
              MOVE CUST-CITY OF WS-CUST-OLD
                TO CUST-CITY OF WS-CUST-SURV
           END-IF.
           IF CUST-STATE OF WS-CUST-SURV = SPACES
              MOVE CUST-STATE OF WS-CUST-OLD
                TO CUST-STATE OF WS-CUST-SURV
           END-IF.
           IF CUST-ZIP OF WS-CUST-SURV = SPACES
              MOVE CUST-ZIP OF WS-CUST-OLD
                TO CUST-ZIP OF WS-CUST-SURV
           END-IF.
           IF CUST-PHONE OF WS-CUST-SURV = SPACES
              MOVE CUST-PHONE OF WS-CUST-OLD
                TO CUST-PHONE OF WS-CUST-SURV
           END-IF.

      **********************************************
      * RANDOM READ OF CUST.MASTER BY THE KEY ALREADY MOVED.
      **********************************************
       READ-CUST-MASTER.
           READ CUST-MASTER-FILE.
           EVALUATE CUST-MASTER-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 MOVE 'N' TO WS-REC-FOUND-SW
              WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                         CUST-MASTER-STATUS
                         ' KEY: ' CUST-ID OF CUST-MASTER-REC
                 PERFORM ROLLBACK-AND-STOP
           END-EVALUATE.

       DELETE-OLD-CUSTOMER.
           MOVE WS-OLD-ID TO CUST-ID OF CUST-MASTER-REC.
           DELETE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING CUSTOMER MASTER: '
                      CUST-MASTER-STATUS ' KEY: ' WS-OLD-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * TB_CUSTOMERS: WHEN ONLY THE OLD ID HAS A ROW, ITS CUST_ID
      * AND ITS LIMIT REVIEW HISTORY MOVE TO THE SURVIVOR. WHEN
      * BOTH HAVE ROWS THE LIMITS AND HISTORIES ARE SEPARATE
      * DECISIONS, SO THE PAIR IS REPORTED, NOT MERGED.
      **********************************************
       REKEY-TB-CUSTOMERS.
           MOVE 'TBCUST' TO WS-STORE.
           MOVE WS-OLD-ID TO HV-OLD-ID.
           MOVE WS-SURV-ID TO HV-SURV-ID.

           EXEC SQL
             SELECT COUNT(*)
               INTO :HV-ROW-COUNT
               FROM TB_CUSTOMERS
              WHERE CUST_ID = :HV-OLD-ID
           END-EXEC.
           PERFORM CHECK-SELECT-SQLCODE.
           IF HV-ROW-COUNT = 0
              EXIT PARAGRAPH
           END-IF.

           EXEC SQL
             SELECT COUNT(*)
               INTO :HV-ROW-COUNT
               FROM TB_CUSTOMERS
              WHERE CUST_ID = :HV-SURV-ID
           END-EXEC.
           PERFORM CHECK-SELECT-SQLCODE.
           IF HV-ROW-COUNT > 0
              MOVE 'BOTH IDS ON TB_CUSTOMERS - NOT MERGED' TO WS-DETAIL
              PERFORM REPORT-CONFLICT
              EXIT PARAGRAPH
           END-IF.

           IF NOT DRY-RUN
              EXEC SQL
                UPDATE TB_CUSTOMERS
                   SET CUST_ID = :HV-SURV-ID
                 WHERE CUST_ID = :HV-OLD-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'TB_CUSTOMERS UPDATE ERROR: '
                         WS-SQLCODE-DISP ' CUST: ' HV-OLD-ID
                 PERFORM ROLLBACK-AND-STOP
              END-IF
              EXEC SQL
                UPDATE TB_CREDIT_LIMIT_HISTORY
                   SET CUST_ID = :HV-SURV-ID
                 WHERE CUST_ID = :HV-OLD-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'LIMIT HISTORY UPDATE ERROR: '
                         WS-SQLCODE-DISP ' CUST: ' HV-OLD-ID
                 PERFORM ROLLBACK-AND-STOP
              END-IF
           END-IF.
           ADD 1 TO DB2-REKEYED.
           MOVE 'CUST_ID AND LIMIT HISTORY MOVED TO SURVIVOR'
             TO WS-DETAIL.
           PERFORM REPORT-REKEYED.

       CHECK-SELECT-SQLCODE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'TB_CUSTOMERS SELECT ERROR: ' WS-SQLCODE-DISP
                      ' CUST: ' HV-OLD-ID
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * COPIES THE ACCOUNT-TO-CLIENT XREF, REPOINTING EVERY
      * ACCOUNT WHOSE CLIENT WAS RETIRED. MERGES IN CONFLICT ARE
      * LEFT POINTING AT THE OLD ID.
      **********************************************
       REPOINT-ACCOUNT-XREF.
           MOVE 'ACCTXREF' TO WS-STORE.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ ACCT-XREF-IN-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO ACCT-READ
                   PERFORM REPOINT-ACCOUNT
                   MOVE ACX-IN-REC TO ACX-OUT-REC
                   WRITE ACX-OUT-REC
                   IF ACX-OUT-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING ACCOUNT XREF COPY: '
                              ACX-OUT-STATUS
                      PERFORM ROLLBACK-AND-STOP
                   END-IF
              END-READ
           END-PERFORM.

       REPOINT-ACCOUNT.
           MOVE ACX-IN-CLIENT-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-ENTRY.
           IF WS-MRG-HIT = 0
              EXIT PARAGRAPH
           END-IF.
           IF MT-IN-CONFLICT(WS-MRG-HIT)
              EXIT PARAGRAPH
           END-IF.
           MOVE ACX-IN-CLIENT-ID TO WS-OLD-ID.
           MOVE MT-FINAL-ID(WS-MRG-HIT) TO WS-SURV-ID.
           MOVE WS-SURV-ID TO ACX-IN-CLIENT-ID.
           ADD 1 TO ACCT-REPOINTED.
           MOVE SPACES TO WS-DETAIL.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  ACX-IN-ACCT-ID DELIMITED BY SIZE
                  ' REPOINTED TO SURVIVOR' DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           MOVE 'REPOINT' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CHANGE-COUNT.

      **********************************************
      * READS LOAN.MASTER FROM END TO END AND MOVES EVERY LOAN OF
      * A RETIRED CLIENT TO THE SURVIVOR ID. THE CLIENT IS NOT THE
      * KEY, SO THE RECORD IS REWRITTEN IN PLACE. MERGES IN
      * CONFLICT ARE LEFT ON THE OLD ID.
      **********************************************
       REPOINT-LOAN-MASTER.
           MOVE 'LOANMAST' TO WS-STORE.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ LOAN-MASTER-FILE NEXT
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO LOANS-READ
                   PERFORM REPOINT-LOAN
              END-READ
              IF NOT EOF AND LOAN-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR READING LOAN MASTER: '
                         LOAN-MASTER-STATUS
                 PERFORM ROLLBACK-AND-STOP
              END-IF
           END-PERFORM.

       REPOINT-LOAN.
           MOVE LM-CUST-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-ENTRY.
           IF WS-MRG-HIT = 0
              EXIT PARAGRAPH
           END-IF.
           IF MT-IN-CONFLICT(WS-MRG-HIT)
              EXIT PARAGRAPH
           END-IF.
           MOVE LM-CUST-ID TO WS-OLD-ID.
           MOVE MT-FINAL-ID(WS-MRG-HIT) TO WS-SURV-ID.
           MOVE WS-SURV-ID TO LM-CUST-ID.
           IF NOT DRY-RUN
              REWRITE LOAN-MASTER-REC
              IF LOAN-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING LOAN MASTER: '
                         LOAN-MASTER-STATUS ' LOAN: ' LM-REQUEST-ID
                 PERFORM ROLLBACK-AND-STOP
              END-IF
           END-IF.
           ADD 1 TO LOANS-REPOINTED.
           MOVE SPACES TO WS-DETAIL.
           STRING 'LOAN ' DELIMITED BY SIZE
                  LM-REQUEST-ID DELIMITED BY SIZE
                  ' REPOINTED TO SURVIVOR' DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           MOVE 'REPOINT' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CHANGE-COUNT.

      **********************************************
      * REPORT LINES FOR EACH OUTCOME. WS-STORE AND WS-DETAIL ARE
      * SET BY THE CALLER.
      **********************************************
       REPORT-REKEYED.
           MOVE 'REKEYED' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CHANGE-COUNT.

       REPORT-COMBINED.
           MOVE 'COMBINED' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CHANGE-COUNT.

       REPORT-CONFLICT.
           MOVE 'CONFLICT' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CONFLICT-COUNT.

       WRITE-DETAIL-LINE.
           MOVE WS-OLD-ID TO RD-OLD-ID.
           MOVE WS-SURV-ID TO RD-SURV-ID.
           MOVE WS-STORE TO RD-STORE.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-DETAIL TO RD-DETAIL.
           MOVE RPT-DETAIL TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * CLOSING SECTION OF THE REPORT: COUNTS BY STORE AND OUTCOME.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-MSG.
           PERFORM WRITE-REPORT-LINE.
           IF DRY-RUN
              MOVE 'DRY RUN - NO CHANGES WERE COMMITTED' TO WS-OUT-MSG
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE MERGE-ROWS-LOADED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'MERGES ON XREF:      ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CREDIT-REKEYED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CREDIT REKEYED:      ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CREDIT-COMBINED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CREDIT COMBINED:     ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CUST-REKEYED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CUSTOMER REKEYED:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CUST-COMBINED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CUSTOMER COMBINED:   ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE DB2-REKEYED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'TB_CUSTOMERS REKEYED:' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ACCT-REPOINTED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'ACCOUNTS REPOINTED:  ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE LOANS-REPOINTED TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'LOANS REPOINTED:     ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CONFLICT-COUNT TO COUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CONFLICTS:           ' DELIMITED BY SIZE
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
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * COMMITS THE DB2 WORK FOR THE CURRENT MERGE.
      **********************************************
       TAKE-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * BACKS OUT THE CURRENT MERGE'S DB2 WORK AND STOPS. MERGES
      * ALREADY PROPAGATED ARE FOUND ON NO STORE BY A RERUN.
      **********************************************
       ROLLBACK-AND-STOP.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
           END-IF.
           DISPLAY 'MERGE PROPAGATION STOPPED - CORRECT AND RERUN'.
           STOP RUN.

      **********************************************
      * CLOSES THE KSDS FILES, THE ACCOUNT XREF FILES AND THE
      * REPORT.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CREDIT-MASTER-FILE.
           IF CM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT MASTER: '
                      CM-STATUS
           END-IF.

           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                      CUST-MASTER-STATUS
           END-IF.

           CLOSE LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN MASTER: '
                      LOAN-MASTER-STATUS
           END-IF.

           CLOSE ACCT-XREF-IN-FILE.
           CLOSE ACCT-XREF-OUT-FILE.
           IF ACX-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCOUNT XREF COPY: '
                      ACX-OUT-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                      REPORT-STATUS
           END-IF.

      **********************************************
      * NOTES WHEN THE JOB STARTED FOR ITS TB_BATCH_RUN_HISTORY
      * ROW. IF DB2 CANNOT SUPPLY THE TIME THE ROW IS WRITTEN
      * WITH A NULL START_TS RATHER THAN FAILING THE RUN.
      **********************************************
       CAPTURE-START-TIME.
           EXEC SQL
             SET :HV-HIST-START-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO HV-HIST-START-IND
           ELSE
              MOVE 0 TO HV-HIST-START-IND
           END-IF.

      **********************************************
      * WRITES ONE ROW TO THE SHARED TB_BATCH_RUN_HISTORY
      * AUDIT TABLE. CONFLICTS COUNT AS ERRORS. NOT CALLED ON A
      * DRY RUN.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE MERGE-ROWS-LOADED TO HV-HIST-RECORDS-PROCESSED.
           MOVE CHANGE-COUNT TO HV-HIST-RECORDS-CHANGED.
           MOVE CONFLICT-COUNT TO HV-HIST-RECORDS-ERRORS.

           EXEC SQL
             INSERT INTO TB_BATCH_RUN_HISTORY
               (JOB_NAME, RUN_DATE, RECORDS_PROCESSED,
                RECORDS_CHANGED, RECORDS_ERRORS,
                START_TS, END_TS)
             VALUES
               (:HV-HIST-JOB-NAME, :HV-HIST-RUN-DATE,
                :HV-HIST-RECORDS-PROCESSED,
                :HV-HIST-RECORDS-CHANGED,
                :HV-HIST-RECORDS-ERRORS,
                :HV-HIST-START-TS :HV-HIST-START-IND,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: BATCH HISTORY INSERT FAILED: '
                       WS-SQLCODE-DISP
           ELSE
              EXEC SQL
                COMMIT WORK
              END-EXEC
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CLIENT MERGE PROPAGATION SUMMARY'.
           DISPLAY '========================================'.
           MOVE MERGES-READ TO COUNT-DISP.
           DISPLAY 'XREF RECORDS READ:   ' COUNT-DISP.
           MOVE MERGES-REPEATED TO COUNT-DISP.
           DISPLAY 'REPEATED MERGES:     ' COUNT-DISP.
           MOVE MERGES-CHAINED TO COUNT-DISP.
           DISPLAY 'CHAINED SURVIVORS:   ' COUNT-DISP.
           MOVE CREDIT-REKEYED TO COUNT-DISP.
           DISPLAY 'CREDIT REKEYED:      ' COUNT-DISP.
           MOVE CREDIT-COMBINED TO COUNT-DISP.
           DISPLAY 'CREDIT COMBINED:     ' COUNT-DISP.
           MOVE CUST-REKEYED TO COUNT-DISP.
           DISPLAY 'CUSTOMER REKEYED:    ' COUNT-DISP.
           MOVE CUST-COMBINED TO COUNT-DISP.
           DISPLAY 'CUSTOMER COMBINED:   ' COUNT-DISP.
           MOVE DB2-REKEYED TO COUNT-DISP.
           DISPLAY 'TB_CUSTOMERS REKEYED:' COUNT-DISP.
           MOVE ACCT-READ TO COUNT-DISP.
           DISPLAY 'ACCOUNTS READ:       ' COUNT-DISP.
           MOVE ACCT-REPOINTED TO COUNT-DISP.
           DISPLAY 'ACCOUNTS REPOINTED:  ' COUNT-DISP.
           MOVE LOANS-READ TO COUNT-DISP.
           DISPLAY 'LOANS READ:          ' COUNT-DISP.
           MOVE LOANS-REPOINTED TO COUNT-DISP.
           DISPLAY 'LOANS REPOINTED:     ' COUNT-DISP.
           MOVE CONFLICT-COUNT TO COUNT-DISP.
           DISPLAY 'CONFLICTS:           ' COUNT-DISP.
           IF DRY-RUN
              DISPLAY 'DRY RUN - NO CHANGES COMMITTED'
           END-IF.
           DISPLAY '========================================'.
