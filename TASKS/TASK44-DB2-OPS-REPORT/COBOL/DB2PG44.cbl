      ******************************************************************
      * RETENTION PURGE AND UNLOAD OF THE DB2 HISTORY TABLES           *
      *                                                                *
      * PURPOSE:                                                       *
      * TB_BATCH_RUN_HISTORY, TB_PRICE_HISTORY, TB_BONUS_HISTORY AND   *
      * TB_SALES_HISTORY ONLY EVER GROW, AND THE QUERIES IN DB2OPS44   *
      * AND DB2VSM25 SLOW DOWN WITH THEM. THIS PROGRAM TAKES ROWS      *
      * OLDER THAN A PER-TABLE RETENTION PERIOD OUT OF DB2: EACH ROW   *
      * IS UNLOADED TO A SEQUENTIAL ARCHIVE FILE FIRST AND THEN        *
      * DELETED, SO NOTHING LEAVES THE DATABASE WITHOUT A COPY.        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 0 - PARAMETERS: PARMDD CARRIES ONE RETENTION CARD PER  *
      *     TABLE TO BE PURGED, IN DAYS:                               *
      *       BATCHRUN=NNNNN  TB_BATCH_RUN_HISTORY (BY RUN_DATE)       *
      *       PRICEHST=NNNNN  TB_PRICE_HISTORY     (BY CHANGE_DATE)    *
      *       BONUSHST=NNNNN  TB_BONUS_HISTORY     (BY CYCLE_DATE)     *
      *       SALESHST=NNNNN  TB_SALES_HISTORY     (BY BUSINESS_DATE)  *
      *       COMMIT=NNNNN    ROWS DELETED PER COMMIT (DEFAULT 100)    *
      *     A TABLE WITHOUT A CARD IS LEFT ALONE. A RETENTION BELOW    *
      *     30 DAYS IS REJECTED WITH A WARNING - DB2OPS44 AND THE      *
      *     CYCLE COMPARISONS READ THE RECENT ROWS.                    *
      *   PHASE 1 - PER TABLE, IN THE ORDER ABOVE: A WITH HOLD         *
      *     CURSOR SELECTS THE ROWS DATED BEFORE THE CUTOFF (RUN DATE  *
      *     MINUS THE RETENTION DAYS). EACH ROW IS WRITTEN TO ARCHDD   *
      *     AND THEN DELETED WHERE CURRENT OF THE CURSOR.              *
      *   PHASE 2 - COMMIT: EVERY COMMIT-SIZE DELETES, AND AFTER EACH  *
      *     TABLE'S TRAILER. EVERY COMMIT REWRITES THE CHKDD           *
      *     CHECKPOINT WITH THE TABLE IN PROGRESS, THE ARCHIVE         *
      *     RECORDS WRITTEN SO FAR AND THE PER-TABLE COUNTS/AMOUNTS.   *
      *   PHASE 3 - ARCHIVE TRAILERS: ONE ATRL RECORD PER TABLE WITH   *
      *     THE ROW COUNT AND AMOUNT TOTAL UNLOADED, AND A FINAL ATRL  *
      *     FOR ALL TABLES. THE AMOUNT IS RECORDS_PROCESSED FOR        *
      *     BATCHRUN, NEW_PRICE FOR PRICEHST, NEW_BONUS FOR BONUSHST   *
      *     AND SALES_AMOUNT FOR SALESHST.                             *
      *                                                                *
      * RESTART: AFTER AN ABEND THE ROWS DELETED UP TO THE LAST        *
      * COMMIT ARE GONE FROM DB2 AND THEIR ARCHIVE RECORDS ARE IN THE  *
      * FAILED RUN'S ARCHDD, FOLLOWED BY RECORDS FOR ROWS THAT WERE    *
      * ROLLED BACK. THE RERUN MOUNTS THAT DATASET AS ARCHIN AND A NEW *
      * ARCHDD: THE COMMITTED RECORDS ARE COPIED ACROSS, THE REST ARE  *
      * DROPPED (THOSE ROWS ARE STILL IN DB2 AND ARE UNLOADED AGAIN),  *
      * AND THE PURGE CONTINUES WITH THE TABLE IN PROGRESS. THE        *
      * CUTOFFS ARE RECOMPUTED FROM THE FAILED RUN'S DATE, SO THE      *
      * SAME PARMDD MUST BE MOUNTED. A COMPLETED RUN CLEARS CHKDD.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  THE ARCHIVE RECORDS CARRY EVERY COLUMN OF THE *
      *                  PURGED ROW: START_TS AND END_TS FOR           *
      *                  TB_BATCH_RUN_HISTORY (SPACES WHEN NULL) AND   *
      *                  TARGET_AMOUNT WITH A NULL FLAG FOR            *
      *                  TB_SALES_HISTORY.                             *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARMDD (HIST.PURGE.PARM) - RETENTION CARDS (PS, 80 B)  *
      *         ARCHIN (HIST.PURGE.ARCHIVE) - FAILED RUN'S ARCHIVE     *
      *                  (RESTART ONLY, OPTIONAL)                      *
      * I-O:    CHKDD (HIST.PURGE.CHKPT) - RESTART CHECKPOINT (PS,     *
      *                  OPTIONAL)                                     *
      * OUTPUT: ARCHDD (HIST.PURGE.ARCHIVE) - UNLOADED ROWS (PS,       *
      *                  100 B)                                        *
      *         OUTDD (HIST.PURGE.LOG) - PURGE RESULTS LOG (PS, V)     *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_BATCH_RUN_HISTORY - SHARED BATCH AUDIT TABLE (PURGED AND    *
      *   WRITTEN)                                                     *
      * TB_PRICE_HISTORY - PRICE CHANGE AUDIT (PURGED)                 *
      * TB_BONUS_HISTORY - BONUS CHANGE AUDIT (PURGED)                 *
      * TB_SALES_HISTORY - SALES HISTORY (PURGED)                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2PG44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO PARMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.

           SELECT OPTIONAL PRIOR-ARCHIVE-FILE ASSIGN TO ARCHIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PRIOR-ARCH-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CHKPT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC PIC X(80).

       FD PRIOR-ARCHIVE-FILE RECORDING MODE IS F.
       01 PRIOR-ARCHIVE-REC PIC X(100).

       FD CHECKPOINT-FILE RECORDING MODE IS F.
       01 CHKPT-REC.
          05 CHKPT-RUN-DATE PIC 9(8).
          05 CHKPT-TABLE-NO PIC 9(1).
          05 CHKPT-ARCH-RECORDS PIC 9(9).
          05 CHKPT-TABLE-TOTALS OCCURS 4 TIMES.
             10 CHKPT-ROWS PIC 9(9).
             10 CHKPT-AMOUNT PIC S9(13)V99.
          05 FILLER PIC X(6).

       FD ARCHIVE-FILE RECORDING MODE IS F.
       01 ARCHIVE-REC PIC X(100).

       FD OUTPUT-FILE RECORDING MODE IS V.
       01 OUTPUT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES - CUTOFF DATES
       01 HV-CUTOFF-NUM PIC 9(8).
       01 HV-CUTOFF-DATE PIC X(10).

      * DB2 HOST VARIABLES - TB_BATCH_RUN_HISTORY ROW
       01 HV-RH-JOB-NAME PIC X(8).
       01 HV-RH-RUN-DATE PIC 9(8).
       01 HV-RH-PROCESSED PIC S9(9) COMP.
       01 HV-RH-CHANGED PIC S9(9) COMP.
       01 HV-RH-ERRORS PIC S9(9) COMP.
       01 HV-RH-START-TS PIC X(26).
       01 HV-RH-END-TS PIC X(26).
       01 HV-RH-START-IND PIC S9(4) COMP VALUE 0.
       01 HV-RH-END-IND PIC S9(4) COMP VALUE 0.

      * DB2 HOST VARIABLES - TB_PRICE_HISTORY ROW
       01 HV-PH-PROD-ID PIC X(5).
       01 HV-PH-OLD-PRICE PIC S9(5)V9(2) COMP-3.
       01 HV-PH-NEW-PRICE PIC S9(5)V9(2) COMP-3.
       01 HV-PH-CURRENCY PIC X(3).
       01 HV-PH-CHANGE-DATE PIC X(10).
       01 HV-PH-OLD-PRICE-IND PIC S9(4) COMP VALUE 0.
       01 HV-PH-NEW-PRICE-IND PIC S9(4) COMP VALUE 0.

      * DB2 HOST VARIABLES - TB_BONUS_HISTORY ROW
       01 HV-BH-EMP-ID PIC X(6).
       01 HV-BH-REGION PIC X(2).
       01 HV-BH-OLD-BONUS PIC S9(7)V9(2) COMP-3.
       01 HV-BH-NEW-BONUS PIC S9(7)V9(2) COMP-3.
       01 HV-BH-STATUS PIC X(7).
       01 HV-BH-CYCLE-DATE PIC 9(8).

      * DB2 HOST VARIABLES - TB_SALES_HISTORY ROW
       01 HV-SH-BUS-DATE PIC 9(8).
       01 HV-SH-REGION PIC X(5).
       01 HV-SH-SHOP PIC X(5).
       01 HV-SH-COUNT PIC S9(9) COMP.
       01 HV-SH-AMOUNT PIC S9(9)V99 COMP-3.
       01 HV-SH-TARGET PIC S9(9)V99 COMP-3.
       01 HV-SH-TARGET-IND PIC S9(4) COMP VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

       EXEC SQL
         DECLARE CUR-RUNHIST CURSOR WITH HOLD FOR
           SELECT JOB_NAME, RUN_DATE, RECORDS_PROCESSED,
                  RECORDS_CHANGED, RECORDS_ERRORS,
                  CHAR(START_TS), CHAR(END_TS)
             FROM TB_BATCH_RUN_HISTORY
            WHERE RUN_DATE < :HV-CUTOFF-NUM
           FOR UPDATE
       END-EXEC.

       EXEC SQL
         DECLARE CUR-PRICEHST CURSOR WITH HOLD FOR
           SELECT PROD_ID, OLD_PRICE, NEW_PRICE,
                  CURRENCY_CODE, CHAR(CHANGE_DATE, ISO)
             FROM TB_PRICE_HISTORY
            WHERE CHANGE_DATE < DATE(:HV-CUTOFF-DATE)
           FOR UPDATE
       END-EXEC.

       EXEC SQL
         DECLARE CUR-BONUSHST CURSOR WITH HOLD FOR
           SELECT EMP_ID, REGION_CODE, OLD_BONUS, NEW_BONUS,
                  STATUS_CODE, CYCLE_DATE
             FROM TB_BONUS_HISTORY
            WHERE CYCLE_DATE < :HV-CUTOFF-NUM
           FOR UPDATE
       END-EXEC.

       EXEC SQL
         DECLARE CUR-SALESHST CURSOR WITH HOLD FOR
           SELECT BUSINESS_DATE, REGION, SHOP,
                  SALES_COUNT, SALES_AMOUNT, TARGET_AMOUNT
             FROM TB_SALES_HISTORY
            WHERE BUSINESS_DATE < :HV-CUTOFF-NUM
           FOR UPDATE
       END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 PARAM-STATUS PIC X(2).
          05 PRIOR-ARCH-STATUS PIC X(2).
          05 CHKPT-STATUS PIC X(2).
          05 ARCHIVE-STATUS PIC X(2).
          05 OUTPUT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-RESUME-SW PIC X(1) VALUE 'N'.
             88 RESUME-RUN VALUE 'Y'.

      * RUN DATE THE CUTOFFS ARE COMPUTED FROM (TODAY, OR THE
      * FAILED RUN'S DATE ON A RESTART)
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-WORK PIC 9(8) VALUE 0.
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-WORK.
          05 WS-CUTOFF-YYYY PIC 9(4).
          05 WS-CUTOFF-MM PIC 9(2).
          05 WS-CUTOFF-DD PIC 9(2).

      * COMMIT SIZE (ROWS DELETED PER COMMIT) AND RETENTION FLOOR
       01 COMMIT-FREQUENCY PIC 9(5) VALUE 100.
       01 WS-MIN-RETAIN-DAYS PIC 9(5) VALUE 30.

      * THE FOUR PURGEABLE TABLES, THEIR RETENTION CARDS AND THE
      * ROWS/AMOUNT UNLOADED FROM EACH
       01 PRG-TABLE-MAX PIC 9(1) VALUE 4.
       01 PRG-TABLE.
          05 PRG-ENTRY OCCURS 4 TIMES.
             10 PRG-CARD-KEY PIC X(8).
             10 PRG-ARCH-TAG PIC X(4).
             10 PRG-TABLE-NAME PIC X(20).
             10 PRG-RETAIN-DAYS PIC 9(5).
             10 PRG-ACTIVE-SW PIC X(1).
                88 PRG-ACTIVE VALUE 'Y'.
             10 PRG-CUTOFF PIC 9(8).
             10 PRG-ROWS PIC 9(9).
             10 PRG-AMOUNT PIC S9(13)V99 COMP-3.

      * WORK SUBSCRIPTS: TABLE BEING PURGED, FIRST TABLE TO PURGE
       01 WS-TBL-SUB PIC 9(1) VALUE 0.
       01 WS-START-TABLE PIC 9(1) VALUE 1.

      * RETENTION CARD BEING APPLIED: ITS TABLE AND ITS DAYS
       01 WS-CARD-SUB PIC 9(1) VALUE 0.
       01 WS-CARD-DAYS PIC 9(5) VALUE 0.

      * RESTART SUPPORT: ARCHIVE RECORDS COVERED BY THE LAST
      * COMMIT, AND THE COPY COUNTER USED ON A RESUMED RUN
       01 WS-ARCH-RECORDS PIC 9(9) VALUE 0.
       01 WS-COPY-COUNTER PIC 9(9) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-ROWS-PURGED PIC 9(9) VALUE 0.
          05 TOTAL-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
          05 COMMIT-COUNTER PIC 9(5) VALUE 0.
          05 COMMIT-BATCHES PIC 9(5) VALUE 0.
          05 TABLES-PURGED PIC 9(1) VALUE 0.

      * DISPLAY-FORMATTED FIELDS
       01 WS-DISP-FIELDS.
          05 ROWS-DISP PIC Z(8)9.
          05 AMOUNT-DISP PIC -Z(12)9.99.
          05 DAYS-DISP PIC ZZZZ9.
          05 COMMIT-BATCHES-DISP PIC Z(4)9.

      * ARCHIVE RECORD LAYOUTS
       01 ARCH-HEADER-LAYOUT.
          05 AHD-TAG PIC X(4) VALUE 'AHDR'.
          05 AHD-RUN-DATE PIC 9(8).
          05 AHD-SOURCE PIC X(8) VALUE 'DB2PG44 '.
          05 FILLER PIC X(80) VALUE SPACES.

       01 ARCH-RUNHIST-LAYOUT.
          05 ARH-TAG PIC X(4).
          05 ARH-JOB-NAME PIC X(8).
          05 ARH-RUN-DATE PIC 9(8).
          05 ARH-PROCESSED PIC S9(9).
          05 ARH-CHANGED PIC S9(9).
          05 ARH-ERRORS PIC S9(9).
          05 ARH-START-TS PIC X(26).
          05 ARH-END-TS PIC X(26).
          05 FILLER PIC X(1) VALUE SPACES.

       01 ARCH-PRICEHST-LAYOUT.
          05 APH-TAG PIC X(4).
          05 APH-PROD-ID PIC X(5).
          05 APH-OLD-PRICE PIC S9(5)V99.
          05 APH-OLD-PRICE-NULL PIC X(1).
          05 APH-NEW-PRICE PIC S9(5)V99.
          05 APH-NEW-PRICE-NULL PIC X(1).
          05 APH-CURRENCY PIC X(3).
          05 APH-CHANGE-DATE PIC X(10).
          05 FILLER PIC X(62) VALUE SPACES.

       01 ARCH-BONUSHST-LAYOUT.
          05 ABH-TAG PIC X(4).
          05 ABH-EMP-ID PIC X(6).
          05 ABH-REGION PIC X(2).
          05 ABH-OLD-BONUS PIC S9(7)V99.
          05 ABH-NEW-BONUS PIC S9(7)V99.
          05 ABH-STATUS PIC X(7).
          05 ABH-CYCLE-DATE PIC 9(8).
          05 FILLER PIC X(55) VALUE SPACES.

       01 ARCH-SALESHST-LAYOUT.
          05 ASH-TAG PIC X(4).
          05 ASH-BUS-DATE PIC 9(8).
          05 ASH-REGION PIC X(5).
          05 ASH-SHOP PIC X(5).
          05 ASH-COUNT PIC S9(9).
          05 ASH-AMOUNT PIC S9(9)V99.
          05 ASH-TARGET PIC S9(9)V99.
          05 ASH-TARGET-NULL PIC X(1).
          05 FILLER PIC X(46) VALUE SPACES.

       01 ARCH-TRAILER-LAYOUT.
          05 ATR-TAG PIC X(4) VALUE 'ATRL'.
          05 ATR-TABLE-TAG PIC X(4).
          05 ATR-CUTOFF PIC 9(8).
          05 ATR-ROW-COUNT PIC 9(9).
          05 ATR-AMOUNT PIC S9(13)V99.
          05 FILLER PIC X(60) VALUE SPACES.

      * HOST VARIABLES FOR THE SHARED BATCH-RUN HISTORY AUDIT INSERT
       01 HV-HIST-JOB-NAME PIC X(8) VALUE 'DB2PG44 '.
       01 HV-HIST-RUN-DATE PIC 9(8).
       01 HV-HIST-RECORDS-PROCESSED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-CHANGED PIC S9(9) COMP.
       01 HV-HIST-RECORDS-ERRORS PIC S9(9) COMP VALUE 0.
       01 HV-HIST-START-TS PIC X(26).
       01 HV-HIST-START-IND PIC S9(4) COMP VALUE 0.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * PARAMETERS AND CHECKPOINT FIRST, THEN ONE PURGE PASS PER
      * TABLE, THE ARCHIVE TRAILER, AUDIT ROW AND SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CAPTURE-START-TIME.
           PERFORM INIT-PURGE-TABLE.
           PERFORM READ-PARM-FILE.
           PERFORM READ-CHECKPOINT.
           PERFORM COMPUTE-CUTOFFS.
           PERFORM OPEN-ALL-FILES.
           PERFORM COPY-COMMITTED-ARCHIVE.
           PERFORM VARYING WS-TBL-SUB FROM WS-START-TABLE BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              IF PRG-ACTIVE(WS-TBL-SUB)
                 PERFORM PURGE-ONE-TABLE
              END-IF
           END-PERFORM.
           PERFORM WRITE-FINAL-TRAILER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM RECORD-BATCH-HISTORY.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * NAMES THE FOUR TABLES: PARMDD CARD KEY, ARCHIVE RECORD
      * TAG AND DB2 TABLE NAME. NONE IS ACTIVE UNTIL ITS CARD
      * IS READ.
      **********************************************
       INIT-PURGE-TABLE.
           MOVE 'BATCHRUN' TO PRG-CARD-KEY(1).
           MOVE 'RUNH' TO PRG-ARCH-TAG(1).
           MOVE 'TB_BATCH_RUN_HISTORY' TO PRG-TABLE-NAME(1).
           MOVE 'PRICEHST' TO PRG-CARD-KEY(2).
           MOVE 'PRCH' TO PRG-ARCH-TAG(2).
           MOVE 'TB_PRICE_HISTORY' TO PRG-TABLE-NAME(2).
           MOVE 'BONUSHST' TO PRG-CARD-KEY(3).
           MOVE 'BONH' TO PRG-ARCH-TAG(3).
           MOVE 'TB_BONUS_HISTORY' TO PRG-TABLE-NAME(3).
           MOVE 'SALESHST' TO PRG-CARD-KEY(4).
           MOVE 'SALH' TO PRG-ARCH-TAG(4).
           MOVE 'TB_SALES_HISTORY' TO PRG-TABLE-NAME(4).
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              MOVE 0 TO PRG-RETAIN-DAYS(WS-TBL-SUB)
              MOVE 'N' TO PRG-ACTIVE-SW(WS-TBL-SUB)
              MOVE 0 TO PRG-CUTOFF(WS-TBL-SUB)
              MOVE 0 TO PRG-ROWS(WS-TBL-SUB)
              MOVE 0 TO PRG-AMOUNT(WS-TBL-SUB)
           END-PERFORM.

      **********************************************
      * READS THE PARMDD CONTROL CARDS:
      *   BATCHRUN= / PRICEHST= / BONUSHST= / SALESHST=NNNNN -
      *     RETENTION DAYS FOR THAT TABLE.
      *   COMMIT=NNNNN - ROWS DELETED PER COMMIT.
      * PARMDD IS REQUIRED - WITHOUT IT THERE IS NOTHING TO DO.
      **********************************************
       READ-PARM-FILE.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARM FILE: ' PARAM-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL PARAM-STATUS NOT = '00'
              READ PARAM-FILE
                AT END
                   MOVE '10' TO PARAM-STATUS
                NOT AT END
                   EVALUATE TRUE
                       WHEN PARAM-REC(1:7) = 'COMMIT='
                         IF PARAM-REC(8:5) IS NUMERIC
                            AND PARAM-REC(8:5) > 0
                            MOVE PARAM-REC(8:5) TO COMMIT-FREQUENCY
                         ELSE
                            DISPLAY 'WARNING: INVALID COMMIT '
                                    'VALUE: ' PARAM-REC(8:5)
                         END-IF
                       WHEN PARAM-REC(9:1) = '='
                         PERFORM APPLY-RETENTION-CARD
                       WHEN PARAM-REC = SPACES
                         CONTINUE
                       WHEN OTHER
                         DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                                 PARAM-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              IF PRG-ACTIVE(WS-TBL-SUB)
                 ADD 1 TO TABLES-PURGED
              END-IF
           END-PERFORM.
           IF TABLES-PURGED = 0
              DISPLAY 'WARNING: NO VALID RETENTION CARDS IN PARMDD - '
                      'NOTHING TO PURGE'
              MOVE 4 TO RETURN-CODE
           END-IF.

      **********************************************
      * MATCHES ONE KEY=NNNNN CARD TO ITS TABLE AND ACTIVATES THE
      * TABLE IF THE RETENTION IS NUMERIC AND AT LEAST THE FLOOR.
      **********************************************
       APPLY-RETENTION-CARD.
           MOVE 0 TO WS-CARD-SUB.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              IF PARAM-REC(1:8) = PRG-CARD-KEY(WS-TBL-SUB)
                 MOVE WS-TBL-SUB TO WS-CARD-SUB
                 MOVE PRG-TABLE-MAX TO WS-TBL-SUB
              END-IF
           END-PERFORM.
           IF WS-CARD-SUB = 0
              DISPLAY 'WARNING: UNRECOGNIZED PARM CARD: '
                      PARAM-REC(1:20)
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARD-SUB TO WS-TBL-SUB.
           IF PARAM-REC(10:5) IS NOT NUMERIC
              DISPLAY 'WARNING: INVALID RETENTION FOR '
                      PRG-CARD-KEY(WS-TBL-SUB) ': ' PARAM-REC(10:5)
                      ' - TABLE NOT PURGED'
              EXIT PARAGRAPH
           END-IF.
           MOVE PARAM-REC(10:5) TO WS-CARD-DAYS.
           IF WS-CARD-DAYS < WS-MIN-RETAIN-DAYS
              DISPLAY 'WARNING: RETENTION FOR '
                      PRG-CARD-KEY(WS-TBL-SUB) ' IS BELOW '
                      WS-MIN-RETAIN-DAYS ' DAYS - TABLE NOT PURGED'
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARD-DAYS TO PRG-RETAIN-DAYS(WS-TBL-SUB).
           MOVE 'Y' TO PRG-ACTIVE-SW(WS-TBL-SUB).

      **********************************************
      * CHECKS FOR A CHECKPOINT LEFT BY A PRIOR INTERRUPTED RUN.
      * IF ONE EXISTS, THIS RUN TAKES OVER ITS RUN DATE, TABLE
      * POSITION AND TOTALS, AND RESUMES WITH THE TABLE THAT WAS
      * IN PROGRESS.
      **********************************************
       READ-CHECKPOINT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS = '00'
              READ CHECKPOINT-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF CHKPT-ARCH-RECORDS > 0
                      MOVE CHKPT-RUN-DATE TO WS-RUN-DATE
                      MOVE CHKPT-TABLE-NO TO WS-START-TABLE
                      MOVE CHKPT-ARCH-RECORDS TO WS-ARCH-RECORDS
                      PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                              UNTIL WS-TBL-SUB > PRG-TABLE-MAX
                         MOVE CHKPT-ROWS(WS-TBL-SUB)
                           TO PRG-ROWS(WS-TBL-SUB)
                         MOVE CHKPT-AMOUNT(WS-TBL-SUB)
                           TO PRG-AMOUNT(WS-TBL-SUB)
                      END-PERFORM
                      SET RESUME-RUN TO TRUE
                      DISPLAY 'RESUMING PURGE OF ' CHKPT-RUN-DATE
                              ' AT TABLE ' CHKPT-TABLE-NO
                              ' AFTER ARCHIVE RECORD ' WS-ARCH-RECORDS
                   END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           ELSE
              DISPLAY 'NO CHECKPOINT FOUND - STARTING FROM BEGINNING'
           END-IF.

      **********************************************
      * CUTOFF = RUN DATE MINUS THE RETENTION DAYS. ROWS DATED
      * BEFORE THE CUTOFF ARE PURGED.
      **********************************************
       COMPUTE-CUTOFFS.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              IF PRG-ACTIVE(WS-TBL-SUB)
                 COMPUTE PRG-CUTOFF(WS-TBL-SUB) =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                          - PRG-RETAIN-DAYS(WS-TBL-SUB))
              END-IF
           END-PERFORM.

      **********************************************
      * OPENS THE NEW ARCHIVE AND THE LOG. A FRESH RUN STARTS THE
      * ARCHIVE WITH ITS HEADER; A RESUMED RUN GETS THE HEADER
      * FROM THE COPIED ARCHIVE RECORDS.
      **********************************************
       OPEN-ALL-FILES.
           OPEN OUTPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ARCHIVE FILE: ' ARCHIVE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.
           IF OUTPUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OUTPUT FILE: ' OUTPUT-STATUS
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-OUT-MSG.
           STRING 'DB2 HISTORY RETENTION PURGE - RUN DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-LOG-LINE.

           IF NOT RESUME-RUN
              MOVE WS-RUN-DATE TO AHD-RUN-DATE
              MOVE ARCH-HEADER-LAYOUT TO ARCHIVE-REC
              PERFORM WRITE-ARCHIVE-REC
           END-IF.

      **********************************************
      * ON A RESUMED RUN, COPIES THE ARCHIVE RECORDS COVERED BY
      * THE LAST COMMIT FROM THE FAILED RUN'S ARCHIVE (ARCHIN).
      * RECORDS AFTER THAT POINT BELONG TO ROWS THAT WERE ROLLED
      * BACK AND ARE UNLOADED AGAIN. A SHORT OR MISSING ARCHIN
      * MEANS THE WRONG DATASET - STOP RATHER THAN LOSE ROWS.
      **********************************************
       COPY-COMMITTED-ARCHIVE.
           IF NOT RESUME-RUN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PRIOR-ARCHIVE-FILE.
           IF PRIOR-ARCH-STATUS NOT = '00'
              DISPLAY 'FATAL: CHECKPOINT FOUND BUT THE FAILED RUNS '
                      'ARCHIVE (ARCHIN) CANNOT BE OPENED: '
                      PRIOR-ARCH-STATUS
              STOP RUN
           END-IF.
           PERFORM VARYING WS-COPY-COUNTER FROM 1 BY 1
                   UNTIL WS-COPY-COUNTER > WS-ARCH-RECORDS
              READ PRIOR-ARCHIVE-FILE
                AT END
                   DISPLAY 'FATAL: ARCHIN ENDS BEFORE CHECKPOINT '
                           'POSITION - WRONG ARCHIVE FILE?'
                   STOP RUN
              END-READ
              MOVE PRIOR-ARCHIVE-REC TO ARCHIVE-REC
              WRITE ARCHIVE-REC
              IF ARCHIVE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING ARCHIVE FILE: ' ARCHIVE-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE PRIOR-ARCHIVE-FILE.

      **********************************************
      * UNLOADS AND DELETES THE EXPIRED ROWS OF ONE TABLE, THEN
      * WRITES ITS TRAILER AND COMMITS WITH THE CHECKPOINT
      * ADVANCED TO THE NEXT TABLE.
      **********************************************
       PURGE-ONE-TABLE.
           MOVE PRG-CUTOFF(WS-TBL-SUB) TO HV-CUTOFF-NUM.
           MOVE PRG-CUTOFF(WS-TBL-SUB) TO WS-CUTOFF-WORK.
           MOVE SPACES TO HV-CUTOFF-DATE.
           STRING WS-CUTOFF-YYYY '-' WS-CUTOFF-MM '-' WS-CUTOFF-DD
                  DELIMITED BY SIZE
                  INTO HV-CUTOFF-DATE
           END-STRING.

           PERFORM OPEN-TABLE-CURSOR.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              PERFORM FETCH-TABLE-ROW
              IF NOT EOF
                 PERFORM WRITE-ARCHIVE-REC
                 PERFORM DELETE-TABLE-ROW
                 ADD 1 TO PRG-ROWS(WS-TBL-SUB)
                 ADD 1 TO COMMIT-COUNTER
                 IF COMMIT-COUNTER >= COMMIT-FREQUENCY
                    PERFORM TAKE-COMMIT
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM CLOSE-TABLE-CURSOR.

           MOVE PRG-ARCH-TAG(WS-TBL-SUB) TO ATR-TABLE-TAG.
           MOVE PRG-CUTOFF(WS-TBL-SUB) TO ATR-CUTOFF.
           MOVE PRG-ROWS(WS-TBL-SUB) TO ATR-ROW-COUNT.
           MOVE PRG-AMOUNT(WS-TBL-SUB) TO ATR-AMOUNT.
           MOVE ARCH-TRAILER-LAYOUT TO ARCHIVE-REC.
           PERFORM WRITE-ARCHIVE-REC.

           ADD 1 TO WS-TBL-SUB.
           PERFORM TAKE-COMMIT.
           SUBTRACT 1 FROM WS-TBL-SUB.
           PERFORM WRITE-TABLE-LOG-LINE.

      **********************************************
      * OPENS THE CURSOR FOR THE TABLE IN WS-TBL-SUB.
      **********************************************
       OPEN-TABLE-CURSOR.
           EVALUATE WS-TBL-SUB
               WHEN 1
                 EXEC SQL
                   OPEN CUR-RUNHIST
                 END-EXEC
               WHEN 2
                 EXEC SQL
                   OPEN CUR-PRICEHST
                 END-EXEC
               WHEN 3
                 EXEC SQL
                   OPEN CUR-BONUSHST
                 END-EXEC
               WHEN 4
                 EXEC SQL
                   OPEN CUR-SALESHST
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR OPENING CURSOR FOR '
                      PRG-TABLE-NAME(WS-TBL-SUB) ': ' WS-SQLCODE-DISP
              STOP RUN
           END-IF.

      **********************************************
      * FETCHES THE NEXT EXPIRED ROW AND BUILDS ITS ARCHIVE
      * RECORD IN ARCHIVE-REC, ADDING ITS AMOUNT TO THE TABLE
      * TOTAL. SQLCODE 100 ENDS THE TABLE; ANY OTHER NON-ZERO
      * SQLCODE ROLLS BACK TO THE LAST CHECKPOINT AND STOPS.
      **********************************************
       FETCH-TABLE-ROW.
           EVALUATE WS-TBL-SUB
               WHEN 1
                 EXEC SQL
                   FETCH CUR-RUNHIST
                    INTO :HV-RH-JOB-NAME, :HV-RH-RUN-DATE,
                         :HV-RH-PROCESSED, :HV-RH-CHANGED,
                         :HV-RH-ERRORS,
                         :HV-RH-START-TS :HV-RH-START-IND,
                         :HV-RH-END-TS :HV-RH-END-IND
                 END-EXEC
               WHEN 2
                 EXEC SQL
                   FETCH CUR-PRICEHST
                    INTO :HV-PH-PROD-ID,
                         :HV-PH-OLD-PRICE :HV-PH-OLD-PRICE-IND,
                         :HV-PH-NEW-PRICE :HV-PH-NEW-PRICE-IND,
                         :HV-PH-CURRENCY, :HV-PH-CHANGE-DATE
                 END-EXEC
               WHEN 3
                 EXEC SQL
                   FETCH CUR-BONUSHST
                    INTO :HV-BH-EMP-ID, :HV-BH-REGION,
                         :HV-BH-OLD-BONUS, :HV-BH-NEW-BONUS,
                         :HV-BH-STATUS, :HV-BH-CYCLE-DATE
                 END-EXEC
               WHEN 4
                 EXEC SQL
                   FETCH CUR-SALESHST
                    INTO :HV-SH-BUS-DATE, :HV-SH-REGION,
                         :HV-SH-SHOP, :HV-SH-COUNT,
                         :HV-SH-AMOUNT,
                         :HV-SH-TARGET :HV-SH-TARGET-IND
                 END-EXEC
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                 SET EOF TO TRUE
               WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR FETCHING FROM '
                         PRG-TABLE-NAME(WS-TBL-SUB) ': '
                         WS-SQLCODE-DISP
                 PERFORM ROLLBACK-AND-STOP
               WHEN OTHER
                 PERFORM BUILD-ARCHIVE-DETAIL
           END-EVALUATE.

      **********************************************
      * MOVES THE FETCHED ROW INTO ITS ARCHIVE LAYOUT. A NULL
      * PRICE OR TARGET IS ARCHIVED AS ZERO WITH ITS NULL FLAG SET
      * TO 'Y'; A NULL START_TS OR END_TS IS ARCHIVED AS SPACES.
      **********************************************
       BUILD-ARCHIVE-DETAIL.
           EVALUATE WS-TBL-SUB
               WHEN 1
                 MOVE PRG-ARCH-TAG(1) TO ARH-TAG
                 MOVE HV-RH-JOB-NAME TO ARH-JOB-NAME
                 MOVE HV-RH-RUN-DATE TO ARH-RUN-DATE
                 MOVE HV-RH-PROCESSED TO ARH-PROCESSED
                 MOVE HV-RH-CHANGED TO ARH-CHANGED
                 MOVE HV-RH-ERRORS TO ARH-ERRORS
                 IF HV-RH-START-IND < 0
                    MOVE SPACES TO ARH-START-TS
                 ELSE
                    MOVE HV-RH-START-TS TO ARH-START-TS
                 END-IF
                 IF HV-RH-END-IND < 0
                    MOVE SPACES TO ARH-END-TS
                 ELSE
                    MOVE HV-RH-END-TS TO ARH-END-TS
                 END-IF
                 ADD HV-RH-PROCESSED TO PRG-AMOUNT(1)
                 MOVE ARCH-RUNHIST-LAYOUT TO ARCHIVE-REC
               WHEN 2
                 MOVE PRG-ARCH-TAG(2) TO APH-TAG
                 MOVE HV-PH-PROD-ID TO APH-PROD-ID
                 MOVE 'N' TO APH-OLD-PRICE-NULL
                 MOVE 'N' TO APH-NEW-PRICE-NULL
                 IF HV-PH-OLD-PRICE-IND < 0
                    MOVE 0 TO APH-OLD-PRICE
                    MOVE 'Y' TO APH-OLD-PRICE-NULL
                 ELSE
                    MOVE HV-PH-OLD-PRICE TO APH-OLD-PRICE
                 END-IF
                 IF HV-PH-NEW-PRICE-IND < 0
                    MOVE 0 TO APH-NEW-PRICE
                    MOVE 'Y' TO APH-NEW-PRICE-NULL
                 ELSE
                    MOVE HV-PH-NEW-PRICE TO APH-NEW-PRICE
                    ADD HV-PH-NEW-PRICE TO PRG-AMOUNT(2)
                 END-IF
                 MOVE HV-PH-CURRENCY TO APH-CURRENCY
                 MOVE HV-PH-CHANGE-DATE TO APH-CHANGE-DATE
                 MOVE ARCH-PRICEHST-LAYOUT TO ARCHIVE-REC
               WHEN 3
                 MOVE PRG-ARCH-TAG(3) TO ABH-TAG
                 MOVE HV-BH-EMP-ID TO ABH-EMP-ID
                 MOVE HV-BH-REGION TO ABH-REGION
                 MOVE HV-BH-OLD-BONUS TO ABH-OLD-BONUS
                 MOVE HV-BH-NEW-BONUS TO ABH-NEW-BONUS
                 MOVE HV-BH-STATUS TO ABH-STATUS
                 MOVE HV-BH-CYCLE-DATE TO ABH-CYCLE-DATE
                 ADD HV-BH-NEW-BONUS TO PRG-AMOUNT(3)
                 MOVE ARCH-BONUSHST-LAYOUT TO ARCHIVE-REC
               WHEN 4
                 MOVE PRG-ARCH-TAG(4) TO ASH-TAG
                 MOVE HV-SH-BUS-DATE TO ASH-BUS-DATE
                 MOVE HV-SH-REGION TO ASH-REGION
                 MOVE HV-SH-SHOP TO ASH-SHOP
                 MOVE HV-SH-COUNT TO ASH-COUNT
                 MOVE HV-SH-AMOUNT TO ASH-AMOUNT
                 IF HV-SH-TARGET-IND < 0
                    MOVE 0 TO ASH-TARGET
                    MOVE 'Y' TO ASH-TARGET-NULL
                 ELSE
                    MOVE HV-SH-TARGET TO ASH-TARGET
                    MOVE 'N' TO ASH-TARGET-NULL
                 END-IF
                 ADD HV-SH-AMOUNT TO PRG-AMOUNT(4)
                 MOVE ARCH-SALESHST-LAYOUT TO ARCHIVE-REC
           END-EVALUATE.

      **********************************************
      * DELETES THE ROW JUST ARCHIVED, WHERE CURRENT OF THE
      * TABLE'S CURSOR.
      **********************************************
       DELETE-TABLE-ROW.
           EVALUATE WS-TBL-SUB
               WHEN 1
                 EXEC SQL
                   DELETE FROM TB_BATCH_RUN_HISTORY
                    WHERE CURRENT OF CUR-RUNHIST
                 END-EXEC
               WHEN 2
                 EXEC SQL
                   DELETE FROM TB_PRICE_HISTORY
                    WHERE CURRENT OF CUR-PRICEHST
                 END-EXEC
               WHEN 3
                 EXEC SQL
                   DELETE FROM TB_BONUS_HISTORY
                    WHERE CURRENT OF CUR-BONUSHST
                 END-EXEC
               WHEN 4
                 EXEC SQL
                   DELETE FROM TB_SALES_HISTORY
                    WHERE CURRENT OF CUR-SALESHST
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR DELETING FROM '
                      PRG-TABLE-NAME(WS-TBL-SUB) ': ' WS-SQLCODE-DISP
              PERFORM ROLLBACK-AND-STOP
           END-IF.

      **********************************************
      * CLOSES THE CURSOR FOR THE TABLE IN WS-TBL-SUB.
      **********************************************
       CLOSE-TABLE-CURSOR.
           EVALUATE WS-TBL-SUB
               WHEN 1
                 EXEC SQL
                   CLOSE CUR-RUNHIST
                 END-EXEC
               WHEN 2
                 EXEC SQL
                   CLOSE CUR-PRICEHST
                 END-EXEC
               WHEN 3
                 EXEC SQL
                   CLOSE CUR-BONUSHST
                 END-EXEC
               WHEN 4
                 EXEC SQL
                   CLOSE CUR-SALESHST
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'WARNING: ERROR CLOSING CURSOR FOR '
                      PRG-TABLE-NAME(WS-TBL-SUB) ': ' WS-SQLCODE-DISP
           END-IF.

      **********************************************
      * COMMITS THE PENDING DELETES AND PERSISTS THE CHECKPOINT.
      * WS-TBL-SUB IS THE TABLE A RESTART WOULD RESUME WITH.
      **********************************************
       TAKE-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'BATCH COMMIT ERROR: ' WS-SQLCODE-DISP
              PERFORM ROLLBACK-AND-STOP
           END-IF.
           ADD 1 TO COMMIT-BATCHES.
           MOVE 0 TO COMMIT-COUNTER.
           PERFORM WRITE-CHECKPOINT.

      **********************************************
      * REWRITES THE CHECKPOINT WITH THE RUN DATE, THE TABLE TO
      * RESUME WITH, THE ARCHIVE RECORDS WRITTEN THROUGH THE
      * COMMIT JUST TAKEN AND THE TOTALS SO FAR.
      **********************************************
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING CHECKPOINT FOR WRITE: '
                      CHKPT-STATUS
           ELSE
              MOVE SPACES TO CHKPT-REC
              MOVE WS-RUN-DATE TO CHKPT-RUN-DATE
              MOVE WS-TBL-SUB TO CHKPT-TABLE-NO
              MOVE WS-ARCH-RECORDS TO CHKPT-ARCH-RECORDS
              PERFORM VARYING WS-COPY-COUNTER FROM 1 BY 1
                      UNTIL WS-COPY-COUNTER > PRG-TABLE-MAX
                 MOVE PRG-ROWS(WS-COPY-COUNTER)
                   TO CHKPT-ROWS(WS-COPY-COUNTER)
                 MOVE PRG-AMOUNT(WS-COPY-COUNTER)
                   TO CHKPT-AMOUNT(WS-COPY-COUNTER)
              END-PERFORM
              WRITE CHKPT-REC
              IF CHKPT-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR WRITING CHECKPOINT: '
                         CHKPT-STATUS
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF.

      **********************************************
      * BACKS OUT THE DELETES SINCE THE LAST COMMIT AND STOPS.
      * THE CHECKPOINT STILL DESCRIBES THE LAST COMMIT, SO THE
      * JOB CAN BE RESTARTED WITH THIS RUN'S ARCHDD AS ARCHIN.
      **********************************************
       ROLLBACK-AND-STOP.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ROLLBACK ERROR: ' WS-SQLCODE-DISP
           END-IF.
           DISPLAY 'PURGE STOPPED - RESTART WITH THIS ARCHDD AS '
                   'ARCHIN AND THE SAME PARMDD'.
           STOP RUN.

      **********************************************
      * WRITES THE ALL-TABLES TRAILER: TOTAL ROWS AND AMOUNT
      * UNLOADED BY THE RUN (INCLUDING ANY RESUMED PART).
      **********************************************
       WRITE-FINAL-TRAILER.
           MOVE 0 TO TOTAL-ROWS-PURGED.
           MOVE 0 TO TOTAL-AMOUNT.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              ADD PRG-ROWS(WS-TBL-SUB) TO TOTAL-ROWS-PURGED
              ADD PRG-AMOUNT(WS-TBL-SUB) TO TOTAL-AMOUNT
           END-PERFORM.
           MOVE 'ALL ' TO ATR-TABLE-TAG.
           MOVE WS-RUN-DATE TO ATR-CUTOFF.
           MOVE TOTAL-ROWS-PURGED TO ATR-ROW-COUNT.
           MOVE TOTAL-AMOUNT TO ATR-AMOUNT.
           MOVE ARCH-TRAILER-LAYOUT TO ARCHIVE-REC.
           PERFORM WRITE-ARCHIVE-REC.

      **********************************************
      * WRITES ARCHIVE-REC AND COUNTS IT TOWARDS THE CHECKPOINT
      * POSITION.
      **********************************************
       WRITE-ARCHIVE-REC.
           WRITE ARCHIVE-REC.
           IF ARCHIVE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ARCHIVE FILE: ' ARCHIVE-STATUS
              PERFORM ROLLBACK-AND-STOP
           END-IF.
           ADD 1 TO WS-ARCH-RECORDS.

      **********************************************
      * ONE LOG LINE PER TABLE PURGED: RETENTION, CUTOFF, ROWS
      * UNLOADED AND DELETED, AND THE AMOUNT TOTAL.
      **********************************************
       WRITE-TABLE-LOG-LINE.
           MOVE PRG-RETAIN-DAYS(WS-TBL-SUB) TO DAYS-DISP.
           MOVE PRG-ROWS(WS-TBL-SUB) TO ROWS-DISP.
           MOVE PRG-AMOUNT(WS-TBL-SUB) TO AMOUNT-DISP.
           MOVE SPACES TO WS-OUT-MSG.
           STRING PRG-TABLE-NAME(WS-TBL-SUB) DELIMITED BY SIZE
                  ' KEEP ' DELIMITED BY SIZE
                  DAYS-DISP DELIMITED BY SIZE
                  'D <' DELIMITED BY SIZE
                  PRG-CUTOFF(WS-TBL-SUB) DELIMITED BY SIZE
                  ' ROWS' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  ' AMT' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-LOG-LINE.

      **********************************************
      * WRITES ONE LINE TO THE PURGE LOG.
      **********************************************
       WRITE-LOG-LINE.
           MOVE WS-OUT-MSG TO OUTPUT-REC.
           WRITE OUTPUT-REC.
           IF OUTPUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING OUTPUT FILE: ' OUTPUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSES THE ARCHIVE AND THE LOG.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ARCHIVE FILE: '
                      ARCHIVE-STATUS
           END-IF.

           CLOSE OUTPUT-FILE.
           IF OUTPUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OUTPUT FILE: '
                      OUTPUT-STATUS
           END-IF.

      **********************************************
      * CALLED ONLY AFTER A FULL, SUCCESSFUL RUN. REPLACES THE
      * CHECKPOINT WITH AN EMPTY DATASET SO THE NEXT RUN STARTS
      * FRESH.
      **********************************************
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING CHECKPOINT TO CLEAR: '
                      CHKPT-STATUS
           ELSE
              CLOSE CHECKPOINT-FILE
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
      * AUDIT TABLE SO OPERATIONS CAN SEE THE RUN. ROWS PURGED
      * ARE BOTH PROCESSED AND CHANGED.
      **********************************************
       RECORD-BATCH-HISTORY.
           ACCEPT HV-HIST-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TOTAL-ROWS-PURGED TO HV-HIST-RECORDS-PROCESSED.
           MOVE TOTAL-ROWS-PURGED TO HV-HIST-RECORDS-CHANGED.

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
           MOVE TOTAL-ROWS-PURGED TO ROWS-DISP.
           MOVE TOTAL-AMOUNT TO AMOUNT-DISP.
           MOVE COMMIT-BATCHES TO COMMIT-BATCHES-DISP.

           DISPLAY '========================================'.
           DISPLAY 'HISTORY RETENTION PURGE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'RUN DATE:            ' WS-RUN-DATE.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > PRG-TABLE-MAX
              IF PRG-ACTIVE(WS-TBL-SUB)
                 MOVE PRG-ROWS(WS-TBL-SUB) TO ROWS-DISP
                 DISPLAY PRG-TABLE-NAME(WS-TBL-SUB) ' ' ROWS-DISP
                         ' ROWS BEFORE ' PRG-CUTOFF(WS-TBL-SUB)
              ELSE
                 DISPLAY PRG-TABLE-NAME(WS-TBL-SUB) ' NOT PURGED'
              END-IF
           END-PERFORM.
           MOVE TOTAL-ROWS-PURGED TO ROWS-DISP.
           DISPLAY 'TOTAL ROWS PURGED:   ' ROWS-DISP.
           DISPLAY 'TOTAL AMOUNT:        ' AMOUNT-DISP.
           DISPLAY 'COMMIT BATCHES:      ' COMMIT-BATCHES-DISP.
           DISPLAY '========================================'.
