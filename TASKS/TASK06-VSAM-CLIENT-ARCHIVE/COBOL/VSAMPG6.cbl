      ******************************************************************
      * CLIENT ARCHIVE RETENTION PURGE                                 *
      *                                                                *
      * PURPOSE:                                                       *
      * THE ARCHIVING RUN KEEPS ADDING CLIENTS TO ARCHIVE.OLD          *
      * GENERATIONS AND TO THE ARCHIVE INDEX (IDXDD) BUT NOTHING EVER  *
      * REMOVED THEM. RECORDS RETENTION REQUIRES CLIENTS ARCHIVED      *
      * LONGER AGO THAN THE RETENTION PERIOD TO BE DESTROYED UNLESS    *
      * THEY ARE UNDER LEGAL HOLD. THIS RUN PURGES ONE ARCHIVE.OLD     *
      * GENERATION PER EXECUTION: IT COPIES THE MOUNTED GENERATION     *
      * (ARCHDD) TO ITS REPLACEMENT (NEWDD) WITHOUT THE EXPIRED        *
      * CLIENTS, DELETES THEIR INDEX ENTRIES, AND PRINTS A             *
      * DESTRUCTION CERTIFICATE.                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   READ RETENTION YEARS, MOUNTED GENERATION NAME AND OPTIONAL   *
      *   GENERATION ARCHIVE DATE FROM THE PARAM FILE.                 *
      *   RETENTION CUTOFF = RUN DATE LESS THE RETENTION YEARS.        *
      *   LOAD THE LEGAL-HOLD CLIENT IDS (HOLDDD) INTO A TABLE.        *
      *   INDEX PRE-SCAN: THE ARCHIVE DATE OF THE MOUNTED GENERATION   *
      *   IS TAKEN FROM ITS INDEX ENTRIES (THE PARAM DATE WINS WHEN    *
      *   SUPPLIED); EXPIRED, UNHELD ENTRIES IN OTHER GENERATIONS ARE  *
      *   COUNTED PER GENERATION SO THE CERTIFICATE SHOWS WHICH        *
      *   GENERATIONS STILL NEED A PURGE RUN.                          *
      *   PER ARCHIVE RECORD ON ARCHDD:                                *
      *     INDEX ENTRY NAMES THE MOUNTED GENERATION -> ITS            *
      *       IDX-ARCH-DATE DECIDES. ANY OTHER RECORD IS A SUPERSEDED  *
      *       COPY AND THE GENERATION ARCHIVE DATE DECIDES (UNKNOWN    *
      *       DATE -> KEPT AND COUNTED).                               *
      *     ARCHIVE DATE NOT BEFORE CUTOFF -> COPIED TO NEWDD.         *
      *     EXPIRED BUT ON LEGAL HOLD      -> COPIED TO NEWDD, LISTED  *
      *                                       ON THE CERTIFICATE AS    *
      *                                       RETAINED.                *
      *     EXPIRED, NO HOLD               -> NOT COPIED, INDEX ENTRY  *
      *                                       (IF IT NAMES THIS        *
      *                                       GENERATION) DELETED,     *
      *                                       LISTED AS DESTROYED.     *
      *   NEWDD REPLACES THE MOUNTED GENERATION; THE JCL CATALOGS IT   *
      *   UNDER THE SAME GENERATION NAME. ON A RE-RUN AFTER A FAILURE  *
      *   SUPPLY THE GENERATION ARCHIVE DATE ON THE PARAM FILE, SINCE  *
      *   THE INDEX ENTRIES ALREADY DELETED NO LONGER CARRY IT.        *
      *   DISPLAY FINAL STATISTICS ON CLOSE.                           *
      *                                                                *
      * AUTHOR:        STANISLAV                                       *
      * DATE:          2026/10/15                                      *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * INPUT:  INDD   (PURGE.PARM) - RETENTION/GENERATION (PS, 80 B)  *
      *         HOLDDD (LEGAL.HOLD) - CLIENT IDS UNDER HOLD (PS, 80 B) *
      *         ARCHDD (ARCHIVE.OLD) - MOUNTED GENERATION (PS, 80 B)   *
      * I-O:    IDXDD  (ARCHIVE.INDEX) - ARCHIVE INDEX (KSDS)          *
      * OUTPUT: NEWDD  (ARCHIVE.OLD) - REPLACEMENT GENERATION (PS)     *
      *         CERTDD (DESTRUCTION.CERT) - CERTIFICATE (PS, 80 B)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMPG6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAM-FILE ASSIGN TO INDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.

           SELECT ARCH-FILE ASSIGN TO ARCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT NEW-ARCH-FILE ASSIGN TO NEWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ARCH-STATUS.

           SELECT ARCH-INDEX ASSIGN TO IDXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLIENT-ID
               FILE STATUS IS IDX-STATUS.

           SELECT CERT-FILE ASSIGN TO CERTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RETENTION-YEARS PIC X(2).
          05 PARAM-GENERATION PIC X(8).
          05 PARAM-GEN-DATE PIC X(8).
          05 FILLER PIC X(62).

       FD HOLD-FILE RECORDING MODE IS F.
       01 HOLD-REC.
          05 HOLD-CLIENT-ID PIC X(6).
          05 FILLER PIC X(74).

       FD ARCH-FILE RECORDING MODE IS F.
       01 ARCH-REC.
          05 ARCH-ID PIC X(6).
          05 ARCH-NAME PIC X(20).
          05 ARCH-DATE PIC 9(8).
          05 ARCH-REGION PIC X(4).
          05 FILLER PIC X(42).

       FD NEW-ARCH-FILE RECORDING MODE IS F.
       01 NEW-ARCH-REC PIC X(80).

      * ARCHIVE INDEX MAINTAINED BY THE ARCHIVING RUN: WHICH
      * ARCHIVE.OLD GENERATION AND ARCHIVE DATE HOLD EACH CLIENT.
       FD ARCH-INDEX.
       01 IDX-REC.
          05 IDX-CLIENT-ID PIC X(6).
          05 IDX-GENERATION PIC X(8).
          05 IDX-ARCH-DATE PIC 9(8).

       FD CERT-FILE RECORDING MODE IS F.
       01 CERT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS CODES
       01 PARAM-STATUS PIC X(2).
       01 HOLD-STATUS PIC X(2).
       01 ARCH-STATUS PIC X(2).
       01 NEW-ARCH-STATUS PIC X(2).
       01 IDX-STATUS PIC X(2).
       01 CERT-STATUS PIC X(2).

      * RUN PARAMETERS
       01 WS-RETENTION-YEARS PIC 9(2) VALUE 0.
       01 WS-GENERATION PIC X(8) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.

      * RUN DATE AND RETENTION CUTOFF (ARCHIVED BEFORE IT = EXPIRED)
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
          05 WS-CUTOFF-YEAR PIC 9(4).
          05 WS-CUTOFF-MMDD PIC 9(4).

      * ARCHIVE DATE THAT DECIDES THE CURRENT RECORD, ZERO = UNKNOWN
       01 WS-REC-ARCH-DATE PIC 9(8) VALUE 0.

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-HOLD-EOF PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.
          05 WS-IDX-EOF PIC X(1) VALUE 'N'.
             88 IDX-EOF VALUE 'Y'.
          05 WS-HOLD-SW PIC X(1) VALUE 'N'.
             88 ON-LEGAL-HOLD VALUE 'Y'.
             88 NOT-ON-HOLD VALUE 'N'.
          05 WS-INDEXED-SW PIC X(1) VALUE 'N'.
             88 INDEXED-HERE VALUE 'Y'.
             88 NOT-INDEXED-HERE VALUE 'N'.
          05 WS-GEN-FOUND-SW PIC X(1) VALUE 'N'.
             88 GEN-FOUND VALUE 'Y'.
             88 GEN-NOT-FOUND VALUE 'N'.
          05 WS-GEN-DATE-SW PIC X(1) VALUE 'N'.
             88 GEN-DATE-SUPPLIED VALUE 'Y'.

      * LEGAL-HOLD CLIENT IDS, LOADED FROM HOLDDD
       01 HOLD-TABLE-MAX PIC 9(4) VALUE 1000.
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY HOLD-IDX.
             10 HOLD-TBL-ID PIC X(6).

      * OTHER GENERATIONS STILL HOLDING EXPIRED, UNHELD CLIENTS
       01 GEN-TABLE-MAX PIC 9(3) VALUE 100.
       01 GEN-TABLE.
          05 GEN-ENTRY OCCURS 100 TIMES INDEXED BY GEN-IDX.
             10 GEN-TBL-NAME PIC X(8).
             10 GEN-TBL-EXPIRED PIC 9(5).

      * COUNTERS FOR FINAL REPORT
       01 WS-COUNTERS.
          05 HOLD-COUNT PIC 9(4) VALUE 0.
          05 GEN-COUNT PIC 9(3) VALUE 0.
          05 ARCH-READ PIC 9(5) VALUE 0.
          05 REC-KEPT PIC 9(5) VALUE 0.
          05 REC-HELD PIC 9(5) VALUE 0.
          05 REC-PURGED PIC 9(5) VALUE 0.
          05 REC-NO-DATE PIC 9(5) VALUE 0.
          05 IDX-DELETED PIC 9(5) VALUE 0.
          05 IDX-THIS-GEN PIC 9(5) VALUE 0.

      * DISPLAY FORMATTING VARIABLES
       01 WS-DISP-COUNTERS.
          05 ARCH-READ-DISP PIC Z(4)9.
          05 REC-KEPT-DISP PIC Z(4)9.
          05 REC-HELD-DISP PIC Z(4)9.
          05 REC-PURGED-DISP PIC Z(4)9.
          05 REC-NO-DATE-DISP PIC Z(4)9.
          05 IDX-DELETED-DISP PIC Z(4)9.

      * DESTRUCTION CERTIFICATE LINES
       01 WS-CERT-HDR1 PIC X(80) VALUE
          'CLIENT ARCHIVE DESTRUCTION CERTIFICATE'.
       01 WS-CERT-HDR2.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 CH2-RUN-DATE PIC 9(8).
          05 FILLER PIC X(13) VALUE '  RETENTION: '.
          05 CH2-YEARS PIC Z9.
          05 FILLER PIC X(16) VALUE ' YEARS  CUTOFF: '.
          05 CH2-CUTOFF PIC 9(8).
          05 FILLER PIC X(23) VALUE SPACES.
       01 WS-CERT-HDR3.
          05 FILLER PIC X(12) VALUE 'GENERATION: '.
          05 CH3-GENERATION PIC X(8).
          05 FILLER PIC X(16) VALUE '  ARCHIVE DATE: '.
          05 CH3-GEN-DATE PIC 9(8).
          05 FILLER PIC X(36) VALUE SPACES.
       01 WS-CERT-HDR4 PIC X(80) VALUE
          'CLIENT  ARCH-DATE GENERATION DISPOSITION'.
       01 WS-CERT-DETAIL.
          05 CD-CLIENT-ID PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CD-ARCH-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CD-GENERATION PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 CD-DISPOSITION PIC X(40).
          05 FILLER PIC X(11) VALUE SPACES.
       01 WS-CERT-TOTAL.
          05 CT-LABEL PIC X(30).
          05 CT-COUNT PIC Z(4)9.
          05 FILLER PIC X(45) VALUE SPACES.
       01 WS-CERT-GEN-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 CG-GENERATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CG-EXPIRED PIC Z(4)9.
          05 FILLER PIC X(20) VALUE ' EXPIRED, NOT HELD'.
          05 FILLER PIC X(41) VALUE SPACES.

      * WORK VARIABLES
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-HOLD-KEY PIC X(6).

      **********************************************
      * READS THE PARAMETERS AND HOLD LIST, SCANS THE
      * INDEX, PURGES THE MOUNTED GENERATION, PRINTS
      * THE CERTIFICATE AND CLOSES.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-LEGAL-HOLDS.
           PERFORM SCAN-ARCHIVE-INDEX.
           PERFORM WRITE-CERT-HEADER.
           PERFORM PROCESS-ARCHIVE.
           PERFORM WRITE-CERT-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-FILES.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRM: ' PARAM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LEGAL HOLD FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ARCHIVE FILE: ' ARCH-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-ARCH-FILE.
           IF NEW-ARCH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW ARCHIVE FILE: '
                      NEW-ARCH-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ARCH-INDEX.
           IF IDX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ARCHIVE INDEX: ' IDX-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CERT-FILE.
           IF CERT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CERTIFICATE FILE: ' CERT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE SINGLE PARAM RECORD: RETENTION YEARS (REQUIRED,
      * NOT ZERO), MOUNTED GENERATION NAME (REQUIRED) AND AN
      * OPTIONAL GENERATION ARCHIVE DATE. COMPUTES THE CUTOFF AND
      * CLOSES THE FILE.
      **********************************************
       READ-PARAMETERS.
           READ PARAM-FILE
             AT END
                DISPLAY 'ERROR: PARAM FILE IS EMPTY OR UNREADABLE'
                STOP RUN
             NOT AT END
                IF PARAM-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PARAM FILE: ' PARAM-STATUS
                   STOP RUN
                END-IF
                IF PARAM-RETENTION-YEARS IS NOT NUMERIC
                   OR PARAM-RETENTION-YEARS = '00'
                   DISPLAY 'ERROR: RETENTION YEARS INVALID: '
                           PARAM-RETENTION-YEARS
                   STOP RUN
                END-IF
                MOVE PARAM-RETENTION-YEARS TO WS-RETENTION-YEARS
                MOVE PARAM-GENERATION TO WS-GENERATION
                IF WS-GENERATION = SPACES
                   DISPLAY 'ERROR: NO ARCHIVE GENERATION ON PARAM FILE'
                   STOP RUN
                END-IF
                IF PARAM-GEN-DATE IS NUMERIC
                   MOVE PARAM-GEN-DATE TO WS-GEN-DATE
                   SET GEN-DATE-SUPPLIED TO TRUE
                END-IF
           END-READ
           CLOSE PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARAM FILE: ' PARAM-STATUS
           END-IF.

           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           DISPLAY 'RETENTION YEARS: ' WS-RETENTION-YEARS.
           DISPLAY 'ARCHIVED BEFORE: ' WS-CUTOFF-DATE ' IS EXPIRED'.
           DISPLAY 'ARCHIVE GENERATION IS: ' WS-GENERATION.

      **********************************************
      * LOADS THE CLIENT IDS UNDER LEGAL HOLD. AN EMPTY HOLD LIST
      * IS VALID - NOTHING IS ON HOLD. BLANK IDS ARE SKIPPED.
      **********************************************
       LOAD-LEGAL-HOLDS.
           PERFORM UNTIL HOLD-EOF
              READ HOLD-FILE
                AT END
                   SET HOLD-EOF TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LEGAL HOLD FILE: '
                              HOLD-STATUS
                      STOP RUN
                   END-IF
                   IF HOLD-CLIENT-ID NOT = SPACES
                      IF HOLD-COUNT >= HOLD-TABLE-MAX
                         DISPLAY 'FATAL: HOLD TABLE OVERFLOW, MAX='
                                  HOLD-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO HOLD-COUNT
                      SET HOLD-IDX TO HOLD-COUNT
                      MOVE HOLD-CLIENT-ID TO HOLD-TBL-ID(HOLD-IDX)
                   END-IF
              END-READ
           END-PERFORM.

           DISPLAY 'CLIENTS UNDER LEGAL HOLD: ' HOLD-COUNT.

      **********************************************
      * READS THE WHOLE ARCHIVE INDEX ONCE. ENTRIES NAMING THE
      * MOUNTED GENERATION GIVE ITS ARCHIVE DATE WHEN THE PARAM
      * FILE DID NOT; EXPIRED, UNHELD ENTRIES IN OTHER
      * GENERATIONS ARE COUNTED PER GENERATION FOR THE
      * CERTIFICATE.
      **********************************************
       SCAN-ARCHIVE-INDEX.
           MOVE LOW-VALUES TO IDX-CLIENT-ID.
           START ARCH-INDEX KEY IS NOT LESS THAN IDX-CLIENT-ID
               INVALID KEY
                   SET IDX-EOF TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-START.
           IF IDX-STATUS NOT = '00' AND IDX-STATUS NOT = '23'
              DISPLAY 'START ARCHIVE INDEX FAILED: ' IDX-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL IDX-EOF
              READ ARCH-INDEX NEXT RECORD
                AT END
                   SET IDX-EOF TO TRUE
                NOT AT END
                   IF IDX-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ARCHIVE INDEX: '
                              IDX-STATUS
                      STOP RUN
                   END-IF
                   PERFORM CHECK-INDEX-ENTRY
              END-READ
           END-PERFORM.

           IF WS-GEN-DATE = 0
              DISPLAY 'WARNING: ARCHIVE DATE OF ' WS-GENERATION
                      ' UNKNOWN - ONLY INDEXED CLIENTS CAN EXPIRE'
           ELSE
              DISPLAY 'GENERATION ARCHIVE DATE: ' WS-GEN-DATE
           END-IF.

      **********************************************
      * ONE INDEX ENTRY FROM THE PRE-SCAN
      **********************************************
       CHECK-INDEX-ENTRY.
           IF IDX-GENERATION = WS-GENERATION
              ADD 1 TO IDX-THIS-GEN
              IF IDX-ARCH-DATE > WS-GEN-DATE
                 AND NOT GEN-DATE-SUPPLIED
                 MOVE IDX-ARCH-DATE TO WS-GEN-DATE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF IDX-ARCH-DATE NOT < WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE IDX-CLIENT-ID TO WS-HOLD-KEY.
           PERFORM CHECK-LEGAL-HOLD.
           IF ON-LEGAL-HOLD
              EXIT PARAGRAPH
           END-IF.

           SET GEN-NOT-FOUND TO TRUE.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-COUNT OR GEN-FOUND
              IF GEN-TBL-NAME(GEN-IDX) = IDX-GENERATION
                 SET GEN-FOUND TO TRUE
                 ADD 1 TO GEN-TBL-EXPIRED(GEN-IDX)
              END-IF
           END-PERFORM.
           IF GEN-NOT-FOUND
              IF GEN-COUNT >= GEN-TABLE-MAX
                 DISPLAY 'FATAL: GENERATION TABLE OVERFLOW, MAX='
                          GEN-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO GEN-COUNT
              SET GEN-IDX TO GEN-COUNT
              MOVE IDX-GENERATION TO GEN-TBL-NAME(GEN-IDX)
              MOVE 1 TO GEN-TBL-EXPIRED(GEN-IDX)
           END-IF.

      **********************************************
      * SETS ON-LEGAL-HOLD WHEN WS-HOLD-KEY IS IN THE HOLD
      * TABLE. CALLER MOVES THE CLIENT-ID TO WS-HOLD-KEY.
      **********************************************
       CHECK-LEGAL-HOLD.
           SET NOT-ON-HOLD TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > HOLD-COUNT OR ON-LEGAL-HOLD
              IF HOLD-TBL-ID(WS-IDX) = WS-HOLD-KEY
                 SET ON-LEGAL-HOLD TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
      * CERTIFICATE HEADING: RUN DATE, RETENTION, CUTOFF AND THE
      * GENERATION BEING PURGED
      **********************************************
       WRITE-CERT-HEADER.
           MOVE WS-CERT-HDR1 TO CERT-REC.
           PERFORM WRITE-CERT-REC.
           MOVE WS-RUN-DATE TO CH2-RUN-DATE.
           MOVE WS-RETENTION-YEARS TO CH2-YEARS.
           MOVE WS-CUTOFF-DATE TO CH2-CUTOFF.
           MOVE WS-CERT-HDR2 TO CERT-REC.
           PERFORM WRITE-CERT-REC.
           MOVE WS-GENERATION TO CH3-GENERATION.
           MOVE WS-GEN-DATE TO CH3-GEN-DATE.
           MOVE WS-CERT-HDR3 TO CERT-REC.
           PERFORM WRITE-CERT-REC.
           MOVE SPACES TO CERT-REC.
           PERFORM WRITE-CERT-REC.
           MOVE WS-CERT-HDR4 TO CERT-REC.
           PERFORM WRITE-CERT-REC.

      **********************************************
      * READS THE MOUNTED GENERATION TO EOF AND DISPOSES OF
      * EACH ARCHIVED CLIENT.
      **********************************************
       PROCESS-ARCHIVE.
           PERFORM UNTIL EOF
              READ ARCH-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF ARCH-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ARCHIVE FILE: '
                              ARCH-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO ARCH-READ
                   PERFORM CHECK-RETENTION
              END-READ
           END-PERFORM.

      **********************************************
      * FINDS THE ARCHIVE DATE THAT GOVERNS THE CURRENT RECORD
      * AND KEEPS, RETAINS UNDER HOLD, OR PURGES IT.
      **********************************************
       CHECK-RETENTION.
           SET NOT-INDEXED-HERE TO TRUE.
           MOVE WS-GEN-DATE TO WS-REC-ARCH-DATE.
           MOVE ARCH-ID TO IDX-CLIENT-ID.
           READ ARCH-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IDX-GENERATION = WS-GENERATION
                      SET INDEXED-HERE TO TRUE
                      MOVE IDX-ARCH-DATE TO WS-REC-ARCH-DATE
                   END-IF
           END-READ.
           IF IDX-STATUS NOT = '00' AND IDX-STATUS NOT = '23'
              DISPLAY 'ERROR READING ARCHIVE INDEX: ' IDX-STATUS
              DISPLAY 'RECORD ID: ' ARCH-ID
              STOP RUN
           END-IF.

           IF WS-REC-ARCH-DATE = 0
              ADD 1 TO REC-NO-DATE
              PERFORM KEEP-RECORD
              EXIT PARAGRAPH
           END-IF.

           IF WS-REC-ARCH-DATE NOT < WS-CUTOFF-DATE
              PERFORM KEEP-RECORD
              EXIT PARAGRAPH
           END-IF.

           MOVE ARCH-ID TO WS-HOLD-KEY.
           PERFORM CHECK-LEGAL-HOLD.
           IF ON-LEGAL-HOLD
              ADD 1 TO REC-HELD
              PERFORM KEEP-RECORD
              MOVE 'RETAINED - LEGAL HOLD' TO CD-DISPOSITION
              PERFORM WRITE-CERT-DETAIL
           ELSE
              PERFORM PURGE-RECORD
           END-IF.

      **********************************************
      * COPIES THE CURRENT ARCHIVE RECORD TO THE REPLACEMENT
      * GENERATION UNCHANGED
      **********************************************
       KEEP-RECORD.
           WRITE NEW-ARCH-REC FROM ARCH-REC.
           IF NEW-ARCH-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW ARCHIVE FILE: '
                      NEW-ARCH-STATUS
              DISPLAY 'RECORD ID: ' ARCH-ID
              STOP RUN
           END-IF.
           ADD 1 TO REC-KEPT.

      **********************************************
      * DESTROYS AN EXPIRED CLIENT: THE RECORD IS NOT COPIED TO
      * THE REPLACEMENT GENERATION AND, WHEN THE INDEX ENTRY
      * NAMES THIS GENERATION, THE ENTRY IS DELETED. A SUPERSEDED
      * COPY LEAVES THE INDEX ENTRY FOR THE NEWER GENERATION.
      **********************************************
       PURGE-RECORD.
           IF INDEXED-HERE
              DELETE ARCH-INDEX
                  INVALID KEY
                    DISPLAY 'ERROR DELETING INDEX ENTRY: ' ARCH-ID
                  NOT INVALID KEY
                    ADD 1 TO IDX-DELETED
              END-DELETE
              IF IDX-STATUS NOT = '00'
                 DISPLAY 'INDEX DELETE FAILED WITH STATUS: '
                         IDX-STATUS
                 STOP RUN
              END-IF
              MOVE 'DESTROYED - INDEX ENTRY REMOVED'
                TO CD-DISPOSITION
           ELSE
              MOVE 'DESTROYED - SUPERSEDED COPY' TO CD-DISPOSITION
           END-IF.
           ADD 1 TO REC-PURGED.
           PERFORM WRITE-CERT-DETAIL.

      **********************************************
      * ONE CERTIFICATE LINE FOR THE CURRENT CLIENT. CALLER SETS
      * CD-DISPOSITION.
      **********************************************
       WRITE-CERT-DETAIL.
           MOVE ARCH-ID TO CD-CLIENT-ID.
           MOVE WS-REC-ARCH-DATE TO CD-ARCH-DATE.
           MOVE WS-GENERATION TO CD-GENERATION.
           MOVE WS-CERT-DETAIL TO CERT-REC.
           PERFORM WRITE-CERT-REC.

      **********************************************
      * CERTIFICATE TOTALS AND THE LIST OF OTHER GENERATIONS
      * THAT STILL HOLD EXPIRED CLIENTS
      **********************************************
       WRITE-CERT-TOTALS.
           MOVE SPACES TO CERT-REC.
           PERFORM WRITE-CERT-REC.

           MOVE 'ARCHIVE RECORDS READ:' TO CT-LABEL.
           MOVE ARCH-READ TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.
           MOVE 'CLIENTS DESTROYED:' TO CT-LABEL.
           MOVE REC-PURGED TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.
           MOVE 'INDEX ENTRIES REMOVED:' TO CT-LABEL.
           MOVE IDX-DELETED TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.
           MOVE 'RETAINED UNDER LEGAL HOLD:' TO CT-LABEL.
           MOVE REC-HELD TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.
           MOVE 'RECORDS KEPT IN GENERATION:' TO CT-LABEL.
           MOVE REC-KEPT TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.
           MOVE 'KEPT - ARCHIVE DATE UNKNOWN:' TO CT-LABEL.
           MOVE REC-NO-DATE TO CT-COUNT.
           PERFORM WRITE-CERT-TOTAL.

           IF GEN-COUNT > 0
              MOVE SPACES TO CERT-REC
              PERFORM WRITE-CERT-REC
              MOVE 'OTHER GENERATIONS STILL HOLDING EXPIRED CLIENTS:'
                TO CERT-REC
              PERFORM WRITE-CERT-REC
              PERFORM VARYING GEN-IDX FROM 1 BY 1
                  UNTIL GEN-IDX > GEN-COUNT
                 MOVE GEN-TBL-NAME(GEN-IDX) TO CG-GENERATION
                 MOVE GEN-TBL-EXPIRED(GEN-IDX) TO CG-EXPIRED
                 MOVE WS-CERT-GEN-LINE TO CERT-REC
                 PERFORM WRITE-CERT-REC
              END-PERFORM
           END-IF.

      **********************************************
      * WRITES THE PREPARED TOTAL LINE
      **********************************************
       WRITE-CERT-TOTAL.
           MOVE WS-CERT-TOTAL TO CERT-REC.
           PERFORM WRITE-CERT-REC.

      **********************************************
      * WRITES THE CERTIFICATE RECORD PREPARED BY THE CALLER AND
      * CHECKS THE FILE STATUS.
      **********************************************
       WRITE-CERT-REC.
           WRITE CERT-REC
           END-WRITE.
           IF CERT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CERTIFICATE FILE: ' CERT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE FILES AND DISPLAY STATISTICS
      **********************************************
       CLOSE-FILES.
           CLOSE HOLD-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LEGAL HOLD FILE: '
                      HOLD-STATUS
           END-IF.

           CLOSE ARCH-FILE.
           IF ARCH-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ARCHIVE: ' ARCH-STATUS
           END-IF.

           CLOSE NEW-ARCH-FILE.
           IF NEW-ARCH-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW ARCHIVE: '
                      NEW-ARCH-STATUS
           END-IF.

           CLOSE ARCH-INDEX.
           IF IDX-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ARCHIVE INDEX: '
                      IDX-STATUS
           END-IF.

           CLOSE CERT-FILE.
           IF CERT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CERTIFICATE FILE: '
                      CERT-STATUS
           END-IF.

           MOVE ARCH-READ TO ARCH-READ-DISP.
           MOVE REC-KEPT TO REC-KEPT-DISP.
           MOVE REC-HELD TO REC-HELD-DISP.
           MOVE REC-PURGED TO REC-PURGED-DISP.
           MOVE REC-NO-DATE TO REC-NO-DATE-DISP.
           MOVE IDX-DELETED TO IDX-DELETED-DISP.

           DISPLAY '----------------------------------------'.
           DISPLAY 'RETENTION PURGE STATISTIC REPORT:'.
           DISPLAY 'ARCHIVE RECORDS READ:  ' ARCH-READ-DISP.
           DISPLAY 'CLIENTS DESTROYED:     ' REC-PURGED-DISP.
           DISPLAY 'INDEX ENTRIES REMOVED: ' IDX-DELETED-DISP.
           DISPLAY 'HELD (LEGAL HOLD):     ' REC-HELD-DISP.
           DISPLAY 'RECORDS KEPT:          ' REC-KEPT-DISP.
           DISPLAY 'KEPT, DATE UNKNOWN:    ' REC-NO-DATE-DISP.
           IF REC-KEPT = 0
              DISPLAY 'GENERATION ' WS-GENERATION ' IS NOW EMPTY'
           END-IF.
           DISPLAY '----------------------------------------'.
