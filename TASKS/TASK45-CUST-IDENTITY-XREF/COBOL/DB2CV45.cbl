      ******************************************************************
      * CUSTOMER 360 INQUIRY ACROSS ALL CUSTOMER STORES                *
      *                                                                *
      * PURPOSE:                                                       *
      * WHEN A CUSTOMER CALLS, THE OPERATOR HAS TO LOOK IN FIVE PLACES *
      * ONE AT A TIME. THIS RUN TAKES A FILE OF INQUIRIES (AN ID IN    *
      * ANY STORE, OR A NAME), FINDS THE PERSON THROUGH THE DB2XR45    *
      * IDENTITY CROSS-REFERENCE, AND PRINTS ONE CONSOLIDATED PROFILE  *
      * PER CUSTOMER: NAME AND ADDRESS AS EACH STORE HOLDS THEM,       *
      * CREDIT SCORE AND DEBT, CREDIT LIMIT, ACCOUNTS WITH BALANCE AND *
      * STATUS, AND WHETHER THE CLIENT HAS BEEN ARCHIVED. INQUIRIES    *
      * THAT FIND NOBODY, OR MORE THAN ONE CANDIDATE, ARE LISTED ON A  *
      * SEPARATE EXCEPTION FILE.                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - RESOLVE THE INQUIRY TO ONE IDENTITY (CLIENT        *
      *     MASTER ID, CUSTOMER MASTER ID, TB_CUSTOMERS ID):           *
      *     TYPE I (ID) - EVERY XREF ROW CARRYING THE ID IN ANY OF     *
      *       ITS THREE ID COLUMNS. NO ROW: THE ID IS TRIED AS-IS ON   *
      *       EACH STORE (A CUSTOMER KNOWN TO ONE STORE ONLY IS NOT    *
      *       ON THE XREF); FOUND NOWHERE -> NOMATCH.                  *
      *     TYPE N (NAME) - XREF ROWS WITH THE SAME NAME (UPPER-       *
      *       CASED); NONE -> ROWS WITHIN 2 EDITS (THE EDIT-DISTANCE   *
      *       MATCH VSAMJOB9 AND DB2XR45 USE).                         *
      *     MORE THAN ONE ROW -> MULTI, EACH CANDIDATE LISTED ON THE   *
      *     EXCEPTION FILE SO THE OPERATOR CAN ASK AGAIN BY ID.        *
      *   PHASE 2 - PROFILE, READ-ONLY:                                *
      *     CLIENT MASTER (NAME, BIRTH, PASSPORT, CITY), CUSTOMER      *
      *     MASTER (NAME, ADDRESS, PHONE), TB_CUSTOMERS (NAME, EMAIL,  *
      *     PHONE, CREDIT LIMIT); CREDIT.MASTER BY THE TB_CUSTOMERS,   *
      *     CLIENT MASTER, THEN CUSTOMER MASTER ID (AS DB2CL19 DOES);  *
      *     EVERY ACCOUNT THE ACCOUNT/CLIENT XREF GIVES ANY OF THE     *
      *     IDS, WITH BALANCE AND STATUS FROM ACCT.MASTER (ACCOUNT IDS *
      *     ARE 5 LONG THERE, 6 WITH A TRAILING SPACE ON THE XREF);    *
      *     THE ARCHIVE INDEX ENTRY FOR ANY OF THE IDS.                *
      *   RC 4 WHEN ANY INQUIRY GOES TO THE EXCEPTION FILE.            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  REQDD (CUST360.REQUESTS) - INQUIRIES (PS, 80 B)        *
      *         XREFDD (CUST.IDENTITY.XREF) - DB2XR45 ID XREF (PS)     *
      *         VSAMDD (CLIENT.MASTER.FILE) - CLIENT MASTER (KSDS)     *
      *         MASTDD (CUST.MASTER.VSAM) - TASK32 MASTER (KSDS)       *
      *         CRMDD (CREDIT.MASTER) - CREDIT SCORES (KSDS)           *
      *         ACXDD (ACCT.CLIENT.XREF) - ACCOUNT TO CLIENT (PS)      *
      *         ACCTDD (ACCT.MASTER) - ACCOUNT MASTER (KSDS)           *
      *         IDXDD (ARCHIVE.INDEX) - CLIENT ARCHIVE INDEX (KSDS)    *
      * OUTPUT: PRTDD (CUST360.PROFILES) - PROFILES (PS, 80 B)         *
      *         EXCDD (CUST360.EXCEPTIONS) - NO MATCH / SEVERAL        *
      *                  CANDIDATES (PS, 80 B)                         *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_CUSTOMERS - CUSTOMER TABLE (READ)                           *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CV45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO REQDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REQ-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS XREF-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO VSAMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MAST-ID
             FILE STATUS IS CLIENT-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID OF CUST-MASTER-REC
             FILE STATUS IS CUST-MASTER-STATUS.

           SELECT CREDIT-MASTER-FILE ASSIGN TO CRMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CM-CUST-ID
             FILE STATUS IS CM-STATUS.

           SELECT ACCT-XREF-FILE ASSIGN TO ACXDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACX-STATUS.

           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ACCT-ID
             FILE STATUS IS ACCT-STATUS.

           SELECT ARCH-INDEX ASSIGN TO IDXDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IDX-CLIENT-ID
             FILE STATUS IS IDX-STATUS.

           SELECT PROFILE-FILE ASSIGN TO PRTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PRT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO EXCDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE INQUIRY: TYPE I = ID (IN ANY STORE), N = NAME. THE
      * REFERENCE IS THE CALLER'S OWN TAG, ECHOED ON THE OUTPUT.
       FD REQUEST-FILE RECORDING MODE IS F.
       01 REQUEST-REC.
          05 REQ-TYPE PIC X(1).
             88 REQ-BY-ID VALUE 'I'.
             88 REQ-BY-NAME VALUE 'N'.
          05 REQ-VALUE PIC X(30).
          05 REQ-REFERENCE PIC X(10).
          05 FILLER PIC X(39).

      * IDENTITY XREF WRITTEN BY DB2XR45
       FD XREF-FILE RECORDING MODE IS F.
       01 XREF-REC.
          05 XRF-MAST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-DB2-ID PIC X(6).
          05 FILLER PIC X(1).
          05 XRF-MATCH-TYPE PIC X(5).
          05 FILLER PIC X(1).
          05 XRF-NAME PIC X(30).
          05 FILLER PIC X(23).

      * CLIENT MASTER - SAME LAYOUT AS IN VSAMJOB9
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-REC.
          05 MAST-ID PIC X(6).
          05 MAST-NAME PIC X(30).
          05 MAST-BIRTH PIC X(8).
          05 MAST-PASSPORT PIC X(10).
          05 MAST-CITY PIC X(20).

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * CREDIT.MASTER - SAME LAYOUT AS IN JOBSUB23
       FD CREDIT-MASTER-FILE.
       01 CM-REC.
          05 CM-CUST-ID PIC X(6).
          05 CM-CUST-NAME PIC X(25).
          05 CM-CREDIT-SCORE PIC 9(3).
          05 CM-LATE-PAYMENTS PIC 9(2).
          05 CM-CURRENT-DEBT PIC 9(5)V99.
          05 FILLER PIC X(37).

      * ACCOUNT-TO-CLIENT MAP - SAME LAYOUT AS IN VSAMLD6
       FD ACCT-XREF-FILE RECORDING MODE IS F.
       01 ACX-REC.
          05 ACX-ACCT-ID PIC X(6).
          05 ACX-CLIENT-ID PIC X(6).
          05 FILLER PIC X(68).

      * ACCT.MASTER - SAME LAYOUT AS IN VSAMJOB5
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

      * ARCHIVE INDEX MAINTAINED BY THE ARCHIVING RUN: WHICH
      * ARCHIVE.OLD GENERATION AND ARCHIVE DATE HOLD EACH CLIENT.
       FD ARCH-INDEX.
       01 IDX-REC.
          05 IDX-CLIENT-ID PIC X(6).
          05 IDX-GENERATION PIC X(8).
          05 IDX-ARCH-DATE PIC 9(8).

       FD PROFILE-FILE RECORDING MODE IS F.
       01 PROFILE-REC PIC X(80).

       FD EXCEPTION-FILE RECORDING MODE IS F.
       01 EXCEPTION-REC.
          05 EXC-REFERENCE PIC X(10).
          05 FILLER PIC X(1).
          05 EXC-REQ-STATUS PIC X(7).
          05 FILLER PIC X(1).
          05 EXC-VALUE PIC X(30).
          05 FILLER PIC X(1).
          05 EXC-DETAIL PIC X(30).

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
       01  HV-EMAIL.
           49 HV-EMAIL-LEN      PIC S9(4) COMP-5.
           49 HV-EMAIL-TEXT     PIC X(40).
       01  HV-PHONE        PIC X(10).
       01  HV-CREDIT       PIC S9(7)V99 COMP-3.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 REQ-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 CLIENT-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 CM-STATUS PIC X(2).
          05 ACX-STATUS PIC X(2).
          05 ACCT-STATUS PIC X(2).
          05 IDX-STATUS PIC X(2).
          05 PRT-STATUS PIC X(2).
          05 EXC-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
             88 NOT-EOF VALUE 'N'.
          05 WS-FOUND-SW PIC X(1) VALUE 'N'.
             88 REC-FOUND VALUE 'Y'.
          05 WS-ANY-STORE-SW PIC X(1) VALUE 'N'.
             88 ANY-STORE-HIT VALUE 'Y'.

      * IDENTITY XREF TABLE (LOADED FROM XREFDD). XT-NAME IS UPPER-
      * CASED AND XT-NAME-LEN IS ITS LENGTH WITHOUT TRAILING SPACES.
       01 XREF-TABLE-MAX PIC 9(5) VALUE 5000.
       01 XREF-ROWS-LOADED PIC 9(5) VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 5000 TIMES.
             10 XT-MAST-ID PIC X(6).
             10 XT-CUST-ID PIC X(6).
             10 XT-DB2-ID PIC X(6).
             10 XT-NAME PIC X(30).
             10 XT-NAME-LEN PIC 9(2).
       01 WS-XREF-SUB PIC 9(5) VALUE 0.

      * ACCOUNT-TO-CLIENT TABLE (LOADED FROM ACXDD)
       01 ACX-TABLE-MAX PIC 9(5) VALUE 5000.
       01 ACX-ROWS-LOADED PIC 9(5) VALUE 0.
       01 ACX-TABLE.
          05 ACX-ENTRY OCCURS 5000 TIMES.
             10 AT-ACCT-ID PIC X(6).
             10 AT-CLIENT-ID PIC X(6).
       01 WS-ACX-SUB PIC 9(5) VALUE 0.

      * CANDIDATE XREF ROWS FOR THE CURRENT INQUIRY. ONLY THE FIRST
      * TEN ARE KEPT FOR LISTING; WS-CAND-COUNT KEEPS COUNTING.
       01 WS-CAND-COUNT PIC 9(5) VALUE 0.
       01 WS-CAND-TABLE.
          05 WS-CAND-SUB-ENTRY PIC 9(5) OCCURS 10 TIMES.
       01 WS-CAND-SUB PIC 9(3) VALUE 0.

      * THE IDENTITY BEING PROFILED - ITS ID IN EACH STORE
       01 WS-ID-MAST PIC X(6).
       01 WS-ID-CUST PIC X(6).
       01 WS-ID-DB2 PIC X(6).
       01 WS-PROBE-ID PIC X(6).
       01 WS-REQ-NAME PIC X(30).
       01 WS-REQ-NAME-LEN PIC 9(2) VALUE 0.
       01 WS-EXC-STATUS PIC X(7).
       01 WS-LINES-THIS-STORE PIC 9(3) VALUE 0.

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
       01 WS-LEN-GAP PIC S9(3) VALUE 0.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 REQUESTS-READ PIC 9(7) VALUE 0.
          05 PROFILES-PRINTED PIC 9(7) VALUE 0.
          05 NOMATCH-COUNT PIC 9(7) VALUE 0.
          05 MULTI-COUNT PIC 9(7) VALUE 0.
          05 BADREQ-COUNT PIC 9(7) VALUE 0.
          05 ACCOUNTS-SHOWN PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED FIELDS
       01 WS-DISP-FIELDS.
          05 COUNT-DISP PIC Z(6)9.
          05 SCORE-DISP PIC ZZ9.
          05 LATE-DISP PIC Z9.
          05 DEBT-DISP PIC Z(4)9.99.
          05 LIMIT-DISP PIC Z(6)9.99.
          05 BAL-DISP PIC Z(4)9.99.
          05 TOTAL-BAL PIC 9(9)V99 VALUE 0.
          05 TOTAL-BAL-DISP PIC Z(8)9.99.

      * OUTPUT MESSAGE BUFFER
       01 WS-OUT-MSG PIC X(80).

      **********************************************
      * TABLES FIRST, THEN ONE RESOLUTION AND PROFILE PER
      * INQUIRY, THEN THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM OPEN-ALL-FILES.

           PERFORM UNTIL EOF
              READ REQUEST-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO REQUESTS-READ
                   PERFORM PROCESS-REQUEST
              END-READ
           END-PERFORM.

           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF NOMATCH-COUNT > 0 OR MULTI-COUNT > 0 OR BADREQ-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * LOADS THE DB2XR45 IDENTITY XREF. NAMES ARE UPPER-CASED AND
      * MEASURED ONCE HERE FOR THE NAME INQUIRIES.
      **********************************************
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF FILE: ' XREF-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL XREF-STATUS NOT = '00'
              READ XREF-FILE
                AT END
                   MOVE '10' TO XREF-STATUS
                NOT AT END
                   IF XREF-ROWS-LOADED >= XREF-TABLE-MAX
                      DISPLAY 'FATAL: XREF TABLE OVERFLOW, MAX='
                              XREF-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO XREF-ROWS-LOADED
                   MOVE XRF-MAST-ID TO XT-MAST-ID(XREF-ROWS-LOADED)
                   MOVE XRF-CUST-ID TO XT-CUST-ID(XREF-ROWS-LOADED)
                   MOVE XRF-DB2-ID TO XT-DB2-ID(XREF-ROWS-LOADED)
                   MOVE FUNCTION UPPER-CASE(XRF-NAME)
                     TO XT-NAME(XREF-ROWS-LOADED)
                   MOVE XT-NAME(XREF-ROWS-LOADED) TO WS-NAME-A
                   PERFORM COMPUTE-NAME-A-LENGTH
                   MOVE WS-NAME1-LEN TO XT-NAME-LEN(XREF-ROWS-LOADED)
              END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      **********************************************
      * LOADS THE ACCOUNT-TO-CLIENT CROSS-REFERENCE.
      **********************************************
       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCT-XREF-FILE.
           IF ACX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT XREF: ' ACX-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL ACX-STATUS NOT = '00'
              READ ACCT-XREF-FILE
                AT END
                   MOVE '10' TO ACX-STATUS
                NOT AT END
                   IF ACX-ACCT-ID NOT = SPACES
                      IF ACX-ROWS-LOADED >= ACX-TABLE-MAX
                         DISPLAY 'FATAL: ACCOUNT XREF TABLE OVERFLOW, '
                                 'MAX=' ACX-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO ACX-ROWS-LOADED
                      MOVE ACX-ACCT-ID TO AT-ACCT-ID(ACX-ROWS-LOADED)
                      MOVE ACX-CLIENT-ID
                        TO AT-CLIENT-ID(ACX-ROWS-LOADED)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCT-XREF-FILE.

      **********************************************
      * OPENS THE REQUESTS, THE KEYED STORES AND THE TWO OUTPUTS.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT REQUEST-FILE.
           IF REQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REQUEST FILE: ' REQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER-FILE.
           IF CLIENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLIENT MASTER: ' CLIENT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                      CUST-MASTER-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CREDIT-MASTER-FILE.
           IF CM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT MASTER: ' CM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: ' ACCT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-INDEX.
           IF IDX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ARCHIVE INDEX: ' IDX-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PROFILE-FILE.
           IF PRT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROFILE FILE: ' PRT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF EXC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXC-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO EXCEPTION-REC.

      **********************************************
      * RESOLVES ONE INQUIRY AND PRINTS THE PROFILE, OR SENDS IT
      * TO THE EXCEPTION FILE.
      **********************************************
       PROCESS-REQUEST.
           MOVE 0 TO WS-CAND-COUNT.
           EVALUATE TRUE
              WHEN REQ-VALUE = SPACES
                 MOVE 'BADREQ' TO WS-EXC-STATUS
                 MOVE 'NO ID OR NAME GIVEN' TO EXC-DETAIL
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO BADREQ-COUNT
                 EXIT PARAGRAPH
              WHEN REQ-BY-ID
                 PERFORM FIND-BY-ID
              WHEN REQ-BY-NAME
                 PERFORM FIND-BY-NAME
              WHEN OTHER
                 MOVE 'BADREQ' TO WS-EXC-STATUS
                 MOVE 'TYPE MUST BE I OR N' TO EXC-DETAIL
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO BADREQ-COUNT
                 EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-CAND-COUNT = 1
                 MOVE WS-CAND-SUB-ENTRY(1) TO WS-XREF-SUB
                 MOVE XT-MAST-ID(WS-XREF-SUB) TO WS-ID-MAST
                 MOVE XT-CUST-ID(WS-XREF-SUB) TO WS-ID-CUST
                 MOVE XT-DB2-ID(WS-XREF-SUB) TO WS-ID-DB2
                 PERFORM PRINT-PROFILE
              WHEN WS-CAND-COUNT > 1
                 PERFORM LIST-CANDIDATES
              WHEN REQ-BY-ID
                 PERFORM PROBE-UNLINKED-ID
              WHEN OTHER
                 MOVE 'NOMATCH' TO WS-EXC-STATUS
                 MOVE 'NAME NOT ON IDENTITY XREF' TO EXC-DETAIL
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO NOMATCH-COUNT
           END-EVALUATE.

      **********************************************
      * EVERY XREF ROW CARRYING THE ID IN ANY ID COLUMN.
      **********************************************
       FIND-BY-ID.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XREF-ROWS-LOADED
              IF XT-MAST-ID(WS-XREF-SUB) = REQ-VALUE(1:6)
                 OR XT-CUST-ID(WS-XREF-SUB) = REQ-VALUE(1:6)
                 OR XT-DB2-ID(WS-XREF-SUB) = REQ-VALUE(1:6)
                 PERFORM ADD-CANDIDATE
              END-IF
           END-PERFORM.

      **********************************************
      * XREF ROWS WITH THE SAME NAME; WHEN THERE ARE NONE, THE
      * ROWS WITHIN TWO EDITS OF IT.
      **********************************************
       FIND-BY-NAME.
           MOVE FUNCTION UPPER-CASE(REQ-VALUE) TO WS-REQ-NAME.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XREF-ROWS-LOADED
              IF XT-NAME(WS-XREF-SUB) = WS-REQ-NAME
                 PERFORM ADD-CANDIDATE
              END-IF
           END-PERFORM.
           IF WS-CAND-COUNT > 0
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQ-NAME TO WS-NAME-A.
           PERFORM COMPUTE-NAME-A-LENGTH.
           MOVE WS-NAME1-LEN TO WS-REQ-NAME-LEN.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XREF-ROWS-LOADED
              COMPUTE WS-LEN-GAP =
                 WS-REQ-NAME-LEN - XT-NAME-LEN(WS-XREF-SUB)
              IF WS-LEN-GAP <= 2 AND WS-LEN-GAP >= -2
                 MOVE XT-NAME(WS-XREF-SUB) TO WS-NAME-B
                 MOVE WS-REQ-NAME-LEN TO WS-NAME1-LEN
                 MOVE XT-NAME-LEN(WS-XREF-SUB) TO WS-NAME2-LEN
                 PERFORM COMPUTE-NAME-DIFF-COUNT
                 IF WS-NAME-DIFF-COUNT <= 2
                    PERFORM ADD-CANDIDATE
                 END-IF
              END-IF
           END-PERFORM.

       ADD-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT.
           IF WS-CAND-COUNT <= 10
              MOVE WS-XREF-SUB TO WS-CAND-SUB-ENTRY(WS-CAND-COUNT)
           END-IF.

      **********************************************
      * AN ID THE XREF DOES NOT KNOW MAY STILL BE ON ONE STORE -
      * DB2XR45 ONLY WRITES ROWS FOR CLIENT MASTER RECORDS. IT IS
      * TRIED AS-IS EVERYWHERE; FOUND NOWHERE IS A NOMATCH.
      **********************************************
       PROBE-UNLINKED-ID.
           MOVE 'N' TO WS-ANY-STORE-SW.
           MOVE REQ-VALUE(1:6) TO WS-PROBE-ID.

           MOVE WS-PROBE-ID TO MAST-ID.
           PERFORM READ-CLIENT-MASTER.
           IF REC-FOUND
              SET ANY-STORE-HIT TO TRUE
           END-IF.
           MOVE WS-PROBE-ID TO CUST-ID OF CUST-MASTER-REC.
           PERFORM READ-CUST-MASTER.
           IF REC-FOUND
              SET ANY-STORE-HIT TO TRUE
           END-IF.
           MOVE WS-PROBE-ID TO HV-CUST-ID.
           PERFORM SELECT-TB-CUSTOMER.
           IF REC-FOUND
              SET ANY-STORE-HIT TO TRUE
           END-IF.
           MOVE WS-PROBE-ID TO CM-CUST-ID.
           PERFORM READ-CREDIT-MASTER.
           IF REC-FOUND
              SET ANY-STORE-HIT TO TRUE
           END-IF.

           IF NOT ANY-STORE-HIT
              MOVE 'NOMATCH' TO WS-EXC-STATUS
              MOVE 'ID NOT FOUND ON ANY STORE' TO EXC-DETAIL
              PERFORM WRITE-EXCEPTION-LINE
              ADD 1 TO NOMATCH-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PROBE-ID TO WS-ID-MAST.
           MOVE WS-PROBE-ID TO WS-ID-CUST.
           MOVE WS-PROBE-ID TO WS-ID-DB2.
           PERFORM PRINT-PROFILE.

      **********************************************
      * SEVERAL CANDIDATES: ONE EXCEPTION LINE PER CANDIDATE (UP
      * TO TEN) WITH ITS IDS AND NAME, SO THE OPERATOR CAN ASK
      * AGAIN BY ID.
      **********************************************
       LIST-CANDIDATES.
           ADD 1 TO MULTI-COUNT.
           MOVE 'MULTI' TO WS-EXC-STATUS.
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
                      OR WS-CAND-SUB > 10
              MOVE WS-CAND-SUB-ENTRY(WS-CAND-SUB) TO WS-XREF-SUB
              MOVE SPACES TO EXC-DETAIL
              STRING 'M:' DELIMITED BY SIZE
                     XT-MAST-ID(WS-XREF-SUB) DELIMITED BY SIZE
                     ' C:' DELIMITED BY SIZE
                     XT-CUST-ID(WS-XREF-SUB) DELIMITED BY SIZE
                     ' D:' DELIMITED BY SIZE
                     XT-DB2-ID(WS-XREF-SUB) DELIMITED BY SIZE
                     INTO EXC-DETAIL
              END-STRING
              PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM.
           IF WS-CAND-COUNT > 10
              MOVE WS-CAND-COUNT TO COUNT-DISP
              MOVE SPACES TO EXC-DETAIL
              STRING 'MORE - ' DELIMITED BY SIZE
                     COUNT-DISP DELIMITED BY SIZE
                     ' IN ALL' DELIMITED BY SIZE
                     INTO EXC-DETAIL
              END-STRING
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      **********************************************
      * WRITES ONE EXCEPTION LINE. THE CALLER HAS SET THE STATUS
      * AND EXC-DETAIL.
      **********************************************
       WRITE-EXCEPTION-LINE.
           MOVE REQ-REFERENCE TO EXC-REFERENCE.
           MOVE WS-EXC-STATUS TO EXC-REQ-STATUS.
           MOVE REQ-VALUE TO EXC-VALUE.
           WRITE EXCEPTION-REC.
           IF EXC-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION FILE: ' EXC-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO EXCEPTION-REC.

      **********************************************
      * PRINTS THE CONSOLIDATED PROFILE FOR WS-ID-MAST / WS-ID-CUST
      * / WS-ID-DB2: IDENTITY, EACH STORE'S NAME AND ADDRESS,
      * CREDIT, ACCOUNTS AND ARCHIVE STATUS.
      **********************************************
       PRINT-PROFILE.
           ADD 1 TO PROFILES-PRINTED.
           MOVE ALL '=' TO WS-OUT-MSG.
           PERFORM WRITE-PROFILE-LINE.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'CUSTOMER PROFILE  REF: ' DELIMITED BY SIZE
                  REQ-REFERENCE DELIMITED BY SIZE
                  '  ASKED FOR: ' DELIMITED BY SIZE
                  REQ-VALUE DELIMITED BY '  '
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-PROFILE-LINE.
           MOVE SPACES TO WS-OUT-MSG.
           STRING 'IDS  CLIENT: ' DELIMITED BY SIZE
                  WS-ID-MAST DELIMITED BY SIZE
                  '  CUSTOMER: ' DELIMITED BY SIZE
                  WS-ID-CUST DELIMITED BY SIZE
                  '  TB_CUSTOMERS: ' DELIMITED BY SIZE
                  WS-ID-DB2 DELIMITED BY SIZE
                  INTO WS-OUT-MSG
           END-STRING.
           PERFORM WRITE-PROFILE-LINE.

           PERFORM PRINT-CLIENT-MASTER.
           PERFORM PRINT-CUST-MASTER.
           PERFORM PRINT-TB-CUSTOMER.
           PERFORM PRINT-CREDIT.
           PERFORM PRINT-ACCOUNTS.
           PERFORM PRINT-ARCHIVE-STATUS.

      **********************************************
      * CLIENT MASTER: NAME, BIRTH DATE, PASSPORT AND CITY.
      **********************************************
       PRINT-CLIENT-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ID-MAST NOT = SPACES
              MOVE WS-ID-MAST TO MAST-ID
              PERFORM READ-CLIENT-MASTER
           END-IF.
           MOVE SPACES TO WS-OUT-MSG.
           IF REC-FOUND
              STRING 'CLIENT   ' DELIMITED BY SIZE
                     MAST-NAME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     MAST-CITY DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
              PERFORM WRITE-PROFILE-LINE
              MOVE SPACES TO WS-OUT-MSG
              STRING '         BORN ' DELIMITED BY SIZE
                     MAST-BIRTH DELIMITED BY SIZE
                     '  PASSPORT ' DELIMITED BY SIZE
                     MAST-PASSPORT DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           ELSE
              MOVE 'CLIENT   NOT ON CLIENT MASTER' TO WS-OUT-MSG
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * CUSTOMER MASTER: NAME, ADDRESS AND PHONE.
      **********************************************
       PRINT-CUST-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ID-CUST NOT = SPACES
              MOVE WS-ID-CUST TO CUST-ID OF CUST-MASTER-REC
              PERFORM READ-CUST-MASTER
           END-IF.
           MOVE SPACES TO WS-OUT-MSG.
           IF REC-FOUND
              STRING 'CUSTMAST ' DELIMITED BY SIZE
                     CUST-NAME OF CUST-MASTER-REC DELIMITED BY SIZE
                     ' PHONE ' DELIMITED BY SIZE
                     CUST-PHONE OF CUST-MASTER-REC DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
              PERFORM WRITE-PROFILE-LINE
              MOVE SPACES TO WS-OUT-MSG
              STRING '         ' DELIMITED BY SIZE
                     CUST-ADDR OF CUST-MASTER-REC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CUST-CITY OF CUST-MASTER-REC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CUST-STATE OF CUST-MASTER-REC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CUST-ZIP OF CUST-MASTER-REC DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           ELSE
              MOVE 'CUSTMAST NOT ON CUSTOMER MASTER' TO WS-OUT-MSG
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * TB_CUSTOMERS: NAME, EMAIL, PHONE AND CREDIT LIMIT.
      **********************************************
       PRINT-TB-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ID-DB2 NOT = SPACES
              MOVE WS-ID-DB2 TO HV-CUST-ID
              PERFORM SELECT-TB-CUSTOMER
           END-IF.
           MOVE SPACES TO WS-OUT-MSG.
           IF REC-FOUND
              MOVE HV-CREDIT TO LIMIT-DISP
              STRING 'TBCUST   ' DELIMITED BY SIZE
                     HV-CUST-NAME-TEXT DELIMITED BY SIZE
                     ' LIMIT ' DELIMITED BY SIZE
                     LIMIT-DISP DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
              PERFORM WRITE-PROFILE-LINE
              MOVE SPACES TO WS-OUT-MSG
              STRING '         ' DELIMITED BY SIZE
                     HV-EMAIL-TEXT DELIMITED BY SIZE
                     ' PHONE ' DELIMITED BY SIZE
                     HV-PHONE DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           ELSE
              MOVE 'TBCUST   NOT ON TB_CUSTOMERS' TO WS-OUT-MSG
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * CREDIT.MASTER: SCORE, LATE PAYMENTS AND DEBT. THE KSDS IS
      * TRIED BY THE TB_CUSTOMERS ID, THEN THE CLIENT MASTER ID,
      * THEN THE CUSTOMER MASTER ID.
      **********************************************
       PRINT-CREDIT.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ID-DB2 NOT = SPACES
              MOVE WS-ID-DB2 TO CM-CUST-ID
              PERFORM READ-CREDIT-MASTER
           END-IF.
           IF NOT REC-FOUND AND WS-ID-MAST NOT = SPACES
              MOVE WS-ID-MAST TO CM-CUST-ID
              PERFORM READ-CREDIT-MASTER
           END-IF.
           IF NOT REC-FOUND AND WS-ID-CUST NOT = SPACES
              MOVE WS-ID-CUST TO CM-CUST-ID
              PERFORM READ-CREDIT-MASTER
           END-IF.
           MOVE SPACES TO WS-OUT-MSG.
           IF REC-FOUND
              MOVE CM-CREDIT-SCORE TO SCORE-DISP
              MOVE CM-LATE-PAYMENTS TO LATE-DISP
              MOVE CM-CURRENT-DEBT TO DEBT-DISP
              STRING 'CREDIT   ' DELIMITED BY SIZE
                     CM-CUST-ID DELIMITED BY SIZE
                     '  SCORE ' DELIMITED BY SIZE
                     SCORE-DISP DELIMITED BY SIZE
                     '  LATE ' DELIMITED BY SIZE
                     LATE-DISP DELIMITED BY SIZE
                     '  DEBT ' DELIMITED BY SIZE
                     DEBT-DISP DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           ELSE
              MOVE 'CREDIT   NOT ON CREDIT.MASTER' TO WS-OUT-MSG
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * ACCOUNTS: EVERY ACCOUNT THE ACCOUNT/CLIENT XREF GIVES ANY
      * OF THE IDENTITY'S IDS, WITH BALANCE AND STATUS FROM
      * ACCT.MASTER, THEN THE TOTAL BALANCE.
      **********************************************
       PRINT-ACCOUNTS.
           MOVE 0 TO WS-LINES-THIS-STORE.
           MOVE 0 TO TOTAL-BAL.
           PERFORM VARYING WS-ACX-SUB FROM 1 BY 1
                   UNTIL WS-ACX-SUB > ACX-ROWS-LOADED
              IF (WS-ID-MAST NOT = SPACES
                    AND AT-CLIENT-ID(WS-ACX-SUB) = WS-ID-MAST)
                 OR (WS-ID-CUST NOT = SPACES
                    AND AT-CLIENT-ID(WS-ACX-SUB) = WS-ID-CUST)
                 OR (WS-ID-DB2 NOT = SPACES
                    AND AT-CLIENT-ID(WS-ACX-SUB) = WS-ID-DB2)
                 PERFORM PRINT-ONE-ACCOUNT
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-OUT-MSG.
           IF WS-LINES-THIS-STORE = 0
              MOVE 'ACCOUNTS NONE ON ACCOUNT XREF' TO WS-OUT-MSG
           ELSE
              MOVE WS-LINES-THIS-STORE TO COUNT-DISP
              MOVE TOTAL-BAL TO TOTAL-BAL-DISP
              STRING '         ' DELIMITED BY SIZE
                     COUNT-DISP DELIMITED BY SIZE
                     ' ACCOUNT(S)  TOTAL BALANCE ' DELIMITED BY SIZE
                     TOTAL-BAL-DISP DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

       PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-LINES-THIS-STORE.
           ADD 1 TO ACCOUNTS-SHOWN.
           MOVE AT-ACCT-ID(WS-ACX-SUB) TO ACCT-ID.
           MOVE SPACES TO WS-OUT-MSG.
           READ ACCT-MASTER.
           EVALUATE ACCT-STATUS
              WHEN '00'
                 ADD ACCT-BAL TO TOTAL-BAL
                 MOVE ACCT-BAL TO BAL-DISP
                 STRING 'ACCOUNT  ' DELIMITED BY SIZE
                        ACCT-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        ACCT-NAME DELIMITED BY SIZE
                        ' BAL ' DELIMITED BY SIZE
                        BAL-DISP DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        INTO WS-OUT-MSG
                 END-STRING
                 EVALUATE TRUE
                    WHEN ACCT-FROZEN
                       MOVE 'FROZEN' TO WS-OUT-MSG(53:13)
                    WHEN ACCT-CLOSED
                       MOVE 'CLOSED' TO WS-OUT-MSG(53:13)
                    WHEN ACCT-CLOSE-PENDING
                       MOVE 'CLOSE PENDING' TO WS-OUT-MSG(53:13)
                    WHEN OTHER
                       MOVE 'ACTIVE' TO WS-OUT-MSG(53:13)
                 END-EVALUATE
              WHEN '23'
                 STRING 'ACCOUNT  ' DELIMITED BY SIZE
                        AT-ACCT-ID(WS-ACX-SUB) DELIMITED BY SIZE
                        'NOT ON ACCT.MASTER' DELIMITED BY SIZE
                        INTO WS-OUT-MSG
                 END-STRING
              WHEN OTHER
                 DISPLAY 'ERROR READING ACCT-MASTER: ' ACCT-STATUS
                         ' KEY: ' AT-ACCT-ID(WS-ACX-SUB)
                 STOP RUN
           END-EVALUATE.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * ARCHIVE STATUS FROM THE ARCHIVE INDEX, BY ANY OF THE IDS.
      **********************************************
       PRINT-ARCHIVE-STATUS.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-ID-MAST NOT = SPACES
              MOVE WS-ID-MAST TO IDX-CLIENT-ID
              PERFORM READ-ARCHIVE-INDEX
           END-IF.
           IF NOT REC-FOUND AND WS-ID-CUST NOT = SPACES
              MOVE WS-ID-CUST TO IDX-CLIENT-ID
              PERFORM READ-ARCHIVE-INDEX
           END-IF.
           IF NOT REC-FOUND AND WS-ID-DB2 NOT = SPACES
              MOVE WS-ID-DB2 TO IDX-CLIENT-ID
              PERFORM READ-ARCHIVE-INDEX
           END-IF.
           MOVE SPACES TO WS-OUT-MSG.
           IF REC-FOUND
              STRING 'ARCHIVE  ' DELIMITED BY SIZE
                     IDX-CLIENT-ID DELIMITED BY SIZE
                     ' ARCHIVED ' DELIMITED BY SIZE
                     IDX-ARCH-DATE DELIMITED BY SIZE
                     ' IN GENERATION ' DELIMITED BY SIZE
                     IDX-GENERATION DELIMITED BY SIZE
                     INTO WS-OUT-MSG
              END-STRING
           ELSE
              MOVE 'ARCHIVE  NOT ARCHIVED' TO WS-OUT-MSG
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

      **********************************************
      * KEYED READS. NOT FOUND (23) IS A MISS; ANY OTHER ERROR
      * STOPS THE RUN.
      **********************************************
       READ-CLIENT-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           READ CLIENT-MASTER-FILE.
           EVALUATE CLIENT-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING CLIENT MASTER: ' CLIENT-STATUS
                 STOP RUN
           END-EVALUATE.

       READ-CUST-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           READ CUST-MASTER-FILE.
           EVALUATE CUST-MASTER-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                         CUST-MASTER-STATUS
                 STOP RUN
           END-EVALUATE.

       READ-CREDIT-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           READ CREDIT-MASTER-FILE.
           EVALUATE CM-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING CREDIT MASTER: ' CM-STATUS
                 STOP RUN
           END-EVALUATE.

       READ-ARCHIVE-INDEX.
           MOVE 'N' TO WS-FOUND-SW.
           READ ARCH-INDEX.
           EVALUATE IDX-STATUS
              WHEN '00'
                 SET REC-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING ARCHIVE INDEX: ' IDX-STATUS
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * SINGLETON SELECT OF THE TB_CUSTOMERS ROW FOR HV-CUST-ID.
      * THE VARCHARS ARE CLEARED FIRST SO A SHORT VALUE LEAVES NO
      * TAIL OF THE LAST ONE.
      **********************************************
       SELECT-TB-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SPACES TO HV-CUST-NAME-TEXT.
           MOVE SPACES TO HV-EMAIL-TEXT.
           EXEC SQL
             SELECT CUST_NAME, EMAIL, PHONE, CREDIT_LIMIT
               INTO :HV-CUST-NAME, :HV-EMAIL, :HV-PHONE, :HV-CREDIT
               FROM TB_CUSTOMERS
              WHERE CUST_ID = :HV-CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET REC-FOUND TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'TB_CUSTOMERS SELECT ERROR: ' WS-SQLCODE-DISP
                         ' CUST: ' HV-CUST-ID
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * COMPUTES THE LEVENSHTEIN EDIT DISTANCE (INSERT/DELETE/
      * REPLACE ONE CHARACTER = ONE UNIT) BETWEEN WS-NAME-A AND
      * WS-NAME-B INTO WS-NAME-DIFF-COUNT. THE CALLER SETS THE
      * TRIMMED LENGTHS WS-NAME1-LEN AND WS-NAME2-LEN.
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
      * WRITES ONE LINE TO THE PROFILE FILE.
      **********************************************
       WRITE-PROFILE-LINE.
           MOVE WS-OUT-MSG TO PROFILE-REC.
           WRITE PROFILE-REC.
           IF PRT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PROFILE FILE: ' PRT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSES EVERY FILE STILL OPEN.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REQUEST-FILE.
           CLOSE CLIENT-MASTER-FILE.
           CLOSE CUST-MASTER-FILE.
           CLOSE CREDIT-MASTER-FILE.
           CLOSE ACCT-MASTER.
           CLOSE ARCH-INDEX.

           CLOSE PROFILE-FILE.
           IF PRT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PROFILE FILE: '
                      PRT-STATUS
           END-IF.

           CLOSE EXCEPTION-FILE.
           IF EXC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING EXCEPTION FILE: '
                      EXC-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER 360 INQUIRY SUMMARY'.
           DISPLAY '========================================'.
           MOVE REQUESTS-READ TO COUNT-DISP.
           DISPLAY 'INQUIRIES READ:      ' COUNT-DISP.
           MOVE PROFILES-PRINTED TO COUNT-DISP.
           DISPLAY 'PROFILES PRINTED:    ' COUNT-DISP.
           MOVE ACCOUNTS-SHOWN TO COUNT-DISP.
           DISPLAY 'ACCOUNTS SHOWN:      ' COUNT-DISP.
           MOVE NOMATCH-COUNT TO COUNT-DISP.
           DISPLAY 'NO MATCH:            ' COUNT-DISP.
           MOVE MULTI-COUNT TO COUNT-DISP.
           DISPLAY 'SEVERAL CANDIDATES:  ' COUNT-DISP.
           MOVE BADREQ-COUNT TO COUNT-DISP.
           DISPLAY 'INVALID INQUIRIES:   ' COUNT-DISP.
           DISPLAY '========================================'.
