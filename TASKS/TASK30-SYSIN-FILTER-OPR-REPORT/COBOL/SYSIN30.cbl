      *     NAME AND EACH SUMMARY PRINTS IN ITS OWN NAMED SECTION.     *
      *     FILTER KEYS BEFORE ANY REQUEST= LINE FORM THE IMPLICIT     *
      *     REQUEST NAMED DEFAULT.                                     *
      *   PHASE 6 - SAVED REPORT DEFINITIONS (RUN= SYSIN KEY):         *
      *     RUN=<NAME> READS THE NAMED DEFINITION FROM THE REPORT      *
      *     DEFINITION KSDS (MAINTAINED BY RDFMT30) AND STARTS A NEW   *
      *     REQUEST NAMED AFTER IT, WITH THE STORED AGGREGATION MODE   *
      *     AND FILTER LINES APPLIED AS IF THEY HAD BEEN TYPED.        *
      *     AD-HOC FILTER LINES AFTER THE RUN= LINE OVERRIDE THE       *
      *     STORED ONES FOR THAT REQUEST AND ARE COUNTED. AN UNKNOWN   *
      *     OR RETIRED NAME, OR NO DEFINITION FILE, IS FLAGGED LIKE A  *
      *     MALFORMED LINE AND THE RUN= LINE IS IGNORED. BEFORE THE    *
      *     SCAN, EACH DEFINITION REQUEST WRITES A REPORT HEADER WITH  *
      *     THE DEFINITION NAME, VERSION, TITLE AND OVERRIDE COUNT.    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/02/11                                               *
      *                    TYPE FLIPS SAME ACCOUNT SAME DAY. EACH HIT  *
      *                    PRINTS AN EXCEPTION BLOCK NAMING THE        *
      *                    PATTERNS WITH THE SUPPORTING OPERATIONS.    *
      *   2026/10/15  SSH  RUN=<NAME> EXPANDS A SAVED REPORT           *
      *                    DEFINITION (TITLE, MODE, FILTER LINES)      *
      *                    FROM THE NEW REPORT DEFINITION KSDS INTO A  *
      *                    REQUEST; AD-HOC LINES MAY FOLLOW AND        *
      *                    OVERRIDE IT. EACH SUCH REQUEST GETS A       *
      *                    REPORT HEADER WITH THE DEFINITION NAME      *
      *                    AND VERSION.                                *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN   (SYSIN)            - JCL FILTER PARAMETERS     *
      *         OPRDD   (OPR.LOG.KSDS)     - VSAM KSDS OPERATION LOG   *
      *         RDFDD   (REPORT.DEFN)      - VSAM KSDS SAVED REPORT    *
      *                                      DEFINITIONS (OPTIONAL)    *
      * OUTPUT: REPDD   (FILTERED.REPORT)  - PS FILTERED REPORT FILE   *
      *                                                                *
      * COPYBOOK: RPTDEF - REPORT DEFINITION RECORD                    *
      ******************************************************************
       IDENTIFICATION DIVISION.                                         
       PROGRAM-ID. SYSIN30.                                             
             RECORD KEY IS OPR-KEY                                      
             FILE STATUS IS OPR-LOG-STATUS.                             
                                                                        
           SELECT OPTIONAL REPORT-DEF-FILE ASSIGN TO RDFDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RDF-NAME
             FILE STATUS IS REPORT-DEF-STATUS.

           SELECT FILTERED-REPORT-FILE ASSIGN TO REPDD                  
             ORGANIZATION IS SEQUENTIAL                                 
             FILE STATUS IS FILTERED-REPORT-STATUS.                     
          05 OPR-AMOUNT PIC 9(7)V99.                                    
          05 FILLER PIC X(50).                                          
                                                                        
       FD REPORT-DEF-FILE.
       01 REPORT-DEF-REC.
           COPY RPTDEF.

       FD FILTERED-REPORT-FILE RECORDING MODE IS F.
       01 FILTERED-REP-REC PIC X(60).
                                                                        
          05 SYSIN-STATUS PIC X(2).                                     
          05 OPR-LOG-STATUS PIC X(2).                                   
          05 FILTERED-REPORT-STATUS PIC X(2).                           
          05 REPORT-DEF-STATUS PIC X(2).

      * REPORT DEFINITION FILE AVAILABILITY (THE FILE IS OPTIONAL -
      * ONLY A SYSIN WITH RUN= LINES NEEDS IT)
       01 WS-RDF-AVAIL-SW PIC X(1) VALUE 'N'.
          88 RDF-AVAILABLE VALUE 'Y'.
       01 WS-RDF-SUB PIC 9(2) VALUE 0.
                                                                        
      * FILTER REQUEST TABLE. EACH SYSIN REQUEST= LINE STARTS A NEW
      * ENTRY; FILTER KEYS AND REPORT= APPLY TO THE CURRENT ENTRY.
             10 REQ-ACCT-ID-FILTER PIC X(6).
             10 REQ-OPR-ID-FILTER PIC X(6).
             10 REQ-REPORT-MODE PIC X(7).
             10 REQ-DEF-SW PIC X(1).
                88 REQ-FROM-DEF VALUE 'Y'.
             10 REQ-DEF-VERSION PIC 9(3).
             10 REQ-DEF-TITLE PIC X(40).
             10 REQ-OVERRIDE-CNT PIC 9(3).
             10 REQ-SUM-TYPE-CNT PIC 9(2).
             10 REQ-STY-ENTRY OCCURS 20 TIMES.
                15 RSTY-TYPE PIC X(1).
          05 FILLER PIC X(1).                                           
          05 WS-REP-OPR-ID PIC X(6).                                    
                                                                        
      * SYSIN PARSE WORK VARIABLES. WS-PARSE-LINE HOLDS THE LINE
      * BEING PARSED - A SYSIN LINE OR A STORED DEFINITION LINE.
       01 WS-PARSE-LINE PIC X(80).
       01 WS-PARSE-OK-SW PIC X(1) VALUE 'Y'.
          88 PARSE-LINE-OK VALUE 'Y'.
       01 WS-POS-EQUAL PIC 9(2) VALUE 0.
       01 WS-KEY PIC X(10).
          88 STORED-FILTER-KEY VALUE 'FROM-DATE' 'TO-DATE'
                                     'MIN-AMOUNT' 'OPR-TYPE'
                                     'ACCT-ID' 'OPR-ID'.
       01 WS-VALUE PIC X(70).
       01 WS-HDR-VERSION-DISP PIC ZZ9.
       01 WS-HDR-OVERRIDE-DISP PIC ZZ9.

      * SUSPICIOUS-ACTIVITY MODE SWITCH AND PATTERN THRESHOLDS
      * (ALL OVERRIDABLE FROM SYSIN)
              IF REQ-COUNT = 0
                 PERFORM ADD-DEFAULT-REQUEST
              END-IF
              PERFORM WRITE-DEFINITION-HEADERS
              PERFORM READ-OPR-LOG
              PERFORM WRITE-ALL-SUMMARIES
           END-IF.
           END-PERFORM.                                                 
                                                                        
      **********************************************
      * PARSES ONE SYSIN LINE (VIA SPLIT-PARSE-LINE).
      * MALFORMED LINES ARE IGNORED.
      *   REQUEST -> STARTS A NEW NAMED REQUEST.
      *   RUN     -> EXPANDS A SAVED REPORT DEFINITION
      *              INTO A NEW REQUEST.
      *   ANY OTHER KEY -> APPLY-SYSIN-KEY AGAINST THE
      *              CURRENT REQUEST; ON A DEFINITION
      *              REQUEST IT COUNTS AS AN OVERRIDE.
      **********************************************
       PARSE-SYSIN-LINE.
           MOVE SYSIN-REC TO WS-PARSE-LINE.
           PERFORM SPLIT-PARSE-LINE.
           IF NOT PARSE-LINE-OK
              EXIT PARAGRAPH
           END-IF.

           IF WS-KEY = 'REQUEST'
              PERFORM ADD-REQUEST
              MOVE WS-VALUE(1:8) TO REQ-NAME(WS-CUR-REQ)
              EXIT PARAGRAPH
           END-IF.

           IF WS-KEY = 'RUN'
              PERFORM RUN-REPORT-DEFINITION
              EXIT PARAGRAPH
           END-IF.

           IF REQ-COUNT = 0
              PERFORM ADD-DEFAULT-REQUEST
           END-IF.

           IF REQ-FROM-DEF(WS-CUR-REQ)
              ADD 1 TO REQ-OVERRIDE-CNT(WS-CUR-REQ)
           END-IF.

           PERFORM APPLY-SYSIN-KEY.

      **********************************************
      * FINDS '=' IN WS-PARSE-LINE VIA INSPECT TALLYING.
      * NO '=' FOUND, OR '=' WITH NO VALUE AFTER IT ->
      *   COUNTED AS MALFORMED, WARNING DISPLAYED,
      *   PARSE-LINE-OK OFF (LINE IGNORED).
      * SPLITS LINE INTO WS-KEY (BEFORE =)
      * AND WS-VALUE (AFTER =).
      **********************************************
       SPLIT-PARSE-LINE.
           MOVE 'Y' TO WS-PARSE-OK-SW.
           MOVE 0 TO WS-POS-EQUAL.
           INSPECT WS-PARSE-LINE TALLYING WS-POS-EQUAL
               FOR CHARACTERS BEFORE '='.

           IF WS-POS-EQUAL = LENGTH OF WS-PARSE-LINE
              ADD 1 TO WS-CNT-MALFORMED-LINES
              DISPLAY 'WARNING: MALFORMED SYSIN LINE (NO =): '
                       WS-PARSE-LINE
              MOVE 'N' TO WS-PARSE-OK-SW
              EXIT PARAGRAPH
           END-IF.

           IF WS-POS-EQUAL + 1 >= LENGTH OF WS-PARSE-LINE
              ADD 1 TO WS-CNT-MALFORMED-LINES
              DISPLAY 'WARNING: MALFORMED SYSIN LINE (NO VALUE): '
                       WS-PARSE-LINE
              MOVE 'N' TO WS-PARSE-OK-SW
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-KEY WS-VALUE.
           MOVE WS-PARSE-LINE(1:WS-POS-EQUAL) TO WS-KEY.
           MOVE WS-PARSE-LINE(WS-POS-EQUAL + 2:
                LENGTH OF WS-PARSE-LINE - (WS-POS-EQUAL + 1))
             TO WS-VALUE.

      **********************************************
      * RUN=<NAME>: READS THE NAMED DEFINITION AND
      * STARTS A REQUEST NAMED AFTER IT WITH THE
      * STORED MODE, THEN APPLIES EACH STORED FILTER
      * LINE THROUGH APPLY-SYSIN-KEY EXACTLY AS A
      * TYPED LINE. NO DEFINITION FILE, AN UNKNOWN
      * NAME OR A RETIRED DEFINITION -> COUNTED AS
      * MALFORMED, WARNING DISPLAYED, LINE IGNORED.
      * A STORED LINE WITH ANY KEY OTHER THAN THE SIX
      * FILTER KEYS IS COUNTED AS UNKNOWN AND SKIPPED.
      **********************************************
       RUN-REPORT-DEFINITION.
           IF NOT RDF-AVAILABLE
              ADD 1 TO WS-CNT-MALFORMED-LINES
              DISPLAY 'WARNING: RUN= IGNORED, NO REPORT DEFINITION '
                      'FILE: ' WS-VALUE(1:8)
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-VALUE(1:8) TO RDF-NAME.
           READ REPORT-DEF-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-MALFORMED-LINES
                   DISPLAY 'WARNING: RUN= UNKNOWN REPORT DEFINITION: '
                           WS-VALUE(1:8)
                   EXIT PARAGRAPH
           END-READ.
           IF REPORT-DEF-STATUS NOT = '00'
              DISPLAY 'ERROR READING REPORT DEFINITION FILE: '
                       REPORT-DEF-STATUS
              STOP RUN
           END-IF.

           IF RDF-RETIRED
              ADD 1 TO WS-CNT-MALFORMED-LINES
              DISPLAY 'WARNING: RUN= REPORT DEFINITION IS RETIRED: '
                      RDF-NAME
              EXIT PARAGRAPH
           END-IF.

           PERFORM ADD-REQUEST.
           MOVE RDF-NAME TO REQ-NAME(WS-CUR-REQ).
           MOVE 'Y' TO REQ-DEF-SW(WS-CUR-REQ).
           MOVE RDF-VERSION TO REQ-DEF-VERSION(WS-CUR-REQ).
           MOVE RDF-TITLE TO REQ-DEF-TITLE(WS-CUR-REQ).
           IF RDF-REPORT-MODE = 'DETAIL' OR 'SUMMARY' OR 'BOTH'
              MOVE RDF-REPORT-MODE TO REQ-REPORT-MODE(WS-CUR-REQ)
           END-IF.
           DISPLAY 'RUNNING REPORT DEFINITION ' RDF-NAME
                   ' VERSION ' RDF-VERSION.

           PERFORM VARYING WS-RDF-SUB FROM 1 BY 1
              UNTIL WS-RDF-SUB > RDF-FILTER-COUNT
                 OR WS-RDF-SUB > 8
              MOVE RDF-FILTER-LINE(WS-RDF-SUB) TO WS-PARSE-LINE
              PERFORM SPLIT-PARSE-LINE
              IF PARSE-LINE-OK
                 IF STORED-FILTER-KEY
                    PERFORM APPLY-SYSIN-KEY
                 ELSE
                    ADD 1 TO WS-CNT-UNKNOWN-KEYS
                    DISPLAY 'WARNING: KEY NOT ALLOWED IN REPORT '
                            'DEFINITION ' RDF-NAME ': ' WS-KEY
                 END-IF
              END-IF
           END-PERFORM.

      **********************************************
      * APPLIES THE SPLIT KEY/VALUE TO THE CURRENT
      * REQUEST. EVALUATES WS-KEY:
      *   FROM-DATE  -> REQ-FROM-DATE (IF NOT SPACES).
      *   TO-DATE    -> REQ-TO-DATE   (IF NOT SPACES).
      *   MIN-AMOUNT -> REQ-MIN-AMOUNT.
      *   OPR-TYPE   -> REQ-OPR-TYPE  (IF NOT SPACES).
      *   ACCT-ID    -> REQ-ACCT-ID-FILTER (IF NOT SPACES).
      *   OPR-ID     -> REQ-OPR-ID-FILTER  (IF NOT SPACES).
      *   REPORT, MODE, SUSP-* -> AS DOCUMENTED ABOVE.
      *   OTHER      -> COUNTED AS UNKNOWN, WARNING DISPLAYED.
      **********************************************
       APPLY-SYSIN-KEY.
           EVALUATE TRUE
               WHEN WS-KEY = 'FROM-DATE'
                 IF WS-VALUE(1:8) NOT = SPACES
           MOVE SPACES TO REQ-ACCT-ID-FILTER(WS-CUR-REQ).
           MOVE SPACES TO REQ-OPR-ID-FILTER(WS-CUR-REQ).
           MOVE 'DETAIL' TO REQ-REPORT-MODE(WS-CUR-REQ).
           MOVE 'N' TO REQ-DEF-SW(WS-CUR-REQ).
           MOVE ZERO TO REQ-DEF-VERSION(WS-CUR-REQ).
           MOVE SPACES TO REQ-DEF-TITLE(WS-CUR-REQ).
           MOVE ZERO TO REQ-OVERRIDE-CNT(WS-CUR-REQ).
           MOVE ZERO TO REQ-SUM-TYPE-CNT(WS-CUR-REQ).
           MOVE ZERO TO REQ-SUM-ACCT-CNT(WS-CUR-REQ).
           MOVE ZERO TO REQ-SUM-DAY-CNT(WS-CUR-REQ).
              STOP RUN
           END-IF.

      **********************************************
      * WRITES A REPORT HEADER FOR EVERY REQUEST RUN
      * FROM A SAVED DEFINITION, AHEAD OF THE DETAIL
      * LINES: THE DEFINITION NAME AND VERSION (WITH
      * THE COUNT OF AD-HOC OVERRIDES, IF ANY) AND
      * THE DEFINITION TITLE.
      **********************************************
       WRITE-DEFINITION-HEADERS.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
              UNTIL WS-REQ-SUB > REQ-COUNT
              IF REQ-FROM-DEF(WS-REQ-SUB)
                 PERFORM WRITE-DEFINITION-HEADER
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES THE HEADER LINES FOR THE DEFINITION
      * REQUEST AT WS-REQ-SUB.
      **********************************************
       WRITE-DEFINITION-HEADER.
           MOVE REQ-DEF-VERSION(WS-REQ-SUB) TO WS-HDR-VERSION-DISP.
           MOVE SPACES TO FILTERED-REP-REC.
           IF REQ-OVERRIDE-CNT(WS-REQ-SUB) = 0
              STRING 'REPORT ' DELIMITED BY SIZE
                     REQ-NAME(WS-REQ-SUB) DELIMITED BY SPACE
                     ' VERSION ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HDR-VERSION-DISP)
                        DELIMITED BY SIZE
                     INTO FILTERED-REP-REC
              END-STRING
           ELSE
              MOVE REQ-OVERRIDE-CNT(WS-REQ-SUB)
                TO WS-HDR-OVERRIDE-DISP
              STRING 'REPORT ' DELIMITED BY SIZE
                     REQ-NAME(WS-REQ-SUB) DELIMITED BY SPACE
                     ' VERSION ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HDR-VERSION-DISP)
                        DELIMITED BY SIZE
                     ' + ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HDR-OVERRIDE-DISP)
                        DELIMITED BY SIZE
                     ' AD-HOC OVERRIDE(S)' DELIMITED BY SIZE
                     INTO FILTERED-REP-REC
              END-STRING
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE SPACES TO FILTERED-REP-REC.
           STRING '  TITLE: ' DELIMITED BY SIZE
                  REQ-DEF-TITLE(WS-REQ-SUB) DELIMITED BY SIZE
                  INTO FILTERED-REP-REC
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.

      **********************************************
      * READS OPR-LOG-FILE (KSDS) SEQUENTIALLY UNTIL EOF.
      * PER RECORD: CALLS CHECK-WITH-PARAMS TO APPLY
              DISPLAY 'ERROR OPENING OPR-LOG FILE: ' OPR-LOG-STATUS     
              STOP RUN                                                  
           END-IF.                                                      

           OPEN INPUT REPORT-DEF-FILE.
           IF REPORT-DEF-STATUS = '00'
              SET RDF-AVAILABLE TO TRUE
           ELSE
              IF REPORT-DEF-STATUS NOT = '05'
                 DISPLAY 'ERROR OPENING REPORT DEFINITION FILE: '
                          REPORT-DEF-STATUS
                 STOP RUN
              END-IF
           END-IF.
                                                                        
           OPEN OUTPUT FILTERED-REPORT-FILE.                            
           IF FILTERED-REPORT-STATUS NOT = '00'                         
              DISPLAY 'WARNING: ERROR CLOSING OPR-LOG FILE: '           
                       OPR-LOG-STATUS                                   
           END-IF.                                                      

           CLOSE REPORT-DEF-FILE.
           IF REPORT-DEF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT DEFINITION FILE: '
                       REPORT-DEF-STATUS
           END-IF.
                                                                        
           CLOSE FILTERED-REPORT-FILE.                                  
           IF FILTERED-REPORT-STATUS NOT = '00'                         
