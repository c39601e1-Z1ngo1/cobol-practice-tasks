      *   RESUME FROM CHECKPOINT FILE IF ONE EXISTS FROM A PRIOR RUN:  *
      *     START VSAM KEY GREATER THAN LAST CHECKPOINTED CLIENT-ID    *
      *   SEQUENTIAL SCAN VSAM VIA START + READ NEXT:                  *
      *    CLIENT-REGION UNKNOWN/INACTIVE ON REGION MASTER -> REPORT,  *
      *      KEEP THE CLIENT UNTOUCHED                                 *
      *    REGION FILTER SET AND CLIENT-REGION MISMATCH -> SKIP        *
      *     CLIENT-LAST-DATE <= CUTOFF -> WRITE TO ARCHIVE, DELETE     *
      *    CLIENT-LAST-DATE >  CUTOFF -> KEEP, INCREMENT COUNTER       *
      * AUTHOR:        STANISLAV                                       *
      * DATE:          2025/12/11                                      *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/03/02  SSH  ADDED CHECKPOINT/RESTART VIA CHKDD SO A       *
      *                  RERUN AFTER AN ABEND RESUMES FROM THE LAST    *
      *                  CLIENT-ID PROCESSED INSTEAD OF REPROCESSING   *
      *                  SCANNING EVERY ARCHIVE.OLD GENERATION FRONT   *
      *                  TO BACK. THE GENERATION NAME OF THIS RUN'S    *
      *                  OUTDD IS SUPPLIED ON THE PARAM-FILE.          *
      * 2026/10/15  SSH  REGION CODES ARE CHECKED AGAINST THE REGION   *
      *                  MASTER (SUBRG12, RGNDD). AN UNKNOWN REGION    *
      *                  SCOPE ON THE PARAM-FILE STOPS THE RUN; A      *
      *                  CLIENT WITH AN UNKNOWN OR INACTIVE REGION IS  *
      *                  LISTED AND KEPT RATHER THAN ARCHIVED BLIND.   *
      *                  THE SCOPE MATCHES ON THE CANONICAL REGION, SO *
      *                  A LEGACY CODE AND ITS CANONICAL CODE SCOPE    *
      *                  THE SAME CLIENTS.                             *
      *                                                                *
      * INPUT:  INDD  (PARAM.FILE) - CUTOFF DATE/REGION/GENERATION     *
      *                              (PS, 80 B)                        *
      * I-O:    CLTDD (CLIENT.MASTER) - CLIENT MASTER (KSDS)           *
      *         CHKDD (CHECKPOINT.FILE) - REWRITTEN EVERY N RECORDS    *
      *         IDXDD (ARCHIVE.INDEX) - ARCHIVE INDEX (KSDS)           *
      * INPUT:  RGNDD (REGION.MASTER) - REGION MASTER, READ BY SUBRG12 *
      * OUTPUT: OUTDD (ARCHIVE.OLD) - ARCHIVED CLIENTS (PS, 80 BYTES)  *
      ******************************************************************
                                                                        
      * CUTOFF DATE AND REGION SCOPE PARAMETERS
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-REGION-FILTER PIC X(4) VALUE SPACES.
       01 WS-FILTER-CANON PIC X(5) VALUE SPACES.

      * REGION MASTER CHECK (SUBRG12) PARAMETER AREA
       01 REGION-CHECK-AREA.
           COPY RGNCHK.

      * GENERATION NAME OF THIS RUN'S OUTDD ARCHIVE DATASET, E.G.
      * G0042V00, RECORDED ON EVERY ARCHIVE INDEX ENTRY SO RESTORES
          05 REC-DELETE PIC 9(5) VALUE 0.
          05 REC-KEPT PIC 9(5) VALUE 0.
          05 REC-SKIPPED-REGION PIC 9(5) VALUE 0.
          05 REC-BAD-REGION PIC 9(5) VALUE 0.
          05 IDX-WRITTEN PIC 9(5) VALUE 0.
                                                                        
      * DISPLAY FORMATTING VARIABLES                                    
          05 REC-DELETE-DISP PIC Z(4)9.
          05 REC-KEPT-DISP PIC Z(4)9.
          05 REC-SKIPPED-REGION-DISP PIC Z(4)9.
          05 REC-BAD-REGION-DISP PIC Z(4)9.
          05 IDX-WRITTEN-DISP PIC Z(4)9.
                                                                        
      **********************************************                    
           PERFORM READ-CHECKPOINT.
           PERFORM PROCESS-ALL-RECORDS.
           PERFORM CLOSE-FILES.
           IF REC-BAD-REGION > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
                                                                        
      **********************************************                    
                END-IF
                DISPLAY 'DATE IS: ' WS-CUTOFF-DATE
                DISPLAY 'REGION SCOPE IS: ' WS-REGION-FILTER
                IF WS-REGION-FILTER NOT = SPACES
                   PERFORM CHECK-REGION-SCOPE
                END-IF
                DISPLAY 'ARCHIVE GENERATION IS: ' WS-GENERATION
           END-READ
           CLOSE PARAM-FILE.
              DISPLAY 'WARNING: ERROR CLOSING PARAM FILE: ' PARAM-STATUS
           END-IF.

      **********************************************
      * THE REGION SCOPE MUST BE A REGION ON THE REGION MASTER -
      * A TYPO WOULD OTHERWISE MATCH NO CLIENT AND THE RUN WOULD
      * QUIETLY ARCHIVE NOTHING. AN INACTIVE REGION IS ALLOWED
      * (ITS CLIENTS ARE THE ONES LIKELY TO NEED ARCHIVING) BUT
      * THEIR CLIENTS ARE STILL HELD BACK BY CHECK-CLIENT-REGION.
      **********************************************
       CHECK-REGION-SCOPE.
           MOVE WS-REGION-FILTER TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF RGNCHK-UNKNOWN
              DISPLAY 'ERROR: REGION SCOPE ' WS-REGION-FILTER
                      ' IS NOT ON THE REGION MASTER'
              STOP RUN
           END-IF.
           IF RGNCHK-INACTIVE
              DISPLAY 'WARNING: REGION SCOPE ' WS-REGION-FILTER
                      ' IS AN INACTIVE REGION'
           END-IF.
           MOVE RGNCHK-CANON-CODE TO WS-FILTER-CANON.
           DISPLAY 'REGION SCOPE RESOLVES TO: ' WS-FILTER-CANON ' '
                   RGNCHK-DESC.

      **********************************************
      * CHECKS FOR A CHECKPOINT FROM A PRIOR INTERRUPTED RUN.
      * IF CHKDD IS PRESENT AND READABLE, THE LAST CLIENT-ID
           PERFORM CLEAR-CHECKPOINT.

      **********************************************
      * KEEPS AND LISTS A CLIENT WHOSE REGION IS UNKNOWN OR
      * INACTIVE ON THE REGION MASTER. SKIPS CLIENTS OUTSIDE
      * THE REGION SCOPE (IF ANY), COMPARED ON THE CANONICAL
      * REGION. OTHERWISE COMPARES CLIENT DATE AGAINST CUTOFF.
      * INACTIVE CLIENTS ROUTED TO ARCHIVE-AND-DELETE,
      * ACTIVE CLIENTS INCREMENT KEPT COUNTER.
      **********************************************
       CHECK-CLIENT-DATE.
           MOVE CLIENT-REGION TO RGNCHK-CODE-IN.
           CALL 'SUBRG12' USING REGION-CHECK-AREA
           END-CALL.
           IF NOT RGNCHK-VALID
              ADD 1 TO REC-BAD-REGION
              IF RGNCHK-UNKNOWN
                 DISPLAY 'UNKNOWN REGION, CLIENT KEPT: ' CLIENT-ID
                         ' REGION: ' CLIENT-REGION
              ELSE
                 DISPLAY 'INACTIVE REGION, CLIENT KEPT: ' CLIENT-ID
                         ' REGION: ' CLIENT-REGION
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-REGION-FILTER NOT = SPACES
              AND RGNCHK-CANON-CODE NOT = WS-FILTER-CANON
              ADD 1 TO REC-SKIPPED-REGION
           ELSE
              IF CLIENT-LAST-DATE <= WS-CUTOFF-DATE
           MOVE REC-DELETE TO REC-DELETE-DISP.
           MOVE REC-KEPT TO REC-KEPT-DISP.
           MOVE REC-SKIPPED-REGION TO REC-SKIPPED-REGION-DISP.
           MOVE REC-BAD-REGION TO REC-BAD-REGION-DISP.
           MOVE IDX-WRITTEN TO IDX-WRITTEN-DISP.
                                                                        
           DISPLAY '----------------------------------------'.          
           DISPLAY 'RECORDS KEPT:   ' REC-KEPT-DISP.
           DISPLAY 'RECORDS OUT OF REGION SCOPE: '
                   REC-SKIPPED-REGION-DISP.
           DISPLAY 'UNKNOWN/INACTIVE REGION KEPT: '
                   REC-BAD-REGION-DISP.
           DISPLAY 'INDEX ENTRIES WRITTEN: ' IDX-WRITTEN-DISP.
           DISPLAY '----------------------------------------'.
