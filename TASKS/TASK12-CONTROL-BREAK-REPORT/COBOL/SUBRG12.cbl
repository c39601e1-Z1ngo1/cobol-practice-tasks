      ******************************************************************
      * REGION CODE CHECK SUBPROGRAM                                   *
      *                                                                *
      * PURPOSE:                                                      *
      * TELLS A CALLING PROGRAM WHETHER A REGION CODE TYPED INTO ONE  *
      * OF ITS FILES IS A REGION ON THE REGION MASTER, AND WHETHER    *
      * THAT REGION IS STILL ACTIVE, SO A TYPO'D OR RETIRED REGION IS *
      * REPORTED BY THE CALLER INSTEAD OF FALLING OUT OF ITS TOTALS.  *
      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   ON THE FIRST CALL THE REGION MASTER (RGNDD) IS READ         *
      *   FRONT TO BACK INTO A TABLE AND CLOSED; LATER CALLS ONLY     *
      *   SEARCH THE TABLE. A MISSING OR EMPTY REGION MASTER STOPS    *
      *   THE RUN - NOTHING CAN BE VALIDATED WITHOUT IT.              *
      *   THE CODE IS MATCHED EXACTLY (5 BYTES, LEFT-JUSTIFIED)       *
      *   AGAINST EACH REGION'S CANONICAL CODE AND ITS LEGACY CODES:  *
      *     MATCH, REGION ACTIVE     -> 'V', CANONICAL CODE + DESC    *
      *     MATCH, REGION INACTIVE   -> 'I', CANONICAL CODE + DESC    *
      *     NO MATCH (OR BLANK CODE) -> 'U'                           *
      *                                                               *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/10/15                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  INITIAL VERSION.                             *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  RGNDD (REGION.MASTER) - REGION MASTER (KSDS)          *
      *                                                               *
      * COPYBOOKS: RGNMAST - REGION MASTER RECORD                     *
      *            RGNCHK  - PARAMETER AREA                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRG12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-MASTER-FILE ASSIGN TO RGNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGN-CODE
               FILE STATUS IS RGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGION-MASTER-FILE.
       01 REGION-MASTER-REC.
           COPY RGNMAST.

       WORKING-STORAGE SECTION.

       01 RGN-STATUS PIC X(2).

      * SET ONCE THE REGION MASTER HAS BEEN LOADED
       01 WS-LOADED-SW PIC X(1) VALUE 'N'.
          88 TABLE-LOADED VALUE 'Y'.

      * IN-MEMORY COPY OF THE REGION MASTER
       01 RGN-TABLE-MAX PIC 9(3) VALUE 200.
       01 RGN-TABLE-COUNT PIC 9(3) VALUE 0.
       01 RGN-TABLE.
          05 RGN-ENTRY OCCURS 200 TIMES.
             10 RT-CODE PIC X(5).
             10 RT-DESC PIC X(30).
             10 RT-ACTIVE-FLAG PIC X(1).
             10 RT-LEGACY-CODE PIC X(5) OCCURS 8 TIMES.
       01 WS-RT-SUB PIC 9(3) VALUE 0.
       01 WS-RT-HIT PIC 9(3) VALUE 0.
       01 WS-LEG-SUB PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01 LK-REGION-CHECK.
           COPY RGNCHK.

      **********************************************
      * LOADS THE REGION MASTER ON THE FIRST CALL, THEN
      * LOOKS THE CALLER'S CODE UP AND RETURNS THE RESULT.
      **********************************************
       PROCEDURE DIVISION USING LK-REGION-CHECK.
       MAIN-LOGIC.
           IF NOT TABLE-LOADED
              PERFORM LOAD-REGION-TABLE
           END-IF.

           SET RGNCHK-UNKNOWN TO TRUE.
           MOVE SPACES TO RGNCHK-CANON-CODE.
           MOVE SPACES TO RGNCHK-DESC.
           IF RGNCHK-CODE-IN = SPACES
              GOBACK
           END-IF.

           PERFORM FIND-REGION-CODE.
           IF WS-RT-HIT > 0
              MOVE RT-CODE(WS-RT-HIT) TO RGNCHK-CANON-CODE
              MOVE RT-DESC(WS-RT-HIT) TO RGNCHK-DESC
              IF RT-ACTIVE-FLAG(WS-RT-HIT) = 'Y'
                 SET RGNCHK-VALID TO TRUE
              ELSE
                 SET RGNCHK-INACTIVE TO TRUE
              END-IF
           END-IF.
           GOBACK.

      **********************************************
      * READS THE WHOLE REGION MASTER INTO RGN-TABLE.
      **********************************************
       LOAD-REGION-TABLE.
           OPEN INPUT REGION-MASTER-FILE.
           IF RGN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REGION MASTER: ' RGN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL RGN-STATUS NOT = '00'
              READ REGION-MASTER-FILE NEXT RECORD
                AT END
                   MOVE '10' TO RGN-STATUS
                NOT AT END
                   IF RGN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING REGION MASTER: '
                              RGN-STATUS
                      STOP RUN
                   END-IF
                   IF RGN-TABLE-COUNT >= RGN-TABLE-MAX
                      DISPLAY 'FATAL: REGION TABLE OVERFLOW, MAX='
                              RGN-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO RGN-TABLE-COUNT
                   MOVE RGN-CODE TO RT-CODE(RGN-TABLE-COUNT)
                   MOVE RGN-DESC TO RT-DESC(RGN-TABLE-COUNT)
                   MOVE RGN-ACTIVE-FLAG
                     TO RT-ACTIVE-FLAG(RGN-TABLE-COUNT)
                   PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                             UNTIL WS-LEG-SUB > 8
                      MOVE RGN-LEGACY-CODE(WS-LEG-SUB)
                        TO RT-LEGACY-CODE(RGN-TABLE-COUNT, WS-LEG-SUB)
                   END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE REGION-MASTER-FILE.

           IF RGN-TABLE-COUNT = 0
              DISPLAY 'ERROR: REGION MASTER IS EMPTY'
              STOP RUN
           END-IF.
           SET TABLE-LOADED TO TRUE.

      **********************************************
      * SETS WS-RT-HIT TO THE TABLE ROW WHOSE CANONICAL OR
      * LEGACY CODE EQUALS RGNCHK-CODE-IN (ZERO = NOT FOUND).
      **********************************************
       FIND-REGION-CODE.
           MOVE 0 TO WS-RT-HIT.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                     UNTIL WS-RT-SUB > RGN-TABLE-COUNT
                        OR WS-RT-HIT > 0
              IF RT-CODE(WS-RT-SUB) = RGNCHK-CODE-IN
                 MOVE WS-RT-SUB TO WS-RT-HIT
              ELSE
                 PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                           UNTIL WS-LEG-SUB > 8
                    IF RT-LEGACY-CODE(WS-RT-SUB, WS-LEG-SUB)
                          = RGNCHK-CODE-IN
                       MOVE WS-RT-SUB TO WS-RT-HIT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
