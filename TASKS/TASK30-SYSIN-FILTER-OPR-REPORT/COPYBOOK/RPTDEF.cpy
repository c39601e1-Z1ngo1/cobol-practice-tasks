      ******************************************************************
      * RPTDEF - SAVED REPORT DEFINITION RECORD LAYOUT                 *
      *                                                                *
      * COPIED AS THE BODY OF THE REPORT DEFINITION FD RECORD (KSDS    *
      * REPORT.DEFN, KEY RDF-NAME). ONE RECORD PER NAMED SYSIN30       *
      * REPORT: ITS TITLE, AGGREGATION MODE (DETAIL/SUMMARY/BOTH) AND  *
      * UP TO EIGHT STORED FILTER LINES IN THE SAME KEY=VALUE FORM AS  *
      * A SYSIN LINE. UNUSED FILTER SLOTS ARE SPACES. THE VERSION      *
      * STARTS AT 1 AND GOES UP BY ONE ON EVERY CHANGE. RETIRED        *
      * DEFINITIONS STAY ON FILE BUT CAN NO LONGER BE RUN.             *
      * MAINTAINED ONLY BY RDFMT30.                                    *
      ******************************************************************
           05 RDF-NAME PIC X(8).
           05 RDF-VERSION PIC 9(3).
           05 RDF-STATUS PIC X(1).
              88 RDF-ACTIVE VALUE 'A'.
              88 RDF-RETIRED VALUE 'R'.
           05 RDF-TITLE PIC X(40).
           05 RDF-REPORT-MODE PIC X(7).
           05 RDF-FILTER-COUNT PIC 9(2).
           05 RDF-FILTER-LINE PIC X(40) OCCURS 8 TIMES.
           05 RDF-CHANGED-DATE PIC X(8).
           05 RDF-CHANGED-BY PIC X(8).
           05 FILLER PIC X(3).
