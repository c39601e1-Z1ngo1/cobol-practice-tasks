      ******************************************************************
      * RGNMAST - SHARED REGION MASTER RECORD LAYOUT                   *
      *                                                                *
      * COPIED AS THE BODY OF THE REGION MASTER FD RECORD (KSDS        *
      * REGION.MASTER, KEY RGN-CODE). ONE RECORD PER CANONICAL REGION  *
      * CODE WITH UP TO EIGHT LEGACY CODES - THE 2- AND 4-BYTE CODES   *
      * OLDER FILES STILL CARRY - THAT MEAN THE SAME REGION. UNUSED    *
      * LEGACY SLOTS ARE SPACES. MAINTAINED ONLY BY VSAMRG12.          *
      ******************************************************************
           05 RGN-CODE PIC X(5).
           05 RGN-DESC PIC X(30).
           05 RGN-ACTIVE-FLAG PIC X(1).
              88 RGN-ACTIVE VALUE 'Y'.
              88 RGN-INACTIVE VALUE 'N'.
           05 RGN-LEGACY-CODE PIC X(5) OCCURS 8 TIMES.
           05 FILLER PIC X(4).
