      *  2026-09-02  DLM  Added the expected nightly volume for the   *
      *                   silent-station check.  Blank or zero means  *
      *                   no expectation.                             *
      *  2026-10-15  DLM  Added the station's target yield percent,   *
      *                   one implied decimal.  Blank, zero or over   *
      *                   100.0 stores as zero (no target).           *
      *  2026-10-15  DLM  Added the station's plant code.             *
      *  2026-10-15  DLM  Added the requester ID, checked by STNMAINT *
      *                   against the MAINTAUT authority deck.        *
      *                                                                *
      ******************************************************************
       01  ST-MAINT-TRANS.
           05  ST-BAND-LOWER            PIC 9(05).
           05  ST-BAND-UPPER            PIC 9(05).
           05  ST-EXPECTED-VOLUME       PIC 9(07).
           05  ST-TARGET-YIELD          PIC 9(03)V9(01).
           05  ST-PLANT-CODE            PIC X(02).
           05  ST-REQUESTER-ID          PIC X(06).
