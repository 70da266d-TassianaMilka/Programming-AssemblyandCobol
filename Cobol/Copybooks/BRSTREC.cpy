      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-09-02  DLM  Carved from the IFANDELSE FD.               *
      *  2026-10-15  DLM  Added the open station's and the run's      *
      *                   rejects by reason code (HISTREC order), so  *
      *                   a restarted run writes the same BANDHIST    *
      *                   reason counts as an uninterrupted one.      *
      *                                                                *
      ******************************************************************
       01  RS-RESTART-LINE.
           05  RS-STN-BAND-UPPER    PIC 9(05).
           05  RS-STN-LIMIT-SRC     PIC X(01).
           05  RS-CURR-SHIFT        PIC X(01).
           05  RS-STN-RSN-COUNT     PIC 9(07) OCCURS 8 TIMES.
           05  RS-TOT-RSN-COUNT     PIC 9(07) OCCURS 8 TIMES.
