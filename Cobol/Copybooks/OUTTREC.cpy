      ******************************************************************
      *                                                                *
      *  OUTTREC.CPY                                                  *
      *                                                                *
      *  One station outage maintenance transaction processed by      *
      *  OUTMAINT: book a planned outage window for a station,        *
      *  change its end time or reason, or cancel it.  The station    *
      *  and start timestamp identify the window; both timestamps     *
      *  are YYYYMMDDHHMMSS.                                          *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  OT-MAINT-TRANS.
           05  OT-ACTION-CODE           PIC X(01).
               88  OT-ADD-ACTION               VALUE 'A'.
               88  OT-CHANGE-ACTION            VALUE 'C'.
               88  OT-DELETE-ACTION            VALUE 'D'.
           05  OT-STATION-ID            PIC X(05).
           05  OT-START-TS              PIC X(14).
           05  OT-END-TS                PIC X(14).
           05  OT-REASON                PIC X(30).
