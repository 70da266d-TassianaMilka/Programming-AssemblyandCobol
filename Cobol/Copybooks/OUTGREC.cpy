      ******************************************************************
      *                                                                *
      *  OUTGREC.CPY                                                  *
      *                                                                *
      *  Station outage master record.  Keyed by station ID plus      *
      *  outage start timestamp, so a station can carry any number    *
      *  of planned outage windows.  While a window is open           *
      *  IFANDELSE leaves the station out of its silent-station and   *
      *  low-volume checks, and rejects any reading stamped inside    *
      *  the window as STATION IN OUTAGE -- the station was supposed  *
      *  to be locked out.  OUTMAINT is the only program that should  *
      *  ever write to it.                                            *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  OG-OUTAGE-RECORD.
           05  OG-OUTAGE-KEY.
               10  OG-STATION-ID        PIC X(05).
               10  OG-START-TS          PIC X(14).
           05  OG-END-TS                PIC X(14).
           05  OG-REASON                PIC X(30).
