      *                   verification, E escalated and held.         *
      *                   IFANDELSE writes new rejects with zeros     *
      *                   and status O.                               *
      *  2026-10-15  DLM  Added the 'OP' reason -- operator badge     *
      *                   missing, not on the roster, or not clocked  *
      *                   in on the reading's shift -- and carried    *
      *                   the reading's operator badge at the end of  *
      *                   the record so TRANFIX can resubmit it.      *
      *  2026-10-15  DLM  Added the 'SO' reason -- reading stamped     *
      *                   inside a planned outage window for its      *
      *                   station (see OUTGREC).                      *
      *                                                                *
      ******************************************************************
       01  RY-RECYCLE-RECORD.
               88  RY-OVERFLOW                 VALUE 'OV'.
               88  RY-OUT-OF-BAND              VALUE 'OB'.
               88  RY-BAD-TIMESTAMP            VALUE 'TS'.
               88  RY-OPERATOR-UNVERIFIED      VALUE 'OP'.
               88  RY-STATION-IN-OUTAGE        VALUE 'SO'.
           05  RY-FIRST-DATE            PIC 9(08).
           05  RY-NIGHTS-WAITING        PIC 9(03).
           05  RY-TRIP-COUNT            PIC 9(02).
               88  RY-OUTSTANDING              VALUE 'O'.
               88  RY-PENDING-VERIFY           VALUE 'P'.
               88  RY-ESCALATED                VALUE 'E'.
           05  RY-OPERATOR-ID           PIC X(06).
