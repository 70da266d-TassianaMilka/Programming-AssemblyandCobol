      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-02-09  DLM  Original layout.                            *
      *  2026-10-15  DLM  Added the badge of the operator running the *
      *                   station when the reading was taken.         *
      *                   IFANDELSE checks it against EMPROST and     *
      *                   the night's CLOCKPRD pairs.                 *
      *                                                                *
      ******************************************************************
       01  TR-TRANS-RECORD.
           05  TR-TIMESTAMP             PIC X(14).
           05  TR-NUM1                  PIC X(04).
           05  TR-NUM2                  PIC X(04).
           05  TR-OPERATOR-ID           PIC X(06).
