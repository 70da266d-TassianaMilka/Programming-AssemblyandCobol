      ******************************************************************
      *                                                                *
      *  CERTREC.CPY                                                  *
      *                                                                *
      *  Operator certification master record.  Keyed by employee    *
      *  ID plus certification code (safety, gauge, and the like),    *
      *  with the date the certification was issued and the date it  *
      *  lapses.  RO-AUTH-FLAG on EMPROST cannot say when a           *
      *  certification runs out; this file can.  STOP-NAME denies a   *
      *  clock-in as CERT EXPIRED when a mandatory certification has  *
      *  lapsed, and CERTNOTE lists the ones falling due.  CERTMAINT  *
      *  is the only program that should ever write to it.           *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  CE-CERT-RECORD.
           05  CE-CERT-KEY.
               10  CE-EMPLOYEE-ID       PIC X(06).
               10  CE-CERT-CODE         PIC X(04).
           05  CE-DESCRIPTION           PIC X(20).
           05  CE-ISSUE-DATE            PIC 9(08).
           05  CE-EXPIRY-DATE           PIC 9(08).
           05  CE-MANDATORY-FLAG        PIC X(01).
               88  CE-MANDATORY                VALUE 'Y'.
               88  CE-OPTIONAL                 VALUE 'N'.
