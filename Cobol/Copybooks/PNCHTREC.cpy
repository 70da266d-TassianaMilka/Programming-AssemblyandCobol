      ******************************************************************
      *                                                                *
      *  PNCHTREC.CPY                                                 *
      *                                                                *
      *  One supervisor missed-punch correction processed by          *
      *  PUNCHFIX.  Employee ID plus work date (the date of the       *
      *  pair's clock-in) identify the CLOCKPRD pair; the action      *
      *  says whether the corrected time replaces the clock-in or     *
      *  supplies/replaces the clock-out.  The corrected time is a    *
      *  full YYYYMMDDHHMMSS stamp so an overnight clock-out can      *
      *  fall on the following day.  The supervisor's own badge and   *
      *  a reason are required -- both go to AUDITLOG.                *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  PT-PUNCH-TRANS.
           05  PT-EMPLOYEE-ID           PIC X(06).
           05  PT-WORK-DATE             PIC 9(08).
           05  PT-ACTION-CODE           PIC X(02).
               88  PT-FIX-CLOCK-IN             VALUE 'CI'.
               88  PT-FIX-CLOCK-OUT            VALUE 'CO'.
           05  PT-CORRECTED-TS          PIC X(14).
           05  PT-SUPERVISOR-ID         PIC X(06).
           05  PT-REASON                PIC X(30).
