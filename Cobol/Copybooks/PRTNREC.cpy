      ******************************************************************
      *                                                                *
      *  PRTNREC.CPY                                                  *
      *                                                                *
      *  One record of the PAYRTN return file payroll sends back for  *
      *  a PAYXMIT transmission.  An 'H' header carries the week-     *
      *  ending date of the transmission it answers, their load date  *
      *  and the number of employees they loaded; one 'D' detail per  *
      *  employee received says whether the employee loaded ('L') or  *
      *  was rejected ('R') with payroll's reject code and reason.    *
      *  PAYRECN reconciles it against the transmission as sent.      *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  PR-RETURN-RECORD.
           05  PR-RECORD-TYPE           PIC X(01).
               88  PR-HEADER-RECORD            VALUE 'H'.
               88  PR-DETAIL-RECORD            VALUE 'D'.
           05  PR-HEADER-DATA.
               10  PR-WEEK-END-DATE     PIC 9(08).
               10  PR-LOAD-DATE         PIC 9(08).
               10  PR-LOADED-COUNT      PIC 9(07).
               10  FILLER               PIC X(27).
           05  PR-DETAIL-DATA REDEFINES PR-HEADER-DATA.
               10  PR-EMPLOYEE-ID       PIC X(06).
               10  PR-LOAD-FLAG         PIC X(01).
                   88  PR-LOADED               VALUE 'L'.
                   88  PR-REJECTED             VALUE 'R'.
               10  PR-REJECT-CODE       PIC X(04).
               10  PR-REJECT-REASON     PIC X(30).
               10  FILLER               PIC X(09).
