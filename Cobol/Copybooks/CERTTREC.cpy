      ******************************************************************
      *                                                                *
      *  CERTTREC.CPY                                                 *
      *                                                                *
      *  One certification maintenance transaction processed by       *
      *  CERTMAINT: record a new certification for an employee,       *
      *  change it (typically a renewal -- new issue and expiry       *
      *  dates), or delete one recorded in error.  Employee ID plus   *
      *  certification code identify the record; dates are YYYYMMDD. *
      *  A blank mandatory flag records the certification as         *
      *  mandatory.                                                   *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  CN-MAINT-TRANS.
           05  CN-ACTION-CODE           PIC X(01).
               88  CN-ADD-ACTION               VALUE 'A'.
               88  CN-CHANGE-ACTION            VALUE 'C'.
               88  CN-DELETE-ACTION            VALUE 'D'.
           05  CN-EMPLOYEE-ID           PIC X(06).
           05  CN-CERT-CODE             PIC X(04).
           05  CN-DESCRIPTION           PIC X(20).
           05  CN-ISSUE-DATE            PIC 9(08).
           05  CN-EXPIRY-DATE           PIC 9(08).
           05  CN-MANDATORY-FLAG        PIC X(01).
