      ******************************************************************
      *                                                                *
      *  HRSTREC.CPY                                                  *
      *                                                                *
      *  One employee on corporate HR's employee status extract.      *
      *  HRRECN sorts the extract by employee ID and matches it       *
      *  against EMPROST.  HS-TERM-DATE is the employee's last day    *
      *  of employment on a terminated record; blank or zero when     *
      *  HR did not supply one.                                       *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  HS-STATUS-RECORD.
           05  HS-EMPLOYEE-ID           PIC X(06).
           05  HS-EMPLOYEE-NAME         PIC X(20).
           05  HS-SHIFT-CODE            PIC X(01).
           05  HS-STATUS-CODE           PIC X(01).
               88  HS-ACTIVE                   VALUE 'A'.
               88  HS-ON-LEAVE                 VALUE 'L'.
               88  HS-TERMINATED               VALUE 'T'.
           05  HS-TERM-DATE             PIC X(08).
           05  HS-TERM-DATE-N REDEFINES HS-TERM-DATE
                                        PIC 9(08).
           05  HS-PLANT-CODE            PIC X(02).
           05  FILLER                   PIC X(12).
