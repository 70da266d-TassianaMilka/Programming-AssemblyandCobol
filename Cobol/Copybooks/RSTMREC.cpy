      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-02-09  DLM  Original layout.                            *
      *  2026-10-15  DLM  Added the effective date.  Blank means      *
      *                   apply now.  An add starts the employee's    *
      *                   window on it, a deactivate ends the window  *
      *                   the day before it, and a change dated in    *
      *                   the future is queued on ROSTPEND until the  *
      *                   date arrives.  ROSTPEND uses this layout.   *
      *  2026-10-15  DLM  Added the employee's plant code.            *
      *  2026-10-15  DLM  Added the requester ID -- who asked for the *
      *                   change.  ROSTMAINT checks it against the    *
      *                   MAINTAUT authority deck and refuses a       *
      *                   requester's change to their own record.     *
      *                                                                *
      ******************************************************************
       01  RM-MAINT-TRANS.
           05  RM-EMPLOYEE-NAME         PIC X(20).
           05  RM-SHIFT-CODE            PIC X(01).
           05  RM-AUTH-FLAG             PIC X(01).
           05  RM-EFFECTIVE-DATE        PIC X(08).
           05  RM-EFFECTIVE-DATE-N REDEFINES RM-EFFECTIVE-DATE
                                        PIC 9(08).
           05  RM-PLANT-CODE            PIC X(02).
           05  RM-REQUESTER-ID          PIC X(06).
