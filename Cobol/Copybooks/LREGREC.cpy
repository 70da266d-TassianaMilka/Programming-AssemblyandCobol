      ******************************************************************
      *                                                                *
      *  LREGREC.CPY                                                  *
      *                                                                *
      *  The LOOPREG lot-number register.  Every range LOOPNUM        *
      *  issues is recorded here, keyed by plant and first number,    *
      *  with the run date, time, shift and the card's range number   *
      *  in that night's LOOPCTL.  LOOPNUM refuses a range that       *
      *  overlaps one already on the register, CTLEDIT fails the      *
      *  preflight for it, and LREGINQ shows who issued a given       *
      *  number and when.                                             *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  LG-REGISTER-RECORD.
           05  LG-REGISTER-KEY.
               10  LG-PLANT-CODE        PIC X(02).
               10  LG-RANGE-START       PIC 9(05).
           05  LG-RANGE-END             PIC 9(05).
           05  LG-RUN-DATE              PIC 9(08).
           05  LG-ISSUE-TIME            PIC 9(06).
           05  LG-SHIFT-CODE            PIC X(01).
           05  LG-RANGE-NUMBER          PIC 9(03).
           05  FILLER                   PIC X(10).
