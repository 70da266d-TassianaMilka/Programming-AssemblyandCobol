      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-09-02  DLM  Original layout.                            *
      *  2026-10-15  DLM  Added the plant code whose calendar the     *
      *                   transaction maintains.                      *
      *  2026-10-15  DLM  Added the requester ID, checked by CALMAINT *
      *                   against the MAINTAUT authority deck.        *
      *                                                                *
      ******************************************************************
       01  CT-MAINT-TRANS.
           05  CT-SHIFT-1-RUNS          PIC X(01).
           05  CT-SHIFT-2-RUNS          PIC X(01).
           05  CT-SHIFT-3-RUNS          PIC X(01).
           05  CT-PLANT-CODE            PIC X(02).
           05  CT-REQUESTER-ID          PIC X(06).
