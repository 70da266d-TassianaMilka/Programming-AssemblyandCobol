      ******************************************************************
      *                                                                *
      *  MLOGREC.CPY                                                  *
      *                                                                *
      *  One record of MAINTLOG, the common maintenance action log.   *
      *  ROSTMAINT, STNMAINT and CALMAINT append one for every        *
      *  transaction they read -- who asked for it, which program     *
      *  and action, what it touched (employee ID, station ID, or     *
      *  plant and calendar date), when, and what became of it:       *
      *  applied, queued for a later effective date, rejected by      *
      *  the edits, or refused because the requester holds no         *
      *  authority for it.  MAINTRPT reads it for the internal        *
      *  control review.                                              *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *  2026-10-15  DLM  Program ID is 9 bytes, as on RUNREC, so     *
      *                   ROSTMAINT fits; FILLER gave up the byte.    *
      *                                                                *
      ******************************************************************
       01  ML-LOG-RECORD.
           05  ML-REQUESTER-ID          PIC X(06).
           05  ML-REQUESTER-NAME        PIC X(20).
           05  ML-PROGRAM-ID            PIC X(09).
           05  ML-ACTION-CODE           PIC X(01).
           05  ML-ENTITY-KEY            PIC X(10).
           05  ML-RUN-DATE              PIC 9(08).
           05  ML-RUN-TIME              PIC 9(06).
           05  ML-DISPOSITION           PIC X(01).
               88  ML-APPLIED                  VALUE 'A'.
               88  ML-QUEUED                   VALUE 'Q'.
               88  ML-REJECTED                 VALUE 'R'.
               88  ML-UNAUTHORIZED             VALUE 'U'.
           05  ML-REASON                PIC X(30).
           05  FILLER                   PIC X(09).
