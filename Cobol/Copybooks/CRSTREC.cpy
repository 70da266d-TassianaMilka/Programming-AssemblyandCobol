      ******************************************************************
      *                                                                *
      *  CRSTREC.CPY                                                  *
      *                                                                *
      *  The CLOCKRST checkpoint record STOPNAME's clock sweep writes *
      *  every PM-CHECKPOINT-INT entries (and after every badge       *
      *  lockout) and clears after a clean sweep: the CLOCKSRT        *
      *  position, the sweep date, the record counts already on       *
      *  AUDITLOG, the shift logs, CLOCKPRD, ATTEXRPT and SECALERT,   *
      *  and the current employee's open clock-in and denial tally    *
      *  with the attempts saved for the security alert.  A rerun     *
      *  resumes from it without posting an audit record twice,       *
      *  rewriting a log line, or counting a denial twice.            *
      *  CKPTUTIL prints, sanity-checks and clears it.                *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  CS-RESTART-LINE.
           05  CS-RECORD-NO         PIC 9(07).
           05  CS-SWEEP-DATE        PIC 9(08).
           05  CS-AUDIT-BASE        PIC 9(07).
           05  CS-AUDIT-COUNT       PIC 9(07).
           05  CS-CLOG1-COUNT       PIC 9(07).
           05  CS-CLOG2-COUNT       PIC 9(07).
           05  CS-CLOG3-COUNT       PIC 9(07).
           05  CS-EXCEPT-COUNT      PIC 9(07).
           05  CS-PAIR-COUNT        PIC 9(07).
           05  CS-ALERT-COUNT       PIC 9(07).
           05  CS-LOCKOUT-COUNT     PIC 9(05).
           05  CS-CURR-EMP          PIC X(06).
           05  CS-CI-OPEN-SW        PIC X(01).
               88  CS-CI-OPEN              VALUE 'Y'.
           05  CS-OPEN-CI-TS        PIC X(14).
           05  CS-OPEN-NAME         PIC X(20).
           05  CS-OPEN-SHIFT        PIC X(01).
           05  CS-EMP-DENY-COUNT    PIC 9(03).
           05  CS-EMP-SAVED         PIC 9(02).
           05  CS-DN-ATTEMPT OCCURS 8 TIMES.
               10  CS-DN-TS         PIC X(14).
               10  CS-DN-REASON     PIC X(14).
