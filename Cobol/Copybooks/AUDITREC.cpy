      *                   blank; readers treat blank as "reason and   *
      *                   run date unknown" so the years of existing  *
      *                   records stay readable alongside the new.    *
      *  2026-10-15  DLM  Appended the supervisor ID, the clock time  *
      *                   replaced and the supervisor's reason for    *
      *                   PUNCHFIX missed-punch corrections, written  *
      *                   with decision CORRECT.  Blank on every      *
      *                   access decision STOPNAME logs.              *
      *                                                                *
      ******************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-DECISION              PIC X(07).
           05  AU-DENIAL-REASON         PIC X(14).
           05  AU-RUN-DATE              PIC 9(08).
           05  AU-SUPERVISOR-ID         PIC X(06).
           05  AU-PRIOR-TS              PIC X(14).
           05  AU-CORRECT-REASON        PIC X(30).
