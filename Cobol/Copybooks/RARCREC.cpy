      ******************************************************************
      *                                                                *
      *  RARCREC.CPY                                                  *
      *                                                                *
      *  Dated report archive record.  The nightly report members     *
      *  are truncated and rewritten every run; RPTSAVE copies each   *
      *  night's reports line for line into the keyed RPTARCH file    *
      *  under the report's DD name and the run date, so that any     *
      *  night still inside its retention period can be reprinted     *
      *  exactly as it came off the printer.  RPTPURGE drops dates    *
      *  older than each report's RPTRETN retention days and prints   *
      *  the index of dates on file; RPTRPRT reprints one report for  *
      *  one run date.                                                *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  RA-ARCHIVE-RECORD.
           05  RA-ARCHIVE-KEY.
               10  RA-REPORT-NAME       PIC X(08).
               10  RA-RUN-DATE          PIC 9(08).
               10  RA-LINE-SEQ          PIC 9(06).
           05  RA-REPORT-LINE           PIC X(80).
