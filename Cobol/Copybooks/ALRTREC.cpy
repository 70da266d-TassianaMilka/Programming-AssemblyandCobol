      ******************************************************************
      *                                                                *
      *  ALRTREC.CPY                                                  *
      *                                                                *
      *  One line of the ALERTS file IFANDELSE's batch mode writes    *
      *  for the shift supervisor: a critical or serious out-of-band  *
      *  reading, or an active station that sent nothing all night.   *
      *  The line still prints as it stands, but every field sits in  *
      *  a fixed column so HANDOVR can pick each shift's alerts out   *
      *  of the file for the shift handover report.  A silent-station *
      *  line has no timestamp or shift -- the station was silent     *
      *  for the whole night.                                         *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *  2026-10-15  DLM  AL-ALERT-ID -- each line now carries the    *
      *                   alert's identifier: the run date, the plant *
      *                   and the sequence of the alert in the night. *
      *                   ALRTAGE registers it on ALRTREG, where      *
      *                   ALRTACK records the supervisor's response.  *
      *                   AL-DETAIL is cut to 30 and the shift label  *
      *                   to two bytes to keep the line at 80 columns.*
      *                   Preview lines have no identifier.           *
      *                                                                *
      ******************************************************************
       01  AL-ALERT-LINE.
           05  AL-STATION-ID            PIC X(05).
           05  FILLER                   PIC X(01).
           05  AL-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(01).
           05  AL-SEVERITY              PIC X(08).
               88  AL-CRITICAL                 VALUE 'CRITICAL'.
               88  AL-SERIOUS                  VALUE 'SERIOUS '.
               88  AL-SILENT                   VALUE 'SILENT  '.
           05  FILLER                   PIC X(01).
           05  AL-SHIFT-LABEL           PIC X(02).
           05  AL-SHIFT-CODE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  AL-DETAIL                PIC X(30).
           05  FILLER                   PIC X(01).
           05  AL-ALERT-ID.
               10  AL-ID-DATE           PIC X(08).
               10  AL-ID-PLANT          PIC X(02).
               10  AL-ID-SEQ            PIC X(05).
