      *                                                                *
      *  CALREC.CPY                                                   *
      *                                                                *
      *  Plant calendar master record.  Keyed by CA-CAL-KEY, the      *
      *  plant code plus the date (10 bytes); a blank plant code is   *
      *  the entry for every plant that has none of its own for that  *
      *  date.  One record per plant and date that is anything other  *
      *  than a normal production day -- planned line shutdowns and   *
      *  holidays -- plus which shifts run.  IFANDELSE suppresses its *
      *  volume expectations on down days and PAYEXTR flags           *
      *  premium-pay dates from this file, so payroll stops           *
      *  hand-adjusting holiday shifts.  CALMAINT is the only program *
      *  that should ever write to it; CALLIST prints it.             *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-09-02  DLM  Original layout.                            *
      *  2026-10-15  DLM  Each plant keeps its own calendar: the key  *
      *                   is now plant code plus date.  Blank plant   *
      *                   is the single-plant calendar.  Record grew  *
      *                   12 to 14.                                   *
      *  2026-10-15  DLM  Blank plant is the all-plants entry:        *
      *                   readers try the plant's own date first,     *
      *                   then the blank-plant one.                   *
      *                                                                *
      ******************************************************************
       01  CA-CALENDAR-RECORD.
           05  CA-CAL-KEY.
               10  CA-PLANT-CODE        PIC X(02).
               10  CA-CAL-DATE          PIC 9(08).
           05  CA-DAY-TYPE              PIC X(01).
               88  CA-PRODUCTION-DAY           VALUE 'P'.
               88  CA-DOWN-DAY                 VALUE 'D'.
