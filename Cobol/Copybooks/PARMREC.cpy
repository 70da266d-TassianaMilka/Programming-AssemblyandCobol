      *                   date inside which a reading's timestamp is  *
      *                   accepted by the band check.  Blank or       *
      *                   non-numeric defaults to 1 in IFANDELSE.     *
      *  2026-10-15  DLM  Carved PM-DRIFT-TREND and PM-DRIFT-SIDE out  *
      *                   of the filler -- the run lengths at which   *
      *                   IFANDELSE flags a station as drifting (that *
      *                   many readings in a row rising or falling,   *
      *                   or on one side of the band midpoint).       *
      *                   Blank, or outside 2-20, defaults to 6 and 9.*
      *  2026-10-15  DLM  Carved PM-PLANT-CODE out of the filler --   *
      *                   the plant this run of the chain is for.     *
      *                   Programs skip stations, employees and       *
      *                   calendar days of other plants.  Blank runs  *
      *                   as a single-plant installation.             *
      *  2026-10-15  DLM  Added PM-MODE-PREVIEW ('P') -- IFANDELSE's  *
      *                   intraday preview of the current shift's     *
      *                   readings.  Only the preview report and      *
      *                   alert listing are written; nothing          *
      *                   nightly is touched.                         *
      *  2026-10-15  DLM  Carved PM-ESCALATE-HRS out of the filler -- *
      *                   the hours a critical alert may stay         *
      *                   unacknowledged before ALRTAGE escalates it  *
      *                   onto the dashboard.  Blank, zero or         *
      *                   non-numeric defaults to 8.                  *
      *                                                                *
      ******************************************************************
       01  PM-PARM-RECORD.
           05  PM-MODE-FLAG             PIC X(01).
               88  PM-MODE-BATCH               VALUE 'B'.
               88  PM-MODE-INTERACTIVE         VALUE 'I'.
               88  PM-MODE-PREVIEW             VALUE 'P'.
           05  PM-LOOP-START            PIC 9(05).
           05  PM-LOOP-END              PIC 9(05).
           05  PM-CHECKPOINT-INT        PIC 9(05).
           05  PM-EXPECTED-VOLUME       PIC 9(07).
           05  PM-DENIAL-LIMIT          PIC 9(03).
           05  PM-DATE-WINDOW           PIC 9(03).
           05  PM-DRIFT-TREND           PIC 9(02).
           05  PM-DRIFT-SIDE            PIC 9(02).
           05  PM-PLANT-CODE            PIC X(02).
           05  PM-ESCALATE-HRS          PIC 9(03).
           05  FILLER                   PIC X(05).
