      *                   active station that sent nothing (or fell   *
      *                   materially short) against this.  Zero       *
      *                   means no expectation is enforced.           *
      *  2026-10-15  DLM  Added the station's target yield -- in-band *
      *                   readings as a percentage of readings        *
      *                   processed, one implied decimal (0985 is     *
      *                   98.5%).  STNSCORE ranks stations against    *
      *                   it monthly.  Zero means no target is set.   *
      *  2026-10-15  DLM  Added the plant the station belongs to.     *
      *                   Station IDs stay unique across plants; a    *
      *                   plant's NIGHTLY run checks only its own     *
      *                   stations.  Blank means the station belongs  *
      *                   to every run (single-plant installation).   *
      *                                                                *
      ******************************************************************
       01  SM-STATION-RECORD.
           05  SM-BAND-LOWER            PIC 9(05).
           05  SM-BAND-UPPER            PIC 9(05).
           05  SM-EXPECTED-VOLUME       PIC 9(07).
           05  SM-TARGET-YIELD          PIC 9(03)V9(01).
           05  SM-PLANT-CODE            PIC X(02).
