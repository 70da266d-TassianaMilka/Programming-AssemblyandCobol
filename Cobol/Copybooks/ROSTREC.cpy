      *                   -- set by STOP-NAME when one badge racks up *
      *                   repeated denials in a single sweep, cleared *
      *                   by HR through a ROSTMAINT change.            *
      *  2026-10-15  DLM  Added the effective window.  STOP-NAME      *
      *                   grants only on or after RO-START-DATE and   *
      *                   on or before RO-END-DATE; zero start means  *
      *                   no start limit, 99999999 (or zero) end      *
      *                   means open-ended.  Record grew 28 to 44.    *
      *  2026-10-15  DLM  Added the plant the employee badges in at.  *
      *                   STOP-NAME running for one plant denies a    *
      *                   badge belonging to another as OTHER PLANT.  *
      *                   Blank means any plant.  Record grew 44 to   *
      *                   46.                                         *
      *                                                                *
      ******************************************************************
       01  RO-ROSTER-RECORD.
               88  RO-AUTHORIZED               VALUE 'Y'.
               88  RO-NOT-AUTHORIZED           VALUE 'N'.
               88  RO-LOCKED                   VALUE 'L'.
           05  RO-START-DATE            PIC 9(08).
           05  RO-END-DATE              PIC 9(08).
               88  RO-OPEN-ENDED               VALUE 0 99999999.
           05  RO-PLANT-CODE            PIC X(02).
