      ******************************************************************
      *                                                                *
      *  RDGHREC.CPY                                                  *
      *                                                                *
      *  Reading-level detail history.  IFANDELSE's nightly band      *
      *  check writes one record to the keyed RDGHIST file for every  *
      *  reading it decides -- band-checked or rejected -- with the   *
      *  NUM1/NUM2 as read, the result, the band limits in force and  *
      *  where they came from, the disposition, and the severity it   *
      *  was graded at.  Keyed by station, reading timestamp and run  *
      *  date, so a reading recycled and re-checked on a later night  *
      *  keeps both decisions.  RDGARCH moves run dates older than its*
      *  cutoff to a dated archive; RDGINQ lists one station's        *
      *  readings over a timestamp range from the live file and any   *
      *  archives.                                                    *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  RD-DETAIL-RECORD.
           05  RD-DETAIL-KEY.
               10  RD-STATION-ID        PIC X(05).
               10  RD-TIMESTAMP         PIC X(14).
               10  RD-RUN-DATE          PIC 9(08).
           05  RD-PLANT-CODE            PIC X(02).
           05  RD-SHIFT-CODE            PIC X(01).
           05  RD-OPERATOR-ID           PIC X(06).
           05  RD-NUM1                  PIC X(04).
           05  RD-NUM2                  PIC X(04).
           05  RD-RESULT                PIC 9(05).
           05  RD-BAND-LOWER            PIC 9(05).
           05  RD-BAND-UPPER            PIC 9(05).
           05  RD-LIMIT-SRC             PIC X(01).
               88  RD-LIMITS-FROM-STATION      VALUE 'S'.
               88  RD-LIMITS-FROM-CARD         VALUE 'C'.
               88  RD-NOT-BAND-CHECKED         VALUE ' '.
           05  RD-DISP-CODE             PIC X(01).
               88  RD-IN-BAND                  VALUE 'I'.
               88  RD-OUT-OF-BAND              VALUE 'O'.
               88  RD-REJECTED                 VALUE 'R'.
           05  RD-SEVERITY-FLAG         PIC X(01).
               88  RD-SEV-NONE                 VALUE ' '.
               88  RD-SEV-MARGINAL             VALUE 'M'.
               88  RD-SEV-SERIOUS              VALUE 'S'.
               88  RD-SEV-CRITICAL             VALUE 'C'.
           05  RD-DEVIATION-PCT         PIC 9(03)V99.
           05  RD-REJECT-REASON         PIC X(20).
           05  FILLER                   PIC X(13).
