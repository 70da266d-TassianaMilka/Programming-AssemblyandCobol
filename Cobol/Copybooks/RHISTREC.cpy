      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-08-22  DLM  Original layout.                            *
      *  2026-10-15  DLM  EMPROST grew the start/end effective dates. *
      *                   The first 28 bytes of each image stay where *
      *                   they were; the dates follow as the before   *
      *                   and after windows, so records written       *
      *                   before the change read with blank windows.  *
      *  2026-10-15  DLM  EMPROST grew the plant code; it follows the *
      *                   windows as the before and after plant.      *
      *                                                                *
      ******************************************************************
       01  RH-HISTORY-RECORD.
           05  RH-RUN-TIME              PIC 9(06).
           05  RH-BEFORE-IMAGE          PIC X(28).
           05  RH-AFTER-IMAGE           PIC X(28).
           05  RH-BEFORE-WINDOW         PIC X(16).
           05  RH-AFTER-WINDOW          PIC X(16).
           05  RH-BEFORE-PLANT          PIC X(02).
           05  RH-AFTER-PLANT           PIC X(02).
