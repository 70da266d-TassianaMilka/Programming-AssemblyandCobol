      ******************************************************************
      *                                                                *
      *  ALRGREC.CPY                                                  *
      *                                                                *
      *  The ALRTREG alert register, keyed by the alert identifier    *
      *  IFANDELSE stamps on every ALERTS line (run date, plant and   *
      *  sequence).  ALRTAGE registers each night's critical, serious *
      *  and silent alerts with the time the alert opened -- the      *
      *  reading's timestamp, or the time registered for a silent     *
      *  station -- and ages the open ones.  ALRTACK records the      *
      *  supervisor's acknowledgment on it: who, when, and the        *
      *  disposition (adjusted, recalibrated or false alarm).         *
      *  RG-ESCALATED-DATE is the night a critical alert first went   *
      *  onto the dashboard for being unacknowledged past the limit.  *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  RG-ALERT-RECORD.
           05  RG-ALERT-ID.
               10  RG-ID-DATE           PIC X(08).
               10  RG-ID-PLANT          PIC X(02).
               10  RG-ID-SEQ            PIC X(05).
           05  RG-STATION-ID            PIC X(05).
           05  RG-ALERT-TS              PIC X(14).
           05  RG-SEVERITY              PIC X(08).
               88  RG-CRITICAL                 VALUE 'CRITICAL'.
               88  RG-SERIOUS                  VALUE 'SERIOUS '.
               88  RG-SILENT                   VALUE 'SILENT  '.
           05  RG-SHIFT-CODE            PIC X(01).
           05  RG-DETAIL                PIC X(30).
           05  RG-OPENED-DATE           PIC 9(08).
           05  RG-OPENED-TIME           PIC 9(06).
           05  RG-ACK-STATUS            PIC X(01).
               88  RG-OPEN                     VALUE ' '.
               88  RG-ACKNOWLEDGED             VALUE 'A'.
           05  RG-SUPERVISOR-ID         PIC X(06).
           05  RG-SUPERVISOR-NAME       PIC X(20).
           05  RG-ACK-DATE              PIC 9(08).
           05  RG-ACK-TIME              PIC 9(06).
           05  RG-DISPOSITION           PIC X(01).
               88  RG-ADJUSTED                 VALUE 'A'.
               88  RG-RECALIBRATED             VALUE 'R'.
               88  RG-FALSE-ALARM              VALUE 'F'.
           05  RG-ACK-COMMENT           PIC X(30).
           05  RG-ESCALATED-DATE        PIC 9(08).
           05  FILLER                   PIC X(33).
