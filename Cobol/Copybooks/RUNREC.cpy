      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-08-22  DLM  Original layout.                            *
      *  2026-10-15  DLM  Added the 'P' plant marker record.  RUNCLR  *
      *                   writes one at the head of each cleared log  *
      *                   naming the plant in RL-PLANT-CODE; every    *
      *                   record after it belongs to that plant, so   *
      *                   per-plant logs concatenate into one         *
      *                   combined dashboard.  RL-PLANT-CODE is       *
      *                   meaningful only on the marker.              *
      *  2026-10-15  DLM  Added the 'A' escalated-alert record.       *
      *                   ALRTAGE writes one for each critical alert  *
      *                   left unacknowledged past PM-ESCALATE-HRS;   *
      *                   the date-through-plant area is redefined    *
      *                   as the alert identifier, station and hours  *
      *                   open, and RL-SHIFT-CODE is the alert's      *
      *                   shift.  RUNDASH prints them under the plant;*
      *                   RUNTRND passes over them.                   *
      *                                                                *
      ******************************************************************
       01  RL-RUN-RECORD.
           05  RL-RECORD-TYPE           PIC X(01).
               88  RL-START-RECORD             VALUE 'S'.
               88  RL-END-RECORD               VALUE 'E'.
               88  RL-PLANT-RECORD             VALUE 'P'.
               88  RL-ALERT-RECORD             VALUE 'A'.
           05  RL-SHIFT-CODE            PIC X(01).
           05  RL-RUN-DATA.
               10  RL-DATE              PIC 9(08).
               10  RL-TIME              PIC 9(06).
               10  RL-RECORDS           PIC 9(07).
               10  RL-RETURN-CODE       PIC 9(02).
               10  RL-PLANT-CODE        PIC X(02).
           05  RL-ALERT-DATA REDEFINES RL-RUN-DATA.
               10  RL-ALERT-ID          PIC X(15).
               10  RL-ALERT-STATION     PIC X(05).
               10  RL-ALERT-HOURS       PIC 9(05).
