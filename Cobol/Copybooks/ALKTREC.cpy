      ******************************************************************
      *                                                                *
      *  ALKTREC.CPY                                                  *
      *                                                                *
      *  One supervisor acknowledgment processed by ALRTACK: the      *
      *  alert identifier from the ALERTS listing, the supervisor's   *
      *  ID (checked against the MAINTAUT deck for ALRTACK action K), *
      *  when the alert was dealt with (YYYYMMDDHHMMSS; blank means   *
      *  when ALRTACK runs), the disposition -- A adjusted,           *
      *  R recalibrated, F false alarm -- and a free comment.         *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  AT-ACK-TRANS.
           05  AT-ALERT-ID              PIC X(15).
           05  AT-SUPERVISOR-ID         PIC X(06).
           05  AT-ACK-TS                PIC X(14).
           05  AT-ACK-TS-R REDEFINES AT-ACK-TS.
               10  AT-ACK-DATE          PIC 9(08).
               10  AT-ACK-TIME          PIC 9(06).
           05  AT-DISPOSITION           PIC X(01).
               88  AT-ADJUSTED                 VALUE 'A'.
               88  AT-RECALIBRATED             VALUE 'R'.
               88  AT-FALSE-ALARM              VALUE 'F'.
           05  AT-COMMENT               PIC X(30).
           05  FILLER                   PIC X(14).
