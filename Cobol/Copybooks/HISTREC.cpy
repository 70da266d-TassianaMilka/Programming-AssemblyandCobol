      *                   YYYYMM00 and shift code 'M'.  Readers that  *
      *                   work at day grain (BANDTRND) skip the 'M'   *
      *                   records.                                    *
      *  2026-10-15  DLM  Added the rejects by reason code -- NN US   *
      *                   SD OV OB TS OP SO, in RCYREC reason order   *
      *                   -- so the monthly scorecard can show why a  *
      *                   station is losing yield, not just that it   *
      *                   is.  Records written before the change read *
      *                   with the reason counts blank; readers test  *
      *                   them NUMERIC before using them.             *
      *  2026-10-15  DLM  Added the plant code to the key, after the  *
      *                   run date, so each plant's night keeps its   *
      *                   own TOTAL records.  Record grew 98 to 100.  *
      *                                                                *
      ******************************************************************
       01  HH-HISTORY-RECORD.
           05  HH-HIST-KEY.
               10  HH-RUN-DATE          PIC 9(08).
               10  HH-PLANT-CODE        PIC X(02).
               10  HH-SHIFT-CODE        PIC X(01).
               10  HH-STATION-ID        PIC X(05).
           05  HH-PROCESSED             PIC 9(07).
           05  HH-IN-BAND               PIC 9(07).
           05  HH-OUT-BAND              PIC 9(07).
           05  HH-REJECTED              PIC 9(07).
           05  HH-REASON-COUNTS.
               10  HH-RSN-NN            PIC 9(07).
               10  HH-RSN-US            PIC 9(07).
               10  HH-RSN-SD            PIC 9(07).
               10  HH-RSN-OV            PIC 9(07).
               10  HH-RSN-OB            PIC 9(07).
               10  HH-RSN-TS            PIC 9(07).
               10  HH-RSN-OP            PIC 9(07).
               10  HH-RSN-SO            PIC 9(07).
           05  HH-REASON-TABLE REDEFINES HH-REASON-COUNTS.
               10  HH-RSN-COUNT         PIC 9(07) OCCURS 8 TIMES.
