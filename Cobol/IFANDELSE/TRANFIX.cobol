004405*   2026-09-02  DLM  Start and end run-control records now go   *
004406*                    to the common RUNLOG file for the RUNDASH   *
004407*                    dashboard and the RUNTRND trend.            *
004408*   2026-10-15  DLM  Readings now carry the operator badge.  The *
004409*                    badge rides the backlog with the rest of    *
004410*                    the reading and is written back out on the  *
004411*                    corrected reading; FIXCARD grew an optional *
004412*                    replacement badge so an 'OP' reject (badge  *
004413*                    missing, unknown, or not clocked in) can be *
004414*                    corrected like any other.  The TRANFIXD     *
004415*                    trailer is padded to the longer record.     *
004425*   2026-10-15  DLM  STNMREC grew the target yield; FD           *
004435*                    record length only, no logic change.        *
004438*   2026-10-15  DLM  STNMREC grew the plant code; FD record      *
004441*                    length only, no logic change.               *
004445******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. TRANFIX.
004700 AUTHOR. D. L. MERCER.
008430     05  FX-NUM1              PIC X(04).
008440     05  FX-NUM2              PIC X(04).
008450     05  FX-NEW-TIMESTAMP     PIC X(14).
008460     05  FX-NEW-OPERATOR      PIC X(06).
008600 FD  RECYCLE
008700     RECORDING MODE IS F.
008800     COPY RCYREC.
010220     RECORDING MODE IS F.
010230 01  FR-REJECT-LINE           PIC X(80).
010240 FD  STNMAST
010250     RECORD CONTAINS 57 CHARACTERS.
010260     COPY STNMREC.
010262 FD  RUNLOG
010264     RECORDING MODE IS F.
015000     05  WS-FT-RECORD-COUNT   PIC 9(07).
015100     05  WS-FT-HASH-TOTAL     PIC 9(09).
015200     05  FILLER               PIC X(06) VALUE "CORRCT".
015250     05  FILLER               PIC X(06) VALUE SPACES.
015300 01  WS-WORK-RECYCLE.
015400     05  WS-WR-STATION        PIC X(05).
015500     05  WS-WR-TIMESTAMP      PIC X(14).
016300         88  WS-WR-OUTSTANDING       VALUE "O".
016400         88  WS-WR-PENDING           VALUE "P".
016500         88  WS-WR-ESCAL             VALUE "E".
016550     05  WS-WR-OPERATOR       PIC X(06).
016600 01  WS-FIX-TABLE.
016700     05  WS-FIX-ENTRY OCCURS 200 TIMES.
016800         10  WS-FIX-STATION       PIC X(05).
017000         10  WS-FIX-NUM1          PIC X(04).
017100         10  WS-FIX-NUM2          PIC X(04).
017110         10  WS-FIX-NEW-TS        PIC X(14).
017120         10  WS-FIX-NEW-OP        PIC X(06).
017200         10  WS-FIX-USED-SW       PIC X(01).
017300             88  WS-FIX-USED             VALUE 'Y'.
017400 01  WS-BKLG-TABLE.
018500             88  WS-BL-OUTSTANDING       VALUE "O".
018600             88  WS-BL-PENDING           VALUE "P".
018700             88  WS-BL-ESCAL             VALUE "E".
018750         10  WS-BL-OPERATOR       PIC X(06).
018800         10  WS-BL-CONSUMED-SW    PIC X(01).
018900             88  WS-BL-CONSUMED          VALUE "Y".
018910     COPY TSLINK.
027900     MOVE FX-NUM1 TO WS-FIX-NUM1 (WS-FIX-SUB).
028000     MOVE FX-NUM2 TO WS-FIX-NUM2 (WS-FIX-SUB).
028010     MOVE FX-NEW-TIMESTAMP TO WS-FIX-NEW-TS (WS-FIX-SUB).
028020     MOVE FX-NEW-OPERATOR TO WS-FIX-NEW-OP (WS-FIX-SUB).
028100     MOVE "N" TO WS-FIX-USED-SW (WS-FIX-SUB).
028200 1100-EXIT.
028300     EXIT.
032200     MOVE RB-NIGHTS-WAITING TO WS-BL-NIGHTS (WS-BKLG-SUB).
032300     MOVE RB-TRIP-COUNT TO WS-BL-TRIPS (WS-BKLG-SUB).
032400     MOVE RB-BACKLOG-STATUS TO WS-BL-STATUS (WS-BKLG-SUB).
032450     MOVE RB-OPERATOR-ID TO WS-BL-OPERATOR (WS-BKLG-SUB).
032500     MOVE "N" TO WS-BL-CONSUMED-SW (WS-BKLG-SUB).
032600 1210-EXIT.
032700     EXIT.
043340     END-IF.
043400     MOVE WS-FIX-NUM1 (WS-MATCH-SUB) TO TR-NUM1.
043500     MOVE WS-FIX-NUM2 (WS-MATCH-SUB) TO TR-NUM2.
043510     IF WS-FIX-NEW-OP (WS-MATCH-SUB) = SPACES
043520         MOVE WS-WR-OPERATOR TO TR-OPERATOR-ID
043530     ELSE
043540         MOVE WS-FIX-NEW-OP (WS-MATCH-SUB) TO TR-OPERATOR-ID
043550         MOVE WS-FIX-NEW-OP (WS-MATCH-SUB) TO WS-WR-OPERATOR
043560     END-IF.
043600     WRITE TR-TRANS-RECORD.
043700     IF TR-NUM1 IS NUMERIC
043800         AND TR-NUM2 IS NUMERIC
047300     MOVE WS-BL-NIGHTS (WS-BKLG-SUB) TO WS-WR-NIGHTS.
047400     MOVE WS-BL-TRIPS (WS-BKLG-SUB) TO WS-WR-TRIPS.
047500     MOVE WS-BL-STATUS (WS-BKLG-SUB) TO WS-WR-STATUS.
047550     MOVE WS-BL-OPERATOR (WS-BKLG-SUB) TO WS-WR-OPERATOR.
047600     IF WS-WR-ESCAL
047700         PERFORM 2500-ESCALATE-RECORD
047800             THRU 2500-EXIT
050600     MOVE WS-WR-NIGHTS TO RN-NIGHTS-WAITING.
050700     MOVE WS-WR-TRIPS TO RN-TRIP-COUNT.
050800     MOVE WS-WR-STATUS TO RN-BACKLOG-STATUS.
050850     MOVE WS-WR-OPERATOR TO RN-OPERATOR-ID.
050900     WRITE RN-RECYCLE-RECORD.
051000     IF NOT WS-WR-PENDING
051100         ADD 1 TO WS-OUTSTANDING-COUNT
