002050*                    records read with the new fields blank --  *
002060*                    they match only when the reason filter is  *
002070*                    blank too, and list with no reason/date.   *
002080*   2026-10-15  DLM  PUNCHFIX missed-punch corrections (the     *
002085*                    CORRECT decision) print a second line      *
002087*                    naming the supervisor, the clock time      *
002090*                    replaced and the reason given.             *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. AUDINQ.
015540         " " AU-RUN-DATE
015600         DELIMITED BY SIZE INTO AQ-REPORT-LINE.
015700     WRITE AQ-REPORT-LINE.
015710     IF AU-DECISION = "CORRECT"
015720         MOVE SPACES TO AQ-REPORT-LINE
015730         STRING "       BY " AU-SUPERVISOR-ID
015740             " WAS " AU-PRIOR-TS
015750             " " AU-CORRECT-REASON
015760             DELIMITED BY SIZE INTO AQ-REPORT-LINE
015770         WRITE AQ-REPORT-LINE
015780     END-IF.
015800 2000-READ-NEXT.
015900     PERFORM 2100-READ-AUDIT
016000         THRU 2100-EXIT.
