002100*   MODIFICATION HISTORY                                        *
002200*   ------------------------------------------------------------*
002300*   2026-09-02  DLM  Original program.                          *
002310*   2026-10-15  DLM  EMPROST grew the start/end effective       *
002320*                    dates.  The replay rebuilds them from the  *
002330*                    after-window on ROSTHIST; a change logged  *
002340*                    before the dates existed rebuilds as an    *
002350*                    open window (start zero, end 99999999).    *
002360*   2026-10-15  DLM  The rebuilt record takes its plant code    *
002370*                    from ROSTHIST's after plant.  ROSTREC is   *
002380*                    46 bytes.                                  *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ROSTRBLD.
006200     RECORDING MODE IS F.
006300     COPY RHISTREC.
006400 FD  ROSTBASE
006500     RECORD CONTAINS 46 CHARACTERS.
006600     COPY ROSTREC
006700         REPLACING LEADING ==RO-== BY ==RB-==.
006800 FD  EMPROST
006900     RECORD CONTAINS 46 CHARACTERS.
007000     COPY ROSTREC.
007100 FD  RBLDRPT
007200     RECORDING MODE IS F.
018400         GO TO 2000-READ-NEXT
018500     END-IF.
018600     MOVE RH-AFTER-IMAGE TO RB-ROSTER-RECORD.
018610     MOVE RH-AFTER-WINDOW TO RB-ROSTER-RECORD (29:16).
018620     IF RB-START-DATE IS NOT NUMERIC
018630         MOVE 0 TO RB-START-DATE
018640     END-IF.
018650     IF RB-END-DATE IS NOT NUMERIC
018660         MOVE 99999999 TO RB-END-DATE
018670     END-IF.
018680     MOVE RH-AFTER-PLANT TO RB-PLANT-CODE.
018700     PERFORM 2200-PUT-REBUILT-RECORD
018800         THRU 2200-EXIT.
018900     ADD 1 TO WS-APPLIED-COUNT.
