001900*   MODIFICATION HISTORY                                        *
002000*   ------------------------------------------------------------*
002100*   2026-09-02  DLM  Original program.                          *
002110*   2026-10-15  DLM  ROSTREC grew the effective window dates;   *
002120*                    FD record length only, no logic change.    *
002130*   2026-10-15  DLM  ROSTREC grew the plant code; FD record     *
002140*                    length only, no logic change.              *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. BADGEINQ.
005500     05  BD-EMPLOYEE-ID       PIC X(06).
005600     05  FILLER               PIC X(24).
005700 FD  EMPROST
005800     RECORD CONTAINS 46 CHARACTERS.
005900     COPY ROSTREC.
006000 FD  ROSTHIST
006100     RECORDING MODE IS F.
