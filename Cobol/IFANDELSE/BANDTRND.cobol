002042*   2026-09-02  DLM  Start and end run-control records now go   *
002044*                    to the common RUNLOG file for the RUNDASH   *
002046*                    dashboard and the RUNTRND trend.            *
002056*   2026-10-15  DLM  HISTREC grew the rejects by reason code;    *
002066*                    FD record length only, no logic change --   *
002076*                    the trend still prints the four counts.     *
002084*   2026-10-15  DLM  HISTREC grew the plant code; FD record      *
002092*                    length only, no logic change.               *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BANDTRND.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  BANDHIST
004200     RECORD CONTAINS 100 CHARACTERS.
004300     COPY HISTREC.
004400 FD  TRNDRPT
004500     RECORDING MODE IS F.
