001500*   MODIFICATION HISTORY                                        *
001600*   ------------------------------------------------------------*
001700*   2026-09-02  DLM  Original program.                          *
001710*   2026-10-15  DLM  PLANTCAL is keyed by plant and date, so    *
001720*                    the listing runs plant by plant and each   *
001730*                    line shows its plant code.                 *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. CALLIST.
002800     SELECT PLANTCAL ASSIGN TO "PLANTCAL"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS CA-CAL-KEY
003200         FILE STATUS IS WS-CAL-STATUS.
003300     SELECT CALRPT ASSIGN TO "CALRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PLANTCAL
003900     RECORD CONTAINS 14 CHARACTERS.
004000     COPY CALREC.
004100 FD  CALRPT
004200     RECORDING MODE IS F.
009800             MOVE "PRODUCTION" TO WS-DAY-TYPE-WORD
009900     END-EVALUATE.
010000     MOVE SPACES TO CR-REPORT-LINE.
010010     STRING "  " CA-PLANT-CODE " " CA-CAL-DATE
010020         " " WS-DAY-TYPE-WORD
010200         "  SHIFTS 1=" CA-SHIFT-1-RUNS
010300         " 2=" CA-SHIFT-2-RUNS
010400         " 3=" CA-SHIFT-3-RUNS
