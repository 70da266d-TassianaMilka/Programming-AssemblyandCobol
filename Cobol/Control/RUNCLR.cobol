002300*                    run-history file before RUNLOG is          *
002400*                    truncated, so RUNTRND can trend step       *
002500*                    durations and volumes night over night.    *
002510*   2026-10-15  DLM  When STNPARM names a plant, the cleared    *
002520*                    RUNLOG starts with a 'P' plant marker      *
002530*                    record, so RUNDASH and RUNTRND can tell    *
002540*                    one plant's night from another's when the  *
002550*                    logs are concatenated or saved to RUNHIST. *
002560*                    No STNPARM, or a blank plant, writes no    *
002570*                    marker -- a single-plant log is unchanged. *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. RUNCLR.
003900     SELECT RUNHIST ASSIGN TO "RUNHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-HIST-STATUS.
004110     SELECT STNPARM ASSIGN TO "STNPARM"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-PARM-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RUNLOG
004800     RECORDING MODE IS F.
004900     COPY RUNREC
005000         REPLACING LEADING ==RL-== BY ==RX-==.
005010 FD  STNPARM
005020     RECORDING MODE IS F.
005030     COPY PARMREC.
005100 WORKING-STORAGE SECTION.
005200 01  WS-RUNLOG-STATUS         PIC X(02).
005300     88  WS-RUNLOG-OK                VALUE "00".
005700     88  WS-END-OF-LOG               VALUE "Y".
005800 01  WS-SAVED-COUNT           PIC 9(07) VALUE 0 COMP.
005900 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
005910 01  WS-PARM-STATUS           PIC X(02).
005920     88  WS-PARM-OK                  VALUE "00".
005930 01  WS-RUN-STAMP-TIME.
005940     05  WS-RUN-HHMMSS        PIC 9(06).
005950     05  FILLER               PIC 9(02).
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
006200     PERFORM 1000-SAVE-HISTORY
006700             WS-RUNLOG-STATUS
006800         MOVE 16 TO RETURN-CODE
006900     END-IF.
006910     IF WS-RUNLOG-OK
006920         PERFORM 2000-WRITE-PLANT-MARKER
006930             THRU 2000-EXIT
006940     END-IF.
007000     CLOSE RUNLOG.
007100     MOVE WS-SAVED-COUNT TO WS-COUNT-EDIT.
007200     DISPLAY "RUNCLR - RECORDS SAVED TO RUNHIST: "
009800     ADD 1 TO WS-SAVED-COUNT.
009900 1100-EXIT.
010000     EXIT.
010010 2000-WRITE-PLANT-MARKER.
010020     MOVE SPACES TO PM-PARM-RECORD.
010030     OPEN INPUT STNPARM.
010040     IF NOT WS-PARM-OK
010050         GO TO 2000-EXIT
010060     END-IF.
010070     READ STNPARM
010080         AT END
010090             MOVE SPACES TO PM-PARM-RECORD
010100     END-READ.
010110     CLOSE STNPARM.
010120     IF PM-PLANT-CODE = SPACES
010130         GO TO 2000-EXIT
010140     END-IF.
010150     MOVE SPACES TO RL-RUN-RECORD.
010160     MOVE "RUNCLR" TO RL-PROGRAM-ID.
010170     SET RL-PLANT-RECORD TO TRUE.
010180     MOVE PM-SHIFT-CODE TO RL-SHIFT-CODE.
010190     ACCEPT RL-DATE FROM DATE YYYYMMDD.
010200     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
010210     MOVE WS-RUN-HHMMSS TO RL-TIME.
010220     MOVE 0 TO RL-RECORDS.
010230     MOVE 0 TO RL-RETURN-CODE.
010240     MOVE PM-PLANT-CODE TO RL-PLANT-CODE.
010250     WRITE RL-RUN-RECORD.
010260     DISPLAY "RUNCLR - RUNLOG MARKED FOR PLANT " PM-PLANT-CODE.
010270 2000-EXIT.
010280     EXIT.
