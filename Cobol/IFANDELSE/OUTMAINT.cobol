000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : OUTMAINT                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Maintenance for the STNOUTG station outage file, in the     *
001000*   STNMAINT mold.  Reads maintenance transactions from OUTTRN  *
001100*   (one OUTTREC per action) and applies them to STNOUTG: book  *
001200*   a planned outage window for a station, change its end time  *
001300*   or reason, or cancel it.  Both timestamps are edited        *
001400*   through the shared TSCHECK module, the end must fall after  *
001500*   the start, a reason is required, and a new window must be   *
001600*   for a station that is on STNMAST -- IFANDELSE acts on this  *
001700*   file by suppressing the station's volume checks and         *
001800*   rejecting its readings, so a bad window is not harmless.    *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002210*   2026-10-15  DLM  STNMREC grew the target yield; FD          *
002220*                    record length only, no logic change.       *
002230*   2026-10-15  DLM  STNMREC grew the plant code; FD record     *
002240*                    length only, no logic change.              *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. OUTMAINT.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OUTTRN ASSIGN TO "OUTTRN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TRAN-STATUS.
003600     SELECT STNOUTG ASSIGN TO "STNOUTG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS OG-OUTAGE-KEY
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT STNMAST ASSIGN TO "STNMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SM-STATION-ID
004500         FILE STATUS IS WS-STNMAST-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OUTTRN
004900     RECORDING MODE IS F.
005000     COPY OUTTREC.
005100 FD  STNOUTG
005200     RECORD CONTAINS 63 CHARACTERS.
005300     COPY OUTGREC.
005400 FD  STNMAST
005500     RECORD CONTAINS 57 CHARACTERS.
005600     COPY STNMREC.
005700 WORKING-STORAGE SECTION.
005800 01  WS-TRAN-STATUS           PIC X(02).
005900     88  WS-TRAN-OK                  VALUE "00".
006000     88  WS-TRAN-EOF                 VALUE "10".
006100 01  WS-MASTER-STATUS         PIC X(02).
006200 01  WS-STNMAST-STATUS        PIC X(02).
006300     88  WS-STNMAST-OK               VALUE "00".
006400 01  WS-END-OF-TRAN-SW        PIC X(01) VALUE "N".
006500     88  WS-END-OF-TRAN              VALUE "Y".
006600 01  WS-EDIT-REASON           PIC X(30).
006700     COPY TSLINK.
006800 LINKAGE SECTION.
006900 PROCEDURE DIVISION.
007000 0000-MAINLINE.
007100     PERFORM 1000-INITIALIZE
007200         THRU 1000-EXIT.
007300     PERFORM 2000-PROCESS-ONE-TRAN
007400         THRU 2000-EXIT
007500         UNTIL WS-END-OF-TRAN.
007600     PERFORM 8000-FINALIZE
007700         THRU 8000-EXIT.
007800     STOP RUN.
007900 1000-INITIALIZE.
008000     OPEN INPUT OUTTRN.
008100     IF NOT WS-TRAN-OK
008200         DISPLAY "OUTMAINT - UNABLE TO OPEN OUTTRN, STATUS="
008300             WS-TRAN-STATUS
008400         MOVE 16 TO RETURN-CODE
008500         STOP RUN
008600     END-IF.
008700     OPEN INPUT STNMAST.
008800     IF NOT WS-STNMAST-OK
008900         DISPLAY "OUTMAINT - UNABLE TO OPEN STNMAST, STATUS="
009000             WS-STNMAST-STATUS
009100         MOVE 16 TO RETURN-CODE
009200         STOP RUN
009300     END-IF.
009400     OPEN I-O STNOUTG.
009500     IF WS-MASTER-STATUS = "35"
009600         OPEN OUTPUT STNOUTG
009700         CLOSE STNOUTG
009800         OPEN I-O STNOUTG
009900     END-IF.
010000     PERFORM 2100-READ-TRAN
010100         THRU 2100-EXIT.
010200 1000-EXIT.
010300     EXIT.
010400 2000-PROCESS-ONE-TRAN.
010500     PERFORM 2150-EDIT-TRAN
010600         THRU 2150-EXIT.
010700     IF WS-EDIT-REASON NOT = SPACES
010800         DISPLAY "OUTMAINT - TRANSACTION REJECTED FOR "
010900             OT-STATION-ID " " OT-START-TS " - "
011000             WS-EDIT-REASON
011100         GO TO 2000-READ-NEXT
011200     END-IF.
011300     EVALUATE TRUE
011400         WHEN OT-ADD-ACTION
011500             PERFORM 2200-ADD-OUTAGE-RECORD
011600                 THRU 2200-EXIT
011700         WHEN OT-CHANGE-ACTION
011800             PERFORM 2300-CHANGE-OUTAGE-RECORD
011900                 THRU 2300-EXIT
012000         WHEN OT-DELETE-ACTION
012100             PERFORM 2400-DELETE-OUTAGE-RECORD
012200                 THRU 2400-EXIT
012300         WHEN OTHER
012400             DISPLAY "OUTMAINT - INVALID ACTION CODE FOR "
012500                 OT-STATION-ID " " OT-START-TS
012600     END-EVALUATE.
012700 2000-READ-NEXT.
012800     PERFORM 2100-READ-TRAN
012900         THRU 2100-EXIT.
013000 2000-EXIT.
013100     EXIT.
013200 2100-READ-TRAN.
013300     READ OUTTRN
013400         AT END
013500             SET WS-END-OF-TRAN TO TRUE
013600     END-READ.
013700 2100-EXIT.
013800     EXIT.
013900 2150-EDIT-TRAN.
014000     MOVE SPACES TO WS-EDIT-REASON.
014100     MOVE OT-START-TS TO TS-TIMESTAMP.
014200     CALL "TSCHECK" USING TS-LINK-AREA.
014300     IF TS-INVALID
014400         STRING "START " TS-REJECT-REASON
014500             DELIMITED BY SIZE INTO WS-EDIT-REASON
014600         GO TO 2150-EXIT
014700     END-IF.
014800     IF OT-DELETE-ACTION
014900         GO TO 2150-EXIT
015000     END-IF.
015100     MOVE OT-END-TS TO TS-TIMESTAMP.
015200     CALL "TSCHECK" USING TS-LINK-AREA.
015300     IF TS-INVALID
015400         STRING "END " TS-REJECT-REASON
015500             DELIMITED BY SIZE INTO WS-EDIT-REASON
015600         GO TO 2150-EXIT
015700     END-IF.
015800     IF OT-END-TS NOT > OT-START-TS
015900         MOVE "END NOT AFTER START" TO WS-EDIT-REASON
016000         GO TO 2150-EXIT
016100     END-IF.
016200     IF OT-REASON = SPACES
016300         MOVE "OUTAGE REASON BLANK" TO WS-EDIT-REASON
016400         GO TO 2150-EXIT
016500     END-IF.
016600     IF OT-ADD-ACTION
016700         MOVE OT-STATION-ID TO SM-STATION-ID
016800         READ STNMAST
016900             INVALID KEY
017000                 MOVE "STATION NOT ON STNMAST"
017100                     TO WS-EDIT-REASON
017200         END-READ
017300     END-IF.
017400 2150-EXIT.
017500     EXIT.
017600 2200-ADD-OUTAGE-RECORD.
017700     MOVE OT-STATION-ID TO OG-STATION-ID.
017800     MOVE OT-START-TS TO OG-START-TS.
017900     MOVE OT-END-TS TO OG-END-TS.
018000     MOVE OT-REASON TO OG-REASON.
018100     WRITE OG-OUTAGE-RECORD
018200         INVALID KEY
018300             DISPLAY "OUTMAINT - DUPLICATE OUTAGE WINDOW "
018400                 OT-STATION-ID " " OT-START-TS
018500     END-WRITE.
018600 2200-EXIT.
018700     EXIT.
018800 2300-CHANGE-OUTAGE-RECORD.
018900     MOVE OT-STATION-ID TO OG-STATION-ID.
019000     MOVE OT-START-TS TO OG-START-TS.
019100     READ STNOUTG
019200         INVALID KEY
019300             DISPLAY "OUTMAINT - OUTAGE WINDOW NOT ON FILE "
019400                 OT-STATION-ID " " OT-START-TS
019500         NOT INVALID KEY
019600             MOVE OT-END-TS TO OG-END-TS
019700             MOVE OT-REASON TO OG-REASON
019800             REWRITE OG-OUTAGE-RECORD
019900     END-READ.
020000 2300-EXIT.
020100     EXIT.
020200 2400-DELETE-OUTAGE-RECORD.
020300     MOVE OT-STATION-ID TO OG-STATION-ID.
020400     MOVE OT-START-TS TO OG-START-TS.
020500     DELETE STNOUTG
020600         INVALID KEY
020700             DISPLAY "OUTMAINT - OUTAGE WINDOW NOT ON FILE "
020800                 OT-STATION-ID " " OT-START-TS
020900     END-DELETE.
021000 2400-EXIT.
021100     EXIT.
021200 8000-FINALIZE.
021300     CLOSE OUTTRN STNOUTG STNMAST.
021400 8000-EXIT.
021500     EXIT.
