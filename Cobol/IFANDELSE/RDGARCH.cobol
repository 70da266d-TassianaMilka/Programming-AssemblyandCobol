000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : RDGARCH                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Archive and purge for the RDGHIST reading-detail history,   *
001000*   in the BANDARCH mold.  RDGHIST takes one record for every   *
001100*   reading the nightly band check decides, so it is the        *
001200*   fastest-growing file in the system.  This job reads the     *
001300*   live file, moves readings whose run date is older than the  *
001400*   RARCHCTL cutoff to the dated RDGARCH archive (same RDGHREC  *
001500*   layout, so RDGINQ can still list them), and writes the      *
001600*   recent readings unchanged to RDGHNEW, which the JCL swaps   *
001700*   in as the new live RDGHIST.  Nothing is summarised -- the   *
001800*   monthly station rollups stay on BANDHIST.                   *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RDGARCH.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RARCHCTL ASSIGN TO "RARCHCTL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CTL-STATUS.
003600     SELECT RDGHIST ASSIGN TO "RDGHIST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RD-DETAIL-KEY
004000         FILE STATUS IS WS-HIST-STATUS.
004100     SELECT RDGARCH ASSIGN TO "RDGARCH"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ARCH-STATUS.
004400     SELECT RDGHNEW ASSIGN TO "RDGHNEW"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS RN-DETAIL-KEY
004800         FILE STATUS IS WS-NEW-STATUS.
004900     SELECT RUNLOG ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RUNLOG-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RARCHCTL
005500     RECORDING MODE IS F.
005600 01  RC-CONTROL-CARD.
005700     05  RC-CUTOFF-DATE       PIC 9(08).
005800     05  FILLER               PIC X(22).
005900 FD  RDGHIST
006000     RECORD CONTAINS 100 CHARACTERS.
006100     COPY RDGHREC.
006200 FD  RDGARCH
006300     RECORDING MODE IS F.
006400     COPY RDGHREC
006500         REPLACING LEADING ==RD-== BY ==RX-==.
006600 FD  RDGHNEW
006700     RECORD CONTAINS 100 CHARACTERS.
006800     COPY RDGHREC
006900         REPLACING LEADING ==RD-== BY ==RN-==.
007000 FD  RUNLOG
007100     RECORDING MODE IS F.
007200     COPY RUNREC.
007300 WORKING-STORAGE SECTION.
007400 01  WS-CTL-STATUS            PIC X(02).
007500     88  WS-CTL-OK                   VALUE "00".
007600 01  WS-HIST-STATUS           PIC X(02).
007700     88  WS-HIST-OK                  VALUE "00".
007800 01  WS-ARCH-STATUS           PIC X(02).
007900     88  WS-ARCH-OK                  VALUE "00".
008000 01  WS-NEW-STATUS            PIC X(02).
008100     88  WS-NEW-OK                   VALUE "00".
008200 01  WS-END-OF-HIST-SW        PIC X(01) VALUE "N".
008300     88  WS-END-OF-HIST              VALUE "Y".
008400 01  WS-CUTOFF-DATE           PIC 9(08).
008500 01  WS-ARCHIVED-COUNT        PIC 9(07) VALUE 0 COMP.
008600 01  WS-KEPT-COUNT            PIC 9(07) VALUE 0 COMP.
008700 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
008800 01  WS-RUNLOG-STATUS         PIC X(02).
008900 01  WS-RUN-TYPE              PIC X(01).
009000 01  WS-RUN-RECORDS           PIC 9(07).
009100 01  WS-RUN-STAMP-DATE        PIC 9(08).
009200 01  WS-RUN-STAMP-TIME.
009300     05  WS-RUN-HHMMSS        PIC 9(06).
009400     05  FILLER               PIC 9(02).
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE
009800         THRU 1000-EXIT.
009900     PERFORM 2000-SPLIT-ONE-RECORD
010000         THRU 2000-EXIT
010100         UNTIL WS-END-OF-HIST.
010200     PERFORM 8000-FINALIZE
010300         THRU 8000-EXIT.
010400     STOP RUN.
010500 1000-INITIALIZE.
010600     OPEN INPUT RARCHCTL.
010700     IF NOT WS-CTL-OK
010800         DISPLAY "RDGARCH - UNABLE TO OPEN RARCHCTL, STATUS="
010900             WS-CTL-STATUS
011000         MOVE 16 TO RETURN-CODE
011100         STOP RUN
011200     END-IF.
011300     READ RARCHCTL
011400         AT END
011500             DISPLAY "RDGARCH - NO CUTOFF DATE ON RARCHCTL"
011600             MOVE 16 TO RETURN-CODE
011700             STOP RUN
011800     END-READ.
011900     CLOSE RARCHCTL.
012000     IF RC-CUTOFF-DATE IS NOT NUMERIC
012100         DISPLAY "RDGARCH - CUTOFF DATE NOT NUMERIC"
012200         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012400     END-IF.
012500     MOVE RC-CUTOFF-DATE TO WS-CUTOFF-DATE.
012600     MOVE "S" TO WS-RUN-TYPE.
012700     MOVE 0 TO WS-RUN-RECORDS.
012800     PERFORM 9100-WRITE-RUN-RECORD
012900         THRU 9100-EXIT.
013000     OPEN INPUT RDGHIST.
013100     IF NOT WS-HIST-OK
013200         DISPLAY "RDGARCH - UNABLE TO OPEN RDGHIST, STATUS="
013300             WS-HIST-STATUS
013400         MOVE 16 TO RETURN-CODE
013500         STOP RUN
013600     END-IF.
013700     OPEN OUTPUT RDGARCH.
013800     IF NOT WS-ARCH-OK
013900         DISPLAY "RDGARCH - UNABLE TO OPEN RDGARCH, STATUS="
014000             WS-ARCH-STATUS
014100         MOVE 16 TO RETURN-CODE
014200         STOP RUN
014300     END-IF.
014400     OPEN OUTPUT RDGHNEW.
014500     IF NOT WS-NEW-OK
014600         DISPLAY "RDGARCH - UNABLE TO OPEN RDGHNEW, STATUS="
014700             WS-NEW-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015100     PERFORM 2100-READ-HIST
015200         THRU 2100-EXIT.
015300 1000-EXIT.
015400     EXIT.
015500 2000-SPLIT-ONE-RECORD.
015600     IF RD-RUN-DATE < WS-CUTOFF-DATE
015700         MOVE RD-DETAIL-RECORD TO RX-DETAIL-RECORD
015800         WRITE RX-DETAIL-RECORD
015900         ADD 1 TO WS-ARCHIVED-COUNT
016000     ELSE
016100         MOVE RD-DETAIL-RECORD TO RN-DETAIL-RECORD
016200         WRITE RN-DETAIL-RECORD
016300             INVALID KEY
016400                 REWRITE RN-DETAIL-RECORD
016500         END-WRITE
016600         ADD 1 TO WS-KEPT-COUNT
016700     END-IF.
016800     PERFORM 2100-READ-HIST
016900         THRU 2100-EXIT.
017000 2000-EXIT.
017100     EXIT.
017200 2100-READ-HIST.
017300     READ RDGHIST
017400         AT END
017500             SET WS-END-OF-HIST TO TRUE
017600     END-READ.
017700 2100-EXIT.
017800     EXIT.
017900 8000-FINALIZE.
018000     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT.
018100     DISPLAY "RDGARCH - READINGS ARCHIVED: " WS-COUNT-EDIT.
018200     MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
018300     DISPLAY "RDGARCH - READINGS KEPT:     " WS-COUNT-EDIT.
018400     CLOSE RDGHIST RDGARCH RDGHNEW.
018500     MOVE "E" TO WS-RUN-TYPE.
018600     MOVE WS-ARCHIVED-COUNT TO WS-RUN-RECORDS.
018700     PERFORM 9100-WRITE-RUN-RECORD
018800         THRU 9100-EXIT.
018900 8000-EXIT.
019000     EXIT.
019100 9100-WRITE-RUN-RECORD.
019200     OPEN EXTEND RUNLOG.
019300     IF WS-RUNLOG-STATUS NOT = "00"
019400         OPEN OUTPUT RUNLOG
019500     END-IF.
019600     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
019700     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
019800     MOVE "RDGARCH  " TO RL-PROGRAM-ID.
019900     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
020000     MOVE SPACE TO RL-SHIFT-CODE.
020100     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
020200     MOVE WS-RUN-HHMMSS TO RL-TIME.
020300     MOVE WS-RUN-RECORDS TO RL-RECORDS.
020400     MOVE RETURN-CODE TO RL-RETURN-CODE.
020500     WRITE RL-RUN-RECORD.
020600     CLOSE RUNLOG.
020700 9100-EXIT.
020800     EXIT.
