000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : RPTSAVE                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   End-of-night report retention step.  Every nightly report   *
001000*   member is DISP=OLD and rewritten the next night, so an      *
001100*   auditor asking for the band report from three weeks ago     *
001200*   used to get nothing.  This step reads the RPTRETN           *
001300*   retention cards (one per report DD name, with the number    *
001400*   of days to keep it) and copies each named report, line for  *
001500*   line, onto the keyed RPTARCH archive under tonight's run    *
001600*   date.  A rerun on the same date replaces that date's copy   *
001700*   rather than doubling it.  RPTPURGE ages the archive out     *
001800*   against the same cards and RPTRPRT reprints from it.        *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RPTSAVE.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RPTRETN ASSIGN TO "RPTRETN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CTL-STATUS.
003600     SELECT RPTIN ASSIGN TO WS-RPT-DSN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RPTIN-STATUS.
003900     SELECT RPTARCH ASSIGN TO "RPTARCH"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RA-ARCHIVE-KEY
004300         FILE STATUS IS WS-ARCH-STATUS.
004400     SELECT RUNLOG ASSIGN TO "RUNLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RUNLOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RPTRETN
005000     RECORDING MODE IS F.
005100 01  RT-CONTROL-CARD.
005200     05  RT-REPORT-NAME       PIC X(08).
005300     05  RT-RETAIN-DAYS       PIC 9(04).
005400     05  FILLER               PIC X(18).
005500 FD  RPTIN
005600     RECORDING MODE IS F.
005700 01  RI-REPORT-LINE           PIC X(80).
005800 FD  RPTARCH
005900     RECORD CONTAINS 102 CHARACTERS.
006000     COPY RARCREC.
006100 FD  RUNLOG
006200     RECORDING MODE IS F.
006300     COPY RUNREC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-CTL-STATUS            PIC X(02).
006600     88  WS-CTL-OK                   VALUE "00".
006700 01  WS-RPTIN-STATUS          PIC X(02).
006800     88  WS-RPTIN-OK                 VALUE "00".
006900 01  WS-ARCH-STATUS           PIC X(02).
007000     88  WS-ARCH-OK                  VALUE "00".
007100 01  WS-RPT-DSN               PIC X(08).
007200 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
007300     88  WS-END-OF-CTL               VALUE "Y".
007400 01  WS-END-OF-RPT-SW         PIC X(01).
007500     88  WS-END-OF-RPT               VALUE "Y".
007600 01  WS-END-OF-ARCH-SW        PIC X(01).
007700     88  WS-END-OF-ARCH              VALUE "Y".
007800 01  WS-RPT-CNT               PIC 9(03) VALUE 0 COMP.
007900 01  WS-RPT-MAX               PIC 9(03) VALUE 30 COMP.
008000 01  WS-RPT-SUB               PIC 9(03) VALUE 0 COMP.
008100 01  WS-RUN-DATE              PIC 9(08).
008200 01  WS-LINE-SEQ              PIC 9(06).
008300 01  WS-SAVED-REPORTS         PIC 9(03) VALUE 0 COMP.
008400 01  WS-SAVED-LINES           PIC 9(07) VALUE 0 COMP.
008500 01  WS-REPLACED-LINES        PIC 9(07) VALUE 0 COMP.
008600 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
008700 01  WS-RPT-TABLE.
008800     05  WS-RPT-ENTRY OCCURS 30 TIMES.
008900         10  WS-RP-NAME           PIC X(08).
009000 01  WS-RUNLOG-STATUS         PIC X(02).
009100 01  WS-RUN-TYPE              PIC X(01).
009200 01  WS-RUN-RECORDS           PIC 9(07).
009300 01  WS-RUN-STAMP-DATE        PIC 9(08).
009400 01  WS-RUN-STAMP-TIME.
009500     05  WS-RUN-HHMMSS        PIC 9(06).
009600     05  FILLER               PIC 9(02).
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE
010000         THRU 1000-EXIT.
010100     PERFORM 2000-SAVE-ONE-REPORT
010200         THRU 2000-EXIT
010300         UNTIL WS-RPT-SUB >= WS-RPT-CNT.
010400     PERFORM 8000-FINALIZE
010500         THRU 8000-EXIT.
010600     STOP RUN.
010700 1000-INITIALIZE.
010800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010900     MOVE "S" TO WS-RUN-TYPE.
011000     MOVE 0 TO WS-RUN-RECORDS.
011100     PERFORM 9100-WRITE-RUN-RECORD
011200         THRU 9100-EXIT.
011300     OPEN INPUT RPTRETN.
011400     IF NOT WS-CTL-OK
011500         DISPLAY "RPTSAVE - UNABLE TO OPEN RPTRETN, STATUS="
011600             WS-CTL-STATUS
011700         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011900     END-IF.
012000     PERFORM 1100-LOAD-ONE-CARD
012100         THRU 1100-EXIT
012200         UNTIL WS-END-OF-CTL.
012300     CLOSE RPTRETN.
012400     IF WS-RPT-CNT = 0
012500         DISPLAY "RPTSAVE - NO REPORT CARDS ON RPTRETN"
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF.
012900     OPEN I-O RPTARCH.
013000     IF WS-ARCH-STATUS = "35"
013100         OPEN OUTPUT RPTARCH
013200         CLOSE RPTARCH
013300         OPEN I-O RPTARCH
013400     END-IF.
013500     IF NOT WS-ARCH-OK
013600         DISPLAY "RPTSAVE - UNABLE TO OPEN RPTARCH, STATUS="
013700             WS-ARCH-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         STOP RUN
014000     END-IF.
014100 1000-EXIT.
014200     EXIT.
014300 1100-LOAD-ONE-CARD.
014400     READ RPTRETN
014500         AT END
014600             SET WS-END-OF-CTL TO TRUE
014700             GO TO 1100-EXIT
014800     END-READ.
014900     IF RT-REPORT-NAME = SPACES
015000         GO TO 1100-EXIT
015100     END-IF.
015200     IF WS-RPT-CNT >= WS-RPT-MAX
015300         DISPLAY "RPTSAVE - MORE THAN 30 REPORT CARDS, "
015400             RT-REPORT-NAME " NOT SAVED"
015500         GO TO 1100-EXIT
015600     END-IF.
015700     ADD 1 TO WS-RPT-CNT.
015800     MOVE RT-REPORT-NAME TO WS-RP-NAME (WS-RPT-CNT).
015900 1100-EXIT.
016000     EXIT.
016100 2000-SAVE-ONE-REPORT.
016200     ADD 1 TO WS-RPT-SUB.
016300     PERFORM 2100-CLEAR-PRIOR-COPY
016400         THRU 2100-EXIT.
016500     MOVE WS-RP-NAME (WS-RPT-SUB) TO WS-RPT-DSN.
016600     MOVE "N" TO WS-END-OF-RPT-SW.
016700     OPEN INPUT RPTIN.
016800     IF NOT WS-RPTIN-OK
016900         DISPLAY "RPTSAVE - " WS-RPT-DSN
017000             " NOT PRODUCED THIS NIGHT, NOTHING SAVED"
017100         GO TO 2000-EXIT
017200     END-IF.
017300     MOVE 0 TO WS-LINE-SEQ.
017400     PERFORM 2200-SAVE-ONE-LINE
017500         THRU 2200-EXIT
017600         UNTIL WS-END-OF-RPT.
017700     CLOSE RPTIN.
017800     IF WS-LINE-SEQ = 0
017900         DISPLAY "RPTSAVE - " WS-RPT-DSN
018000             " EMPTY THIS NIGHT, NOTHING SAVED"
018100     ELSE
018200         ADD 1 TO WS-SAVED-REPORTS
018300     END-IF.
018400 2000-EXIT.
018500     EXIT.
019100 2100-CLEAR-PRIOR-COPY.
019200     MOVE WS-RP-NAME (WS-RPT-SUB) TO RA-REPORT-NAME.
019300     MOVE WS-RUN-DATE TO RA-RUN-DATE.
019400     MOVE 0 TO RA-LINE-SEQ.
019500     MOVE "N" TO WS-END-OF-ARCH-SW.
019600     START RPTARCH KEY NOT < RA-ARCHIVE-KEY
019700         INVALID KEY
019800             GO TO 2100-EXIT
019900     END-START.
020000     PERFORM 2110-CLEAR-ONE-LINE
020100         THRU 2110-EXIT
020200         UNTIL WS-END-OF-ARCH.
020300 2100-EXIT.
020400     EXIT.
020500 2110-CLEAR-ONE-LINE.
020600     READ RPTARCH NEXT RECORD
020700         AT END
020800             SET WS-END-OF-ARCH TO TRUE
020900             GO TO 2110-EXIT
021000     END-READ.
021100     IF RA-REPORT-NAME NOT = WS-RP-NAME (WS-RPT-SUB)
021200         OR RA-RUN-DATE NOT = WS-RUN-DATE
021300             SET WS-END-OF-ARCH TO TRUE
021400             GO TO 2110-EXIT
021500     END-IF.
021600     DELETE RPTARCH RECORD
021700         INVALID KEY
021800             SET WS-END-OF-ARCH TO TRUE
021900             GO TO 2110-EXIT
022000     END-DELETE.
022100     ADD 1 TO WS-REPLACED-LINES.
022200 2110-EXIT.
022300     EXIT.
022400 2200-SAVE-ONE-LINE.
022500     READ RPTIN
022600         AT END
022700             SET WS-END-OF-RPT TO TRUE
022800             GO TO 2200-EXIT
022900     END-READ.
023000     ADD 1 TO WS-LINE-SEQ.
023100     MOVE WS-RP-NAME (WS-RPT-SUB) TO RA-REPORT-NAME.
023200     MOVE WS-RUN-DATE TO RA-RUN-DATE.
023300     MOVE WS-LINE-SEQ TO RA-LINE-SEQ.
023400     MOVE RI-REPORT-LINE TO RA-REPORT-LINE.
023500     WRITE RA-ARCHIVE-RECORD
023600         INVALID KEY
023700             DISPLAY "RPTSAVE - UNABLE TO SAVE " RA-REPORT-NAME
023800                 " LINE " RA-LINE-SEQ ", STATUS="
023900                 WS-ARCH-STATUS
024000             GO TO 2200-EXIT
024100     END-WRITE.
024200     ADD 1 TO WS-SAVED-LINES.
024300 2200-EXIT.
024400     EXIT.
024500 8000-FINALIZE.
024600     CLOSE RPTARCH.
024700     MOVE WS-SAVED-REPORTS TO WS-COUNT-EDIT.
024800     DISPLAY "RPTSAVE - REPORTS SAVED:        " WS-COUNT-EDIT.
024900     MOVE WS-SAVED-LINES TO WS-COUNT-EDIT.
025000     DISPLAY "RPTSAVE - LINES SAVED:          " WS-COUNT-EDIT.
025100     MOVE WS-REPLACED-LINES TO WS-COUNT-EDIT.
025200     DISPLAY "RPTSAVE - EARLIER LINES REPLACED: " WS-COUNT-EDIT.
025300     MOVE "E" TO WS-RUN-TYPE.
025400     MOVE WS-SAVED-LINES TO WS-RUN-RECORDS.
025500     PERFORM 9100-WRITE-RUN-RECORD
025600         THRU 9100-EXIT.
025700 8000-EXIT.
025800     EXIT.
025900 9100-WRITE-RUN-RECORD.
026000     OPEN EXTEND RUNLOG.
026100     IF WS-RUNLOG-STATUS NOT = "00"
026200         OPEN OUTPUT RUNLOG
026300     END-IF.
026400     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
026500     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
026600     MOVE "RPTSAVE  " TO RL-PROGRAM-ID.
026700     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
026800     MOVE SPACE TO RL-SHIFT-CODE.
026900     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
027000     MOVE WS-RUN-HHMMSS TO RL-TIME.
027100     MOVE WS-RUN-RECORDS TO RL-RECORDS.
027200     MOVE RETURN-CODE TO RL-RETURN-CODE.
027300     WRITE RL-RUN-RECORD.
027400     CLOSE RUNLOG.
027500 9100-EXIT.
027600     EXIT.
