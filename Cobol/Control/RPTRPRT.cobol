000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : RPTRPRT                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   On-request reprint from the RPTARCH dated report archive.   *
001000*   Each RPRTCTL card names a report DD (BANDRPT, REJECTS, ...) *
001100*   and a run date; the report as saved by RPTSAVE that night   *
001200*   is written to REPRINT line for line, behind a banner naming *
001300*   the report, the run date and the line count.  A report or   *
001400*   date not on the archive (never saved, or already purged by  *
001500*   RPTPURGE) prints a NOT ON FILE banner instead -- RPTINDEX   *
001600*   lists what is on file.  Several cards stack into one         *
001700*   REPRINT, in card order.                                     *
001800*                                                                *
001900*   MODIFICATION HISTORY                                        *
002000*   ------------------------------------------------------------*
002100*   2026-10-15  DLM  Original program.                          *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RPTRPRT.
002500 AUTHOR. D. L. MERCER.
002600 INSTALLATION. QC SHIFT OPERATIONS.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPRTCTL ASSIGN TO "RPRTCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CTL-STATUS.
003500     SELECT RPTARCH ASSIGN TO "RPTARCH"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RA-ARCHIVE-KEY
003900         FILE STATUS IS WS-ARCH-STATUS.
004000     SELECT REPRINT ASSIGN TO "REPRINT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPRINT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RPRTCTL
004600     RECORDING MODE IS F.
004700 01  RQ-CONTROL-CARD.
004800     05  RQ-REPORT-NAME       PIC X(08).
004900     05  RQ-RUN-DATE          PIC 9(08).
005000     05  FILLER               PIC X(14).
005100 FD  RPTARCH
005200     RECORD CONTAINS 102 CHARACTERS.
005300     COPY RARCREC.
005400 FD  REPRINT
005500     RECORDING MODE IS F.
005600 01  RP-REPRINT-LINE          PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 01  WS-CTL-STATUS            PIC X(02).
005900     88  WS-CTL-OK                   VALUE "00".
006000 01  WS-ARCH-STATUS           PIC X(02).
006100     88  WS-ARCH-OK                  VALUE "00".
006200 01  WS-REPRINT-STATUS        PIC X(02).
006300     88  WS-REPRINT-OK               VALUE "00".
006400 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
006500     88  WS-END-OF-CTL               VALUE "Y".
006600 01  WS-END-OF-ARCH-SW        PIC X(01).
006700     88  WS-END-OF-ARCH              VALUE "Y".
006800 01  WS-BANNER-LINE           PIC X(80) VALUE ALL "*".
006900 01  WS-LINE-COUNT            PIC 9(07) VALUE 0 COMP.
007000 01  WS-CARD-COUNT            PIC 9(05) VALUE 0 COMP.
007100 01  WS-FOUND-COUNT           PIC 9(05) VALUE 0 COMP.
007200 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
007300 PROCEDURE DIVISION.
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE
007600         THRU 1000-EXIT.
007700     PERFORM 2000-PROCESS-ONE-CARD
007800         THRU 2000-EXIT
007900         UNTIL WS-END-OF-CTL.
008000     PERFORM 8000-FINALIZE
008100         THRU 8000-EXIT.
008200     STOP RUN.
008300 1000-INITIALIZE.
008400     OPEN INPUT RPRTCTL.
008500     IF NOT WS-CTL-OK
008600         DISPLAY "RPTRPRT - UNABLE TO OPEN RPRTCTL, STATUS="
008700             WS-CTL-STATUS
008800         MOVE 16 TO RETURN-CODE
008900         STOP RUN
009000     END-IF.
009100     OPEN INPUT RPTARCH.
009200     IF NOT WS-ARCH-OK
009300         DISPLAY "RPTRPRT - UNABLE TO OPEN RPTARCH, STATUS="
009400             WS-ARCH-STATUS
009500         MOVE 16 TO RETURN-CODE
009600         STOP RUN
009700     END-IF.
009800     OPEN OUTPUT REPRINT.
009900     IF NOT WS-REPRINT-OK
010000         DISPLAY "RPTRPRT - UNABLE TO OPEN REPRINT, STATUS="
010100             WS-REPRINT-STATUS
010200         MOVE 16 TO RETURN-CODE
010300         STOP RUN
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700 2000-PROCESS-ONE-CARD.
010800     READ RPRTCTL
010900         AT END
011000             SET WS-END-OF-CTL TO TRUE
011100             GO TO 2000-EXIT
011200     END-READ.
011300     IF RQ-REPORT-NAME = SPACES
011400         GO TO 2000-EXIT
011500     END-IF.
011600     ADD 1 TO WS-CARD-COUNT.
011700     IF RQ-RUN-DATE IS NOT NUMERIC
011800         DISPLAY "RPTRPRT - RUN DATE NOT NUMERIC FOR "
011900             RQ-REPORT-NAME ", CARD IGNORED"
012000         GO TO 2000-EXIT
012100     END-IF.
012200     PERFORM 2100-COUNT-LINES
012300         THRU 2100-EXIT.
012400     PERFORM 2300-WRITE-BANNER
012500         THRU 2300-EXIT.
012600     IF WS-LINE-COUNT = 0
012700         GO TO 2000-EXIT
012800     END-IF.
012900     ADD 1 TO WS-FOUND-COUNT.
013000     PERFORM 2200-POSITION-REPORT
013100         THRU 2200-EXIT.
013200     PERFORM 2400-COPY-ONE-LINE
013300         THRU 2400-EXIT
013400         UNTIL WS-END-OF-ARCH.
013500 2000-EXIT.
013600     EXIT.
013700 2100-COUNT-LINES.
013800     MOVE 0 TO WS-LINE-COUNT.
013900     PERFORM 2200-POSITION-REPORT
014000         THRU 2200-EXIT.
014100     PERFORM 2110-COUNT-ONE-LINE
014200         THRU 2110-EXIT
014300         UNTIL WS-END-OF-ARCH.
014400 2100-EXIT.
014500     EXIT.
014600 2110-COUNT-ONE-LINE.
014700     PERFORM 2210-READ-ARCHIVE
014800         THRU 2210-EXIT.
014900     IF NOT WS-END-OF-ARCH
015000         ADD 1 TO WS-LINE-COUNT
015100     END-IF.
015200 2110-EXIT.
015300     EXIT.
015400 2200-POSITION-REPORT.
015500     MOVE "N" TO WS-END-OF-ARCH-SW.
015600     MOVE RQ-REPORT-NAME TO RA-REPORT-NAME.
015700     MOVE RQ-RUN-DATE TO RA-RUN-DATE.
015800     MOVE 0 TO RA-LINE-SEQ.
015900     START RPTARCH KEY NOT < RA-ARCHIVE-KEY
016000         INVALID KEY
016100             SET WS-END-OF-ARCH TO TRUE
016200     END-START.
016300 2200-EXIT.
016400     EXIT.
016500 2210-READ-ARCHIVE.
016600     READ RPTARCH NEXT RECORD
016700         AT END
016800             SET WS-END-OF-ARCH TO TRUE
016900             GO TO 2210-EXIT
017000     END-READ.
017100     IF RA-REPORT-NAME NOT = RQ-REPORT-NAME
017200         OR RA-RUN-DATE NOT = RQ-RUN-DATE
017300             SET WS-END-OF-ARCH TO TRUE
017400     END-IF.
017500 2210-EXIT.
017600     EXIT.
017700 2300-WRITE-BANNER.
017800     MOVE WS-BANNER-LINE TO RP-REPRINT-LINE.
017900     WRITE RP-REPRINT-LINE.
018000     MOVE SPACES TO RP-REPRINT-LINE.
018100     IF WS-LINE-COUNT = 0
018200         STRING "*  REPRINT " RQ-REPORT-NAME
018300             "  RUN DATE " RQ-RUN-DATE
018400             "  ** NOT ON FILE"
018500             DELIMITED BY SIZE INTO RP-REPRINT-LINE
018600     ELSE
018700         MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
018800         STRING "*  REPRINT " RQ-REPORT-NAME
018900             "  RUN DATE " RQ-RUN-DATE
019000             "  " WS-COUNT-EDIT " LINES"
019100             DELIMITED BY SIZE INTO RP-REPRINT-LINE
019200     END-IF.
019300     WRITE RP-REPRINT-LINE.
019400     MOVE WS-BANNER-LINE TO RP-REPRINT-LINE.
019500     WRITE RP-REPRINT-LINE.
019600 2300-EXIT.
019700     EXIT.
019800 2400-COPY-ONE-LINE.
019900     PERFORM 2210-READ-ARCHIVE
020000         THRU 2210-EXIT.
020100     IF WS-END-OF-ARCH
020200         GO TO 2400-EXIT
020300     END-IF.
020400     MOVE RA-REPORT-LINE TO RP-REPRINT-LINE.
020500     WRITE RP-REPRINT-LINE.
020600 2400-EXIT.
020700     EXIT.
020800 8000-FINALIZE.
020900     CLOSE RPRTCTL RPTARCH REPRINT.
021000     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
021100     DISPLAY "RPTRPRT - REPRINTS REQUESTED: " WS-COUNT-EDIT.
021200     MOVE WS-FOUND-COUNT TO WS-COUNT-EDIT.
021300     DISPLAY "RPTRPRT - REPRINTS PRODUCED:  " WS-COUNT-EDIT.
021400     IF WS-FOUND-COUNT < WS-CARD-COUNT
021500         MOVE 4 TO RETURN-CODE
021600     END-IF.
021700 8000-EXIT.
021800     EXIT.
