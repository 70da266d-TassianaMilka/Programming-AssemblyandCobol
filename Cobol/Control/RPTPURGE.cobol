000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : RPTPURGE                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Ages the RPTARCH dated report archive that RPTSAVE builds.  *
001000*   Each RPTRETN card names a report DD and the number of days  *
001100*   its dated copies are kept; every archived night older than  *
001200*   run date minus that many days is deleted.  A report on the  *
001300*   archive with no card (or a card whose days are zero or not  *
001400*   numeric) is never purged -- losing a night an auditor may   *
001500*   ask for is worse than keeping one too long.  The pass then  *
001600*   prints the RPTINDEX index: for each report, every run date  *
001700*   still on file with its line count, so the answer to "do we  *
001800*   still have it" is one page and not a reprint attempt.       *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RPTPURGE.
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
003600     SELECT RPTARCH ASSIGN TO "RPTARCH"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RA-ARCHIVE-KEY
004000         FILE STATUS IS WS-ARCH-STATUS.
004100     SELECT RPTINDEX ASSIGN TO "RPTINDEX"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-INDEX-STATUS.
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
005500 FD  RPTARCH
005600     RECORD CONTAINS 102 CHARACTERS.
005700     COPY RARCREC.
005800 FD  RPTINDEX
005900     RECORDING MODE IS F.
006000 01  RX-INDEX-LINE            PIC X(80).
006100 FD  RUNLOG
006200     RECORDING MODE IS F.
006300     COPY RUNREC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-CTL-STATUS            PIC X(02).
006600     88  WS-CTL-OK                   VALUE "00".
006700 01  WS-ARCH-STATUS           PIC X(02).
006800     88  WS-ARCH-OK                  VALUE "00".
006900 01  WS-INDEX-STATUS          PIC X(02).
007000     88  WS-INDEX-OK                 VALUE "00".
007100 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
007200     88  WS-END-OF-CTL               VALUE "Y".
007300 01  WS-END-OF-ARCH-SW        PIC X(01) VALUE "N".
007400     88  WS-END-OF-ARCH              VALUE "Y".
007500 01  WS-DATE-PURGED-SW        PIC X(01) VALUE "N".
007600     88  WS-DATE-PURGED              VALUE "Y".
007700 01  WS-RPT-CNT               PIC 9(03) VALUE 0 COMP.
007800 01  WS-RPT-MAX               PIC 9(03) VALUE 30 COMP.
007900 01  WS-RPT-SUB               PIC 9(03) VALUE 0 COMP.
008000 01  WS-CUR-SUB               PIC 9(03) VALUE 0 COMP.
008100 01  WS-RUN-DATE              PIC 9(08).
008200 01  WS-RUN-INT               PIC 9(07).
008300 01  WS-CUR-NAME              PIC X(08) VALUE SPACES.
008400 01  WS-CUR-DATE              PIC 9(08) VALUE 0.
008500 01  WS-CUR-CUTOFF            PIC 9(08) VALUE 0.
008600 01  WS-DATE-LINES            PIC 9(07) VALUE 0 COMP.
008700 01  WS-RPT-DATES-KEPT        PIC 9(05) VALUE 0 COMP.
008800 01  WS-RPT-DATES-PURGED      PIC 9(05) VALUE 0 COMP.
008900 01  WS-TOT-DATES-KEPT        PIC 9(07) VALUE 0 COMP.
009000 01  WS-TOT-DATES-PURGED      PIC 9(07) VALUE 0 COMP.
009100 01  WS-TOT-LINES-PURGED      PIC 9(09) VALUE 0 COMP.
009200 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
009250 01  WS-PURGE-EDIT            PIC ZZZZZZ9.
009300 01  WS-DAYS-EDIT             PIC ZZZ9.
009400 01  WS-RPT-TABLE.
009500     05  WS-RPT-ENTRY OCCURS 30 TIMES.
009600         10  WS-RP-NAME           PIC X(08).
009700         10  WS-RP-DAYS           PIC 9(04).
009800         10  WS-RP-SEEN-SW        PIC X(01).
009900             88  WS-RP-SEEN              VALUE "Y".
010000 01  WS-RUNLOG-STATUS         PIC X(02).
010100 01  WS-RUN-TYPE              PIC X(01).
010200 01  WS-RUN-RECORDS           PIC 9(07).
010300 01  WS-RUN-STAMP-DATE        PIC 9(08).
010400 01  WS-RUN-STAMP-TIME.
010500     05  WS-RUN-HHMMSS        PIC 9(06).
010600     05  FILLER               PIC 9(02).
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000         THRU 1000-EXIT.
011100     PERFORM 2000-PROCESS-ONE-LINE
011200         THRU 2000-EXIT
011300         UNTIL WS-END-OF-ARCH.
011400     PERFORM 8000-FINALIZE
011500         THRU 8000-EXIT.
011600     STOP RUN.
011700 1000-INITIALIZE.
011800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011900     COMPUTE WS-RUN-INT =
012000         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
012100     MOVE "S" TO WS-RUN-TYPE.
012200     MOVE 0 TO WS-RUN-RECORDS.
012300     PERFORM 9100-WRITE-RUN-RECORD
012400         THRU 9100-EXIT.
012500     OPEN INPUT RPTRETN.
012600     IF NOT WS-CTL-OK
012700         DISPLAY "RPTPURGE - UNABLE TO OPEN RPTRETN, STATUS="
012800             WS-CTL-STATUS
012900         MOVE 16 TO RETURN-CODE
013000         STOP RUN
013100     END-IF.
013200     PERFORM 1100-LOAD-ONE-CARD
013300         THRU 1100-EXIT
013400         UNTIL WS-END-OF-CTL.
013500     CLOSE RPTRETN.
013600     OPEN I-O RPTARCH.
013700     IF NOT WS-ARCH-OK
013800         DISPLAY "RPTPURGE - UNABLE TO OPEN RPTARCH, STATUS="
013900             WS-ARCH-STATUS
014000         MOVE 16 TO RETURN-CODE
014100         STOP RUN
014200     END-IF.
014300     OPEN OUTPUT RPTINDEX.
014400     IF NOT WS-INDEX-OK
014500         DISPLAY "RPTPURGE - UNABLE TO OPEN RPTINDEX, STATUS="
014600             WS-INDEX-STATUS
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
015000     MOVE SPACES TO RX-INDEX-LINE.
015100     STRING "REPORT ARCHIVE INDEX  RUN DATE " WS-RUN-DATE
015200         DELIMITED BY SIZE INTO RX-INDEX-LINE.
015300     WRITE RX-INDEX-LINE.
015400 1000-EXIT.
015500     EXIT.
015600 1100-LOAD-ONE-CARD.
015700     READ RPTRETN
015800         AT END
015900             SET WS-END-OF-CTL TO TRUE
016000             GO TO 1100-EXIT
016100     END-READ.
016200     IF RT-REPORT-NAME = SPACES
016300         GO TO 1100-EXIT
016400     END-IF.
016500     IF RT-RETAIN-DAYS IS NOT NUMERIC
016600         OR RT-RETAIN-DAYS = 0
016700             DISPLAY "RPTPURGE - RETENTION DAYS INVALID FOR "
016800                 RT-REPORT-NAME ", ALL DATES KEPT"
016900             GO TO 1100-EXIT
017000     END-IF.
017100     IF WS-RPT-CNT >= WS-RPT-MAX
017200         DISPLAY "RPTPURGE - MORE THAN 30 REPORT CARDS, "
017300             RT-REPORT-NAME " ALL DATES KEPT"
017400         GO TO 1100-EXIT
017500     END-IF.
017600     ADD 1 TO WS-RPT-CNT.
017700     MOVE RT-REPORT-NAME TO WS-RP-NAME (WS-RPT-CNT).
017800     MOVE RT-RETAIN-DAYS TO WS-RP-DAYS (WS-RPT-CNT).
017900     MOVE "N" TO WS-RP-SEEN-SW (WS-RPT-CNT).
018000 1100-EXIT.
018100     EXIT.
018200 2000-PROCESS-ONE-LINE.
018300     READ RPTARCH NEXT RECORD
018400         AT END
018500             SET WS-END-OF-ARCH TO TRUE
018600             GO TO 2000-EXIT
018700     END-READ.
018800     IF RA-REPORT-NAME NOT = WS-CUR-NAME
018900         PERFORM 2300-END-DATE
019000             THRU 2300-EXIT
019100         PERFORM 2400-END-REPORT
019200             THRU 2400-EXIT
019300         PERFORM 2100-START-REPORT
019400             THRU 2100-EXIT
019500     ELSE
019600         IF RA-RUN-DATE NOT = WS-CUR-DATE
019700             PERFORM 2300-END-DATE
019800                 THRU 2300-EXIT
019900         END-IF
020000     END-IF.
020100     MOVE RA-RUN-DATE TO WS-CUR-DATE.
020200     IF WS-CUR-CUTOFF > 0
020300         AND RA-RUN-DATE < WS-CUR-CUTOFF
020400             DELETE RPTARCH RECORD
020500                 INVALID KEY
020600                     DISPLAY "RPTPURGE - UNABLE TO DELETE "
020700                         RA-REPORT-NAME " " RA-RUN-DATE
020800                         ", STATUS=" WS-ARCH-STATUS
020900             END-DELETE
021000             SET WS-DATE-PURGED TO TRUE
021100             ADD 1 TO WS-TOT-LINES-PURGED
021200     ELSE
021300         ADD 1 TO WS-DATE-LINES
021400     END-IF.
021500 2000-EXIT.
021600     EXIT.
021700 2100-START-REPORT.
021800     MOVE RA-REPORT-NAME TO WS-CUR-NAME.
021900     MOVE 0 TO WS-CUR-DATE.
022000     MOVE 0 TO WS-CUR-CUTOFF.
022100     MOVE 0 TO WS-RPT-DATES-KEPT.
022200     MOVE 0 TO WS-RPT-DATES-PURGED.
022300     MOVE 0 TO WS-CUR-SUB.
022400     MOVE 0 TO WS-RPT-SUB.
022500     PERFORM 2110-FIND-ONE-CARD
022600         THRU 2110-EXIT
022700         UNTIL WS-RPT-SUB >= WS-RPT-CNT
022800             OR WS-CUR-SUB > 0.
022900     MOVE SPACES TO RX-INDEX-LINE.
023000     WRITE RX-INDEX-LINE.
023100     MOVE SPACES TO RX-INDEX-LINE.
023200     IF WS-CUR-SUB = 0
023300         STRING "REPORT " WS-CUR-NAME
023400             "  NO RETENTION CARD - ALL DATES KEPT"
023500             DELIMITED BY SIZE INTO RX-INDEX-LINE
023600     ELSE
023700         MOVE "Y" TO WS-RP-SEEN-SW (WS-CUR-SUB)
023800         COMPUTE WS-CUR-CUTOFF = FUNCTION DATE-OF-INTEGER
023900             (WS-RUN-INT - WS-RP-DAYS (WS-CUR-SUB))
024000         MOVE WS-RP-DAYS (WS-CUR-SUB) TO WS-DAYS-EDIT
024100         STRING "REPORT " WS-CUR-NAME
024200             "  KEPT " WS-DAYS-EDIT " DAYS  PURGED BEFORE "
024300             WS-CUR-CUTOFF
024400             DELIMITED BY SIZE INTO RX-INDEX-LINE
024500     END-IF.
024600     WRITE RX-INDEX-LINE.
024700 2100-EXIT.
024800     EXIT.
024900 2110-FIND-ONE-CARD.
025000     ADD 1 TO WS-RPT-SUB.
025100     IF WS-RP-NAME (WS-RPT-SUB) = WS-CUR-NAME
025200         MOVE WS-RPT-SUB TO WS-CUR-SUB
025300     END-IF.
025400 2110-EXIT.
025500     EXIT.
025600 2300-END-DATE.
025700     IF WS-CUR-DATE = 0
025800         GO TO 2300-EXIT
025900     END-IF.
026000     IF WS-DATE-PURGED
026100         ADD 1 TO WS-RPT-DATES-PURGED
026200     ELSE
026300         ADD 1 TO WS-RPT-DATES-KEPT
026400         MOVE WS-DATE-LINES TO WS-COUNT-EDIT
026500         MOVE SPACES TO RX-INDEX-LINE
026600         STRING "    " WS-CUR-DATE "  " WS-COUNT-EDIT " LINES"
026700             DELIMITED BY SIZE INTO RX-INDEX-LINE
026800         WRITE RX-INDEX-LINE
026900     END-IF.
027000     MOVE "N" TO WS-DATE-PURGED-SW.
027100     MOVE 0 TO WS-DATE-LINES.
027200 2300-EXIT.
027300     EXIT.
027400 2400-END-REPORT.
027500     IF WS-CUR-NAME = SPACES
027600         GO TO 2400-EXIT
027700     END-IF.
027800     ADD WS-RPT-DATES-KEPT TO WS-TOT-DATES-KEPT.
027900     ADD WS-RPT-DATES-PURGED TO WS-TOT-DATES-PURGED.
028000     MOVE SPACES TO RX-INDEX-LINE.
028100     MOVE WS-RPT-DATES-KEPT TO WS-COUNT-EDIT.
028200     MOVE WS-RPT-DATES-PURGED TO WS-PURGE-EDIT.
028300     STRING "    DATES ON FILE " WS-COUNT-EDIT
028400         "  DATES PURGED " WS-PURGE-EDIT
028500         DELIMITED BY SIZE INTO RX-INDEX-LINE.
028700     WRITE RX-INDEX-LINE.
028800 2400-EXIT.
028900     EXIT.
029000 2500-LIST-ONE-UNSEEN.
029100     ADD 1 TO WS-RPT-SUB.
029200     IF WS-RP-SEEN (WS-RPT-SUB)
029300         GO TO 2500-EXIT
029400     END-IF.
029500     MOVE SPACES TO RX-INDEX-LINE.
029600     WRITE RX-INDEX-LINE.
029700     MOVE SPACES TO RX-INDEX-LINE.
029800     STRING "REPORT " WS-RP-NAME (WS-RPT-SUB)
029900         "  NOTHING ON FILE"
030000         DELIMITED BY SIZE INTO RX-INDEX-LINE.
030100     WRITE RX-INDEX-LINE.
030200 2500-EXIT.
030300     EXIT.
030400 8000-FINALIZE.
030500     PERFORM 2300-END-DATE
030600         THRU 2300-EXIT.
030700     PERFORM 2400-END-REPORT
030800         THRU 2400-EXIT.
030900     MOVE 0 TO WS-RPT-SUB.
031000     PERFORM 2500-LIST-ONE-UNSEEN
031100         THRU 2500-EXIT
031200         UNTIL WS-RPT-SUB >= WS-RPT-CNT.
031300     MOVE SPACES TO RX-INDEX-LINE.
031400     WRITE RX-INDEX-LINE.
031500     MOVE SPACES TO RX-INDEX-LINE.
031600     MOVE WS-TOT-DATES-KEPT TO WS-COUNT-EDIT.
031700     STRING "TOTAL REPORT-DATES ON FILE " WS-COUNT-EDIT
031800         DELIMITED BY SIZE INTO RX-INDEX-LINE.
031900     WRITE RX-INDEX-LINE.
032000     MOVE SPACES TO RX-INDEX-LINE.
032100     MOVE WS-TOT-DATES-PURGED TO WS-COUNT-EDIT.
032200     STRING "TOTAL REPORT-DATES PURGED  " WS-COUNT-EDIT
032300         DELIMITED BY SIZE INTO RX-INDEX-LINE.
032400     WRITE RX-INDEX-LINE.
032500     CLOSE RPTARCH RPTINDEX.
032600     MOVE WS-TOT-DATES-PURGED TO WS-COUNT-EDIT.
032700     DISPLAY "RPTPURGE - REPORT-DATES PURGED: " WS-COUNT-EDIT.
032800     MOVE WS-TOT-LINES-PURGED TO WS-COUNT-EDIT.
032900     DISPLAY "RPTPURGE - LINES PURGED:        " WS-COUNT-EDIT.
033000     MOVE "E" TO WS-RUN-TYPE.
033100     MOVE WS-TOT-LINES-PURGED TO WS-RUN-RECORDS.
033200     PERFORM 9100-WRITE-RUN-RECORD
033300         THRU 9100-EXIT.
033400 8000-EXIT.
033500     EXIT.
033600 9100-WRITE-RUN-RECORD.
033700     OPEN EXTEND RUNLOG.
033800     IF WS-RUNLOG-STATUS NOT = "00"
033900         OPEN OUTPUT RUNLOG
034000     END-IF.
034100     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
034200     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
034300     MOVE "RPTPURGE " TO RL-PROGRAM-ID.
034400     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
034500     MOVE SPACE TO RL-SHIFT-CODE.
034600     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
034700     MOVE WS-RUN-HHMMSS TO RL-TIME.
034800     MOVE WS-RUN-RECORDS TO RL-RECORDS.
034900     MOVE RETURN-CODE TO RL-RETURN-CODE.
035000     WRITE RL-RUN-RECORD.
035100     CLOSE RUNLOG.
035200 9100-EXIT.
035300     EXIT.
