000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : PAYXMIT                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Weekly payroll transmission.  Cuts the PAYXMIT file payroll *
001000*   loads from the WKPAYFIL that PAYWEEK writes: an 'H' header  *
001100*   (sender, week-ending date, date and time cut), one 'D'      *
001200*   detail per employee carrying the weekly record unchanged,   *
001300*   and a 'T' trailer with the detail count and the hash totals *
001400*   of regular, overtime and premium hours.  WKPAYFIL is        *
001500*   pre-scanned first: its own TRLR totals must tie to the      *
001600*   details, and every detail must carry the same week-ending   *
001700*   date.  A file that fails is not transmitted -- RC 16 and    *
001800*   no PAYXMIT is opened -- so payroll never receives a short   *
001900*   week.  PAYRECN reconciles payroll's PAYRTN return against   *
002000*   the transmission once they have loaded it.                  *
002100*                                                                *
002200*   MODIFICATION HISTORY                                        *
002300*   ------------------------------------------------------------*
002400*   2026-10-15  DLM  Original program.                          *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PAYXMIT.
002800 AUTHOR. D. L. MERCER.
002900 INSTALLATION. QC SHIFT OPERATIONS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT WKPAYFIL ASSIGN TO "WKPAYFIL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-WEEKLY-STATUS.
003800     SELECT PAYXMIT ASSIGN TO "PAYXMIT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-XMIT-STATUS.
004100     SELECT RUNLOG ASSIGN TO "RUNLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RUNLOG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  WKPAYFIL
004700     RECORDING MODE IS F.
004800     COPY WPAYREC.
004900 FD  PAYXMIT
005000     RECORDING MODE IS F.
005100     COPY XMITREC.
005200 FD  RUNLOG
005300     RECORDING MODE IS F.
005400     COPY RUNREC.
005500 WORKING-STORAGE SECTION.
005600 01  WS-WEEKLY-STATUS         PIC X(02).
005700     88  WS-WEEKLY-OK                VALUE "00".
005800 01  WS-XMIT-STATUS           PIC X(02).
005900     88  WS-XMIT-OK                  VALUE "00".
006000 01  WS-RUNLOG-STATUS         PIC X(02).
006100 01  WS-RUN-TYPE              PIC X(01).
006200 01  WS-RUN-RECORDS           PIC 9(07).
006300 01  WS-RUN-STAMP-DATE        PIC 9(08).
006400 01  WS-RUN-STAMP-TIME.
006500     05  WS-RUN-HHMMSS        PIC 9(06).
006600     05  FILLER               PIC 9(02).
006700 01  WS-END-OF-WEEKLY-SW      PIC X(01) VALUE "N".
006800     88  WS-END-OF-WEEKLY            VALUE "Y".
006900 01  WS-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
007000     88  WS-TRAILER-SEEN             VALUE "Y".
007100 01  WS-SCAN-FAILED-SW        PIC X(01) VALUE "N".
007200     88  WS-SCAN-FAILED              VALUE "Y".
007300 01  WS-WEEK-END-DATE         PIC 9(08) VALUE 0.
007400 01  WS-DETAIL-COUNT          PIC 9(07) VALUE 0.
007500 01  WS-REG-HASH              PIC 9(07)V99 VALUE 0.
007600 01  WS-OT-HASH               PIC 9(07)V99 VALUE 0.
007700 01  WS-PREM-HASH             PIC 9(07)V99 VALUE 0.
007800 01  WS-SENT-COUNT            PIC 9(07) VALUE 0.
007900 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
008000 01  WS-TOTAL-EDIT            PIC ZZZZZZ9.99.
008100 01  WS-WEEK-TRAILER.
008200     05  WS-WT-ID             PIC X(06).
008300     05  WS-WT-REG-TOTAL      PIC 9(07)V99.
008400     05  WS-WT-OT-TOTAL       PIC 9(07)V99.
008500     05  FILLER               PIC X(21).
008600 PROCEDURE DIVISION.
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE
008900         THRU 1000-EXIT.
009000     PERFORM 2000-SEND-ONE-RECORD
009100         THRU 2000-EXIT
009200         UNTIL WS-END-OF-WEEKLY.
009300     PERFORM 8000-FINALIZE
009400         THRU 8000-EXIT.
009500     STOP RUN.
009600 1000-INITIALIZE.
009700     MOVE "S" TO WS-RUN-TYPE.
009800     MOVE 0 TO WS-RUN-RECORDS.
009900     PERFORM 9100-WRITE-RUN-RECORD
010000         THRU 9100-EXIT.
010100     PERFORM 1200-VERIFY-WKPAYFIL
010200         THRU 1200-EXIT.
010300     IF WS-SCAN-FAILED
010400         DISPLAY "PAYXMIT - WKPAYFIL FAILED VERIFICATION, "
010500             "NOTHING TRANSMITTED"
010600         MOVE 16 TO RETURN-CODE
010700         MOVE "E" TO WS-RUN-TYPE
010800         PERFORM 9100-WRITE-RUN-RECORD
010900             THRU 9100-EXIT
011000         STOP RUN
011100     END-IF.
011200     OPEN INPUT WKPAYFIL.
011300     IF NOT WS-WEEKLY-OK
011400         DISPLAY "PAYXMIT - UNABLE TO OPEN WKPAYFIL, STATUS="
011500             WS-WEEKLY-STATUS
011600         MOVE 16 TO RETURN-CODE
011700         STOP RUN
011800     END-IF.
011900     OPEN OUTPUT PAYXMIT.
012000     IF NOT WS-XMIT-OK
012100         DISPLAY "PAYXMIT - UNABLE TO OPEN PAYXMIT, STATUS="
012200             WS-XMIT-STATUS
012300         MOVE 16 TO RETURN-CODE
012400         STOP RUN
012500     END-IF.
012600     MOVE SPACES TO XM-XMIT-RECORD.
012700     SET XM-HEADER-RECORD TO TRUE.
012800     MOVE "QCSHIFT " TO XM-SOURCE-ID.
012900     MOVE WS-WEEK-END-DATE TO XM-WEEK-END-DATE.
013000     ACCEPT XM-CREATE-DATE FROM DATE YYYYMMDD.
013100     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
013200     MOVE WS-RUN-HHMMSS TO XM-CREATE-TIME.
013300     WRITE XM-XMIT-RECORD.
013400     PERFORM 2100-READ-WEEKLY
013500         THRU 2100-EXIT.
013600 1000-EXIT.
013700     EXIT.
013800 1200-VERIFY-WKPAYFIL.
013900     OPEN INPUT WKPAYFIL.
014000     IF NOT WS-WEEKLY-OK
014100         DISPLAY "PAYXMIT - UNABLE TO OPEN WKPAYFIL, STATUS="
014200             WS-WEEKLY-STATUS
014300         MOVE 16 TO RETURN-CODE
014400         STOP RUN
014500     END-IF.
014600     PERFORM 1210-SCAN-ONE-RECORD
014700         THRU 1210-EXIT
014800         UNTIL WS-END-OF-WEEKLY.
014900     CLOSE WKPAYFIL.
015000     MOVE "N" TO WS-END-OF-WEEKLY-SW.
015100     IF NOT WS-TRAILER-SEEN
015200         DISPLAY "PAYXMIT - WKPAYFIL HAS NO TRLR TRAILER"
015300         SET WS-SCAN-FAILED TO TRUE
015400         GO TO 1200-EXIT
015500     END-IF.
015600     IF WS-DETAIL-COUNT = 0
015700         DISPLAY "PAYXMIT - WKPAYFIL HAS NO EMPLOYEE RECORDS"
015800         SET WS-SCAN-FAILED TO TRUE
015900         GO TO 1200-EXIT
016000     END-IF.
016100     IF WS-WT-REG-TOTAL NOT = WS-REG-HASH
016200         OR WS-WT-OT-TOTAL NOT = WS-OT-HASH
016300             MOVE WS-WT-REG-TOTAL TO WS-TOTAL-EDIT
016400             DISPLAY "PAYXMIT - TRAILER REGULAR HOURS:  "
016500                 WS-TOTAL-EDIT
016600             MOVE WS-REG-HASH TO WS-TOTAL-EDIT
016700             DISPLAY "PAYXMIT - DETAIL REGULAR HOURS:   "
016800                 WS-TOTAL-EDIT
016900             MOVE WS-WT-OT-TOTAL TO WS-TOTAL-EDIT
017000             DISPLAY "PAYXMIT - TRAILER OVERTIME HOURS: "
017100                 WS-TOTAL-EDIT
017200             MOVE WS-OT-HASH TO WS-TOTAL-EDIT
017300             DISPLAY "PAYXMIT - DETAIL OVERTIME HOURS:  "
017400                 WS-TOTAL-EDIT
017500             SET WS-SCAN-FAILED TO TRUE
017600     END-IF.
017700 1200-EXIT.
017800     EXIT.
017900 1210-SCAN-ONE-RECORD.
018000     READ WKPAYFIL
018100         AT END
018200             SET WS-END-OF-WEEKLY TO TRUE
018300             GO TO 1210-EXIT
018400     END-READ.
018500     IF WP-EMPLOYEE-ID = "TRLR  "
018600         SET WS-TRAILER-SEEN TO TRUE
018700         MOVE WP-WEEKLY-RECORD TO WS-WEEK-TRAILER
018800         GO TO 1210-EXIT
018900     END-IF.
019000     IF WS-TRAILER-SEEN
019100         DISPLAY "PAYXMIT - RECORD AFTER TRLR: " WP-EMPLOYEE-ID
019200         SET WS-SCAN-FAILED TO TRUE
019300         GO TO 1210-EXIT
019400     END-IF.
019500     IF WP-REG-HOURS IS NOT NUMERIC
019600         OR WP-OT-HOURS IS NOT NUMERIC
019700         OR WP-PREMIUM-HOURS IS NOT NUMERIC
019800         OR WP-WEEK-END-DATE IS NOT NUMERIC
019900             DISPLAY "PAYXMIT - BAD WEEKLY RECORD FOR "
020000                 WP-EMPLOYEE-ID
020100             SET WS-SCAN-FAILED TO TRUE
020200             GO TO 1210-EXIT
020300     END-IF.
020400     IF WS-DETAIL-COUNT = 0
020500         MOVE WP-WEEK-END-DATE TO WS-WEEK-END-DATE
020600     END-IF.
020700     IF WP-WEEK-END-DATE NOT = WS-WEEK-END-DATE
020800         DISPLAY "PAYXMIT - " WP-EMPLOYEE-ID " WEEK ENDING "
020900             WP-WEEK-END-DATE " NOT " WS-WEEK-END-DATE
021000         SET WS-SCAN-FAILED TO TRUE
021100     END-IF.
021200     ADD 1 TO WS-DETAIL-COUNT.
021300     ADD WP-REG-HOURS TO WS-REG-HASH.
021400     ADD WP-OT-HOURS TO WS-OT-HASH.
021500     ADD WP-PREMIUM-HOURS TO WS-PREM-HASH.
021600 1210-EXIT.
021700     EXIT.
021800 2000-SEND-ONE-RECORD.
021900     IF WP-EMPLOYEE-ID = "TRLR  "
022000         GO TO 2000-READ-NEXT
022100     END-IF.
022200     MOVE SPACES TO XM-XMIT-RECORD.
022300     SET XM-DETAIL-RECORD TO TRUE.
022400     MOVE WP-WEEKLY-RECORD TO XM-DETAIL-DATA.
022500     WRITE XM-XMIT-RECORD.
022600     ADD 1 TO WS-SENT-COUNT.
022700 2000-READ-NEXT.
022800     PERFORM 2100-READ-WEEKLY
022900         THRU 2100-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200 2100-READ-WEEKLY.
023300     READ WKPAYFIL
023400         AT END
023500             SET WS-END-OF-WEEKLY TO TRUE
023600     END-READ.
023700 2100-EXIT.
023800     EXIT.
023900 8000-FINALIZE.
024000     MOVE SPACES TO XM-XMIT-RECORD.
024100     SET XM-TRAILER-RECORD TO TRUE.
024200     MOVE WS-SENT-COUNT TO XM-RECORD-COUNT.
024300     MOVE WS-REG-HASH TO XM-REG-HASH.
024400     MOVE WS-OT-HASH TO XM-OT-HASH.
024500     MOVE WS-PREM-HASH TO XM-PREM-HASH.
024600     WRITE XM-XMIT-RECORD.
024700     CLOSE WKPAYFIL PAYXMIT.
024800     DISPLAY "PAYXMIT - WEEK ENDING:          " WS-WEEK-END-DATE.
024900     MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
025000     DISPLAY "PAYXMIT - EMPLOYEES SENT:       " WS-COUNT-EDIT.
025100     MOVE WS-REG-HASH TO WS-TOTAL-EDIT.
025200     DISPLAY "PAYXMIT - REGULAR HOURS HASH:   " WS-TOTAL-EDIT.
025300     MOVE WS-OT-HASH TO WS-TOTAL-EDIT.
025400     DISPLAY "PAYXMIT - OVERTIME HOURS HASH:  " WS-TOTAL-EDIT.
025500     MOVE WS-PREM-HASH TO WS-TOTAL-EDIT.
025600     DISPLAY "PAYXMIT - PREMIUM HOURS HASH:   " WS-TOTAL-EDIT.
025700     MOVE "E" TO WS-RUN-TYPE.
025800     MOVE WS-SENT-COUNT TO WS-RUN-RECORDS.
025900     PERFORM 9100-WRITE-RUN-RECORD
026000         THRU 9100-EXIT.
026100 8000-EXIT.
026200     EXIT.
026300 9100-WRITE-RUN-RECORD.
026400     OPEN EXTEND RUNLOG.
026500     IF WS-RUNLOG-STATUS NOT = "00"
026600         OPEN OUTPUT RUNLOG
026700     END-IF.
026800     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
026900     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
027000     MOVE "PAYXMIT  " TO RL-PROGRAM-ID.
027100     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
027200     MOVE SPACE TO RL-SHIFT-CODE.
027300     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
027400     MOVE WS-RUN-HHMMSS TO RL-TIME.
027500     MOVE WS-RUN-RECORDS TO RL-RECORDS.
027600     MOVE RETURN-CODE TO RL-RETURN-CODE.
027700     WRITE RL-RUN-RECORD.
027800     CLOSE RUNLOG.
027900 9100-EXIT.
028000     EXIT.
