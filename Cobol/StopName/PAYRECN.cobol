000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : PAYRECN                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Weekly payroll return reconciliation.  Reads the PAYXMIT    *
001000*   file as it was sent and the PAYRTN return payroll sends     *
001100*   back after loading it -- an 'H' header (week-ending date,   *
001200*   load date, count loaded) and one 'D' detail per employee    *
001300*   marked 'L' loaded or 'R' rejected with a code and reason.   *
001400*   PAYRRPT lists every employee sent with what became of it:   *
001500*   LOADED, REJECTED with payroll's reason, or NO RESPONSE      *
001600*   when the return says nothing about them; then any employee  *
001700*   payroll returned that was never sent; then sent/loaded      *
001800*   totals with hours sent and hours loaded.  RC 4 when         *
001900*   payroll rejected anyone; RC 8 when an employee got no       *
002000*   response, the return is for a different week, payroll's     *
002100*   loaded count does not tie, or there is no PAYRTN at all.    *
002200*                                                                *
002300*   MODIFICATION HISTORY                                        *
002400*   ------------------------------------------------------------*
002500*   2026-10-15  DLM  Original program.                          *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. PAYRECN.
002900 AUTHOR. D. L. MERCER.
003000 INSTALLATION. QC SHIFT OPERATIONS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAYXMIT ASSIGN TO "PAYXMIT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-XMIT-STATUS.
003900     SELECT PAYRTN ASSIGN TO "PAYRTN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RTN-STATUS.
004200     SELECT PAYRRPT ASSIGN TO "PAYRRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REPORT-STATUS.
004500     SELECT RUNLOG ASSIGN TO "RUNLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RUNLOG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAYXMIT
005100     RECORDING MODE IS F.
005200     COPY XMITREC.
005300 FD  PAYRTN
005400     RECORDING MODE IS F.
005500     COPY PRTNREC.
005600 FD  PAYRRPT
005700     RECORDING MODE IS F.
005800 01  RR-REPORT-LINE           PIC X(80).
005900 FD  RUNLOG
006000     RECORDING MODE IS F.
006100     COPY RUNREC.
006200 WORKING-STORAGE SECTION.
006300     COPY WPAYREC.
006400 01  WS-XMIT-STATUS           PIC X(02).
006500     88  WS-XMIT-OK                  VALUE "00".
006600 01  WS-RTN-STATUS            PIC X(02).
006700     88  WS-RTN-OK                   VALUE "00".
006800 01  WS-REPORT-STATUS         PIC X(02).
006900     88  WS-REPORT-OK                VALUE "00".
007000 01  WS-RUNLOG-STATUS         PIC X(02).
007100 01  WS-RUN-TYPE              PIC X(01).
007200 01  WS-RUN-RECORDS           PIC 9(07).
007300 01  WS-RUN-STAMP-DATE        PIC 9(08).
007400 01  WS-RUN-STAMP-TIME.
007500     05  WS-RUN-HHMMSS        PIC 9(06).
007600     05  FILLER               PIC 9(02).
007700 01  WS-END-OF-XMIT-SW        PIC X(01) VALUE "N".
007800     88  WS-END-OF-XMIT              VALUE "Y".
007900 01  WS-END-OF-RTN-SW         PIC X(01) VALUE "N".
008000     88  WS-END-OF-RTN               VALUE "Y".
008100 01  WS-RTN-PRESENT-SW        PIC X(01) VALUE "N".
008200     88  WS-RTN-PRESENT              VALUE "Y".
008300 01  WS-RTN-HEADER-SW         PIC X(01) VALUE "N".
008400     88  WS-RTN-HEADER-SEEN          VALUE "Y".
008500 01  WS-SENT-WEEK             PIC 9(08) VALUE 0.
008600 01  WS-RTN-WEEK              PIC 9(08) VALUE 0.
008700 01  WS-RTN-LOAD-DATE         PIC 9(08) VALUE 0.
008800 01  WS-RTN-LOADED-COUNT      PIC 9(07) VALUE 0.
008900 01  WS-EMP-TABLE.
009000     05  WS-EMP-ENTRY OCCURS 500 TIMES.
009100         10  WS-ET-EMPLOYEE-ID    PIC X(06).
009200         10  WS-ET-EMPLOYEE-NAME  PIC X(20).
009300         10  WS-ET-REG-HOURS      PIC 9(03)V99.
009400         10  WS-ET-OT-HOURS       PIC 9(03)V99.
009500         10  WS-ET-PREMIUM-HOURS  PIC 9(03)V99.
009600         10  WS-ET-STATUS         PIC X(01).
009700             88  WS-ET-NO-RESPONSE       VALUE " ".
009800             88  WS-ET-LOADED            VALUE "L".
009900             88  WS-ET-REJECTED          VALUE "R".
010000         10  WS-ET-REJECT-CODE    PIC X(04).
010100         10  WS-ET-REJECT-REASON  PIC X(30).
010200 01  WS-EMP-COUNT             PIC 9(05) VALUE 0 COMP.
010300 01  WS-EMP-SUB               PIC 9(05) VALUE 0 COMP.
010400 01  WS-FOUND-SUB             PIC 9(05) VALUE 0 COMP.
010500 01  WS-UNEXP-TABLE.
010600     05  WS-UNEXP-ENTRY OCCURS 100 TIMES.
010700         10  WS-UX-EMPLOYEE-ID    PIC X(06).
010800         10  WS-UX-LOAD-FLAG      PIC X(01).
010900         10  WS-UX-REJECT-CODE    PIC X(04).
011000         10  WS-UX-REJECT-REASON  PIC X(30).
011100 01  WS-UNEXP-COUNT           PIC 9(05) VALUE 0 COMP.
011200 01  WS-UNEXP-SUB             PIC 9(05) VALUE 0 COMP.
011300 01  WS-LOADED-TOTAL          PIC 9(05) VALUE 0 COMP.
011400 01  WS-REJECTED-TOTAL        PIC 9(05) VALUE 0 COMP.
011500 01  WS-NO-RESP-TOTAL         PIC 9(05) VALUE 0 COMP.
011600 01  WS-UNEXP-TOTAL           PIC 9(05) VALUE 0 COMP.
011700 01  WS-SENT-REG              PIC 9(07)V99 VALUE 0.
011800 01  WS-SENT-OT               PIC 9(07)V99 VALUE 0.
011900 01  WS-SENT-PREM             PIC 9(07)V99 VALUE 0.
012000 01  WS-LOAD-REG              PIC 9(07)V99 VALUE 0.
012100 01  WS-LOAD-OT               PIC 9(07)V99 VALUE 0.
012200 01  WS-LOAD-PREM             PIC 9(07)V99 VALUE 0.
012300 01  WS-COUNT-EDIT            PIC ZZZZ9.
012400 01  WS-COUNT7-EDIT           PIC ZZZZZZ9.
012500 01  WS-HOURS-EDIT            PIC ZZ9.99.
012600 01  WS-TOTAL-EDIT            PIC ZZZZZZ9.99.
012700 01  WS-TOTAL2-EDIT           PIC ZZZZZZ9.99.
012800 01  WS-HEADING-1.
012900     05  FILLER               PIC X(41)
013000         VALUE "PAYROLL RETURN RECONCILIATION  WEEK END ".
013100     05  WS-H1-WEEK           PIC 9(08).
013200     05  FILLER               PIC X(31) VALUE SPACES.
013300 01  WS-HEADING-2.
013400     05  FILLER               PIC X(40)
013500         VALUE "EMP    NAME                  REG    OT  ".
013600     05  FILLER               PIC X(40)
013700         VALUE "  PREM  OUTCOME                         ".
013800 01  WS-DETAIL-LINE.
013900     05  WS-DL-EMPLOYEE-ID    PIC X(06).
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  WS-DL-EMPLOYEE-NAME  PIC X(20).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  WS-DL-REG            PIC ZZ9.99.
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  WS-DL-OT             PIC ZZ9.99.
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  WS-DL-PREM           PIC ZZ9.99.
014800     05  FILLER               PIC X(02) VALUE SPACES.
014900     05  WS-DL-OUTCOME        PIC X(30).
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-EXIT.
015400     PERFORM 2000-LOAD-ONE-SENT
015500         THRU 2000-EXIT
015600         UNTIL WS-END-OF-XMIT.
015700     IF WS-RTN-PRESENT
015800         PERFORM 3000-MATCH-ONE-RETURN
015900             THRU 3000-EXIT
016000             UNTIL WS-END-OF-RTN
016100     END-IF.
016200     PERFORM 4000-WRITE-REPORT
016300         THRU 4000-EXIT.
016400     PERFORM 8000-FINALIZE
016500         THRU 8000-EXIT.
016600     STOP RUN.
016700 1000-INITIALIZE.
016800     MOVE "S" TO WS-RUN-TYPE.
016900     MOVE 0 TO WS-RUN-RECORDS.
017000     PERFORM 9100-WRITE-RUN-RECORD
017100         THRU 9100-EXIT.
017200     OPEN INPUT PAYXMIT.
017300     IF NOT WS-XMIT-OK
017400         DISPLAY "PAYRECN - UNABLE TO OPEN PAYXMIT, STATUS="
017500             WS-XMIT-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     OPEN INPUT PAYRTN.
018000     IF WS-RTN-OK
018100         SET WS-RTN-PRESENT TO TRUE
018200     ELSE
018300         DISPLAY "PAYRECN - NO PAYRTN RETURN FILE, STATUS="
018400             WS-RTN-STATUS
018500     END-IF.
018600     OPEN OUTPUT PAYRRPT.
018700     IF NOT WS-REPORT-OK
018800         DISPLAY "PAYRECN - UNABLE TO OPEN PAYRRPT, STATUS="
018900             WS-REPORT-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500 2000-LOAD-ONE-SENT.
019600     READ PAYXMIT
019700         AT END
019800             SET WS-END-OF-XMIT TO TRUE
019900             GO TO 2000-EXIT
020000     END-READ.
020100     IF XM-HEADER-RECORD
020200         MOVE XM-WEEK-END-DATE TO WS-SENT-WEEK
020300         GO TO 2000-EXIT
020400     END-IF.
020500     IF NOT XM-DETAIL-RECORD
020600         GO TO 2000-EXIT
020700     END-IF.
020800     IF WS-EMP-COUNT NOT < 500
020900         DISPLAY "PAYRECN - EMPLOYEE TABLE FULL, "
021000             "SENT RECORD IGNORED"
021100         GO TO 2000-EXIT
021200     END-IF.
021300     MOVE XM-DETAIL-DATA TO WP-WEEKLY-RECORD.
021400     ADD 1 TO WS-EMP-COUNT.
021500     MOVE WP-EMPLOYEE-ID TO WS-ET-EMPLOYEE-ID (WS-EMP-COUNT).
021600     MOVE WP-EMPLOYEE-NAME TO WS-ET-EMPLOYEE-NAME (WS-EMP-COUNT).
021700     MOVE WP-REG-HOURS TO WS-ET-REG-HOURS (WS-EMP-COUNT).
021800     MOVE WP-OT-HOURS TO WS-ET-OT-HOURS (WS-EMP-COUNT).
021900     MOVE WP-PREMIUM-HOURS TO WS-ET-PREMIUM-HOURS (WS-EMP-COUNT).
022000     MOVE SPACE TO WS-ET-STATUS (WS-EMP-COUNT).
022100     MOVE SPACES TO WS-ET-REJECT-CODE (WS-EMP-COUNT).
022200     MOVE SPACES TO WS-ET-REJECT-REASON (WS-EMP-COUNT).
022300     ADD WP-REG-HOURS TO WS-SENT-REG.
022400     ADD WP-OT-HOURS TO WS-SENT-OT.
022500     ADD WP-PREMIUM-HOURS TO WS-SENT-PREM.
022600 2000-EXIT.
022700     EXIT.
022800 3000-MATCH-ONE-RETURN.
022900     READ PAYRTN
023000         AT END
023100             SET WS-END-OF-RTN TO TRUE
023200             GO TO 3000-EXIT
023300     END-READ.
023400     IF PR-HEADER-RECORD
023500         SET WS-RTN-HEADER-SEEN TO TRUE
023600         MOVE PR-WEEK-END-DATE TO WS-RTN-WEEK
023700         MOVE PR-LOAD-DATE TO WS-RTN-LOAD-DATE
023800         MOVE PR-LOADED-COUNT TO WS-RTN-LOADED-COUNT
023900         GO TO 3000-EXIT
024000     END-IF.
024100     IF NOT PR-DETAIL-RECORD
024200         GO TO 3000-EXIT
024300     END-IF.
024400     MOVE 0 TO WS-FOUND-SUB.
024500     MOVE 1 TO WS-EMP-SUB.
024600     PERFORM 3100-FIND-EMPLOYEE
024700         THRU 3100-EXIT
024800         UNTIL WS-EMP-SUB > WS-EMP-COUNT
024900             OR WS-FOUND-SUB > 0.
025000     IF WS-FOUND-SUB = 0
025100         PERFORM 3200-ADD-UNEXPECTED
025200             THRU 3200-EXIT
025300         GO TO 3000-EXIT
025400     END-IF.
025500     MOVE PR-LOAD-FLAG TO WS-ET-STATUS (WS-FOUND-SUB).
025600     MOVE PR-REJECT-CODE TO WS-ET-REJECT-CODE (WS-FOUND-SUB).
025700     MOVE PR-REJECT-REASON TO WS-ET-REJECT-REASON (WS-FOUND-SUB).
025800 3000-EXIT.
025900     EXIT.
026000 3100-FIND-EMPLOYEE.
026100     IF WS-ET-EMPLOYEE-ID (WS-EMP-SUB) = PR-EMPLOYEE-ID
026200         MOVE WS-EMP-SUB TO WS-FOUND-SUB
026300     END-IF.
026400     ADD 1 TO WS-EMP-SUB.
026500 3100-EXIT.
026600     EXIT.
026700 3200-ADD-UNEXPECTED.
026800     ADD 1 TO WS-UNEXP-TOTAL.
026900     IF WS-UNEXP-COUNT NOT < 100
027000         GO TO 3200-EXIT
027100     END-IF.
027200     ADD 1 TO WS-UNEXP-COUNT.
027300     MOVE PR-EMPLOYEE-ID TO WS-UX-EMPLOYEE-ID (WS-UNEXP-COUNT).
027400     MOVE PR-LOAD-FLAG TO WS-UX-LOAD-FLAG (WS-UNEXP-COUNT).
027500     MOVE PR-REJECT-CODE TO WS-UX-REJECT-CODE (WS-UNEXP-COUNT).
027600     MOVE PR-REJECT-REASON
027700         TO WS-UX-REJECT-REASON (WS-UNEXP-COUNT).
027800 3200-EXIT.
027900     EXIT.
028000 4000-WRITE-REPORT.
028100     MOVE WS-SENT-WEEK TO WS-H1-WEEK.
028200     WRITE RR-REPORT-LINE FROM WS-HEADING-1.
028300     MOVE SPACES TO RR-REPORT-LINE.
028400     IF NOT WS-RTN-PRESENT
028500         MOVE "** NO PAYRTN RETURN FILE RECEIVED"
028600             TO RR-REPORT-LINE
028700     ELSE
028800         IF NOT WS-RTN-HEADER-SEEN
028900             MOVE "** PAYRTN HAS NO HEADER RECORD"
029000                 TO RR-REPORT-LINE
029100         ELSE
029200             STRING "RETURN WEEK END " WS-RTN-WEEK
029300                 "  LOADED " WS-RTN-LOAD-DATE
029400                 DELIMITED BY SIZE INTO RR-REPORT-LINE
029500         END-IF
029600     END-IF.
029700     WRITE RR-REPORT-LINE.
029800     IF WS-RTN-HEADER-SEEN
029900         AND WS-RTN-WEEK NOT = WS-SENT-WEEK
030000             MOVE "** RETURN IS FOR A DIFFERENT WEEK THAN SENT"
030100                 TO RR-REPORT-LINE
030200             WRITE RR-REPORT-LINE
030300             MOVE 8 TO RETURN-CODE
030400     END-IF.
030500     MOVE SPACES TO RR-REPORT-LINE.
030600     WRITE RR-REPORT-LINE.
030700     WRITE RR-REPORT-LINE FROM WS-HEADING-2.
030800     MOVE 1 TO WS-EMP-SUB.
030900     PERFORM 4100-WRITE-ONE-EMPLOYEE
031000         THRU 4100-EXIT
031100         UNTIL WS-EMP-SUB > WS-EMP-COUNT.
031200     IF WS-UNEXP-TOTAL > 0
031300         MOVE SPACES TO RR-REPORT-LINE
031400         WRITE RR-REPORT-LINE
031500         MOVE "RETURNED BY PAYROLL BUT NOT SENT" TO RR-REPORT-LINE
031600         WRITE RR-REPORT-LINE
031700         MOVE 1 TO WS-UNEXP-SUB
031800         PERFORM 4200-WRITE-ONE-UNEXPECTED
031900             THRU 4200-EXIT
032000             UNTIL WS-UNEXP-SUB > WS-UNEXP-COUNT
032100     END-IF.
032200     PERFORM 4300-WRITE-TOTALS
032300         THRU 4300-EXIT.
032400 4000-EXIT.
032500     EXIT.
032600 4100-WRITE-ONE-EMPLOYEE.
032700     MOVE WS-ET-EMPLOYEE-ID (WS-EMP-SUB) TO WS-DL-EMPLOYEE-ID.
032800     MOVE WS-ET-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-DL-EMPLOYEE-NAME.
032900     MOVE WS-ET-REG-HOURS (WS-EMP-SUB) TO WS-DL-REG.
033000     MOVE WS-ET-OT-HOURS (WS-EMP-SUB) TO WS-DL-OT.
033100     MOVE WS-ET-PREMIUM-HOURS (WS-EMP-SUB) TO WS-DL-PREM.
033200     MOVE SPACES TO WS-DL-OUTCOME.
033300     EVALUATE TRUE
033400         WHEN WS-ET-LOADED (WS-EMP-SUB)
033500             MOVE "LOADED" TO WS-DL-OUTCOME
033600             ADD 1 TO WS-LOADED-TOTAL
033700             ADD WS-ET-REG-HOURS (WS-EMP-SUB) TO WS-LOAD-REG
033800             ADD WS-ET-OT-HOURS (WS-EMP-SUB) TO WS-LOAD-OT
033900             ADD WS-ET-PREMIUM-HOURS (WS-EMP-SUB)
034000                 TO WS-LOAD-PREM
034100         WHEN WS-ET-REJECTED (WS-EMP-SUB)
034200             STRING "REJECTED " WS-ET-REJECT-CODE (WS-EMP-SUB)
034300                 DELIMITED BY SIZE INTO WS-DL-OUTCOME
034400             ADD 1 TO WS-REJECTED-TOTAL
034500         WHEN WS-ET-NO-RESPONSE (WS-EMP-SUB)
034600             MOVE "** NO RESPONSE" TO WS-DL-OUTCOME
034700             ADD 1 TO WS-NO-RESP-TOTAL
034800         WHEN OTHER
034900             STRING "** UNKNOWN FLAG " WS-ET-STATUS (WS-EMP-SUB)
035000                 DELIMITED BY SIZE INTO WS-DL-OUTCOME
035100             ADD 1 TO WS-NO-RESP-TOTAL
035200     END-EVALUATE.
035300     WRITE RR-REPORT-LINE FROM WS-DETAIL-LINE.
035400     IF WS-ET-REJECTED (WS-EMP-SUB)
035500         MOVE SPACES TO RR-REPORT-LINE
035600         STRING "       REASON: " WS-ET-REJECT-REASON (WS-EMP-SUB)
035700             DELIMITED BY SIZE INTO RR-REPORT-LINE
035800         WRITE RR-REPORT-LINE
035900     END-IF.
036000     ADD 1 TO WS-EMP-SUB.
036100 4100-EXIT.
036200     EXIT.
036300 4200-WRITE-ONE-UNEXPECTED.
036400     MOVE SPACES TO RR-REPORT-LINE.
036500     STRING WS-UX-EMPLOYEE-ID (WS-UNEXP-SUB)
036600         "  FLAG " WS-UX-LOAD-FLAG (WS-UNEXP-SUB)
036700         "  " WS-UX-REJECT-CODE (WS-UNEXP-SUB)
036800         " " WS-UX-REJECT-REASON (WS-UNEXP-SUB)
036900         DELIMITED BY SIZE INTO RR-REPORT-LINE.
037000     WRITE RR-REPORT-LINE.
037100     ADD 1 TO WS-UNEXP-SUB.
037200 4200-EXIT.
037300     EXIT.
037400 4300-WRITE-TOTALS.
037500     MOVE SPACES TO RR-REPORT-LINE.
037600     WRITE RR-REPORT-LINE.
037700     MOVE WS-EMP-COUNT TO WS-COUNT-EDIT.
037800     STRING "EMPLOYEES SENT:        " WS-COUNT-EDIT
037900         DELIMITED BY SIZE INTO RR-REPORT-LINE.
038000     WRITE RR-REPORT-LINE.
038100     MOVE SPACES TO RR-REPORT-LINE.
038200     MOVE WS-LOADED-TOTAL TO WS-COUNT-EDIT.
038300     STRING "LOADED:                " WS-COUNT-EDIT
038400         DELIMITED BY SIZE INTO RR-REPORT-LINE.
038500     WRITE RR-REPORT-LINE.
038600     MOVE SPACES TO RR-REPORT-LINE.
038700     MOVE WS-REJECTED-TOTAL TO WS-COUNT-EDIT.
038800     STRING "REJECTED:              " WS-COUNT-EDIT
038900         DELIMITED BY SIZE INTO RR-REPORT-LINE.
039000     WRITE RR-REPORT-LINE.
039100     MOVE SPACES TO RR-REPORT-LINE.
039200     MOVE WS-NO-RESP-TOTAL TO WS-COUNT-EDIT.
039300     STRING "NO RESPONSE:           " WS-COUNT-EDIT
039400         DELIMITED BY SIZE INTO RR-REPORT-LINE.
039500     WRITE RR-REPORT-LINE.
039600     MOVE SPACES TO RR-REPORT-LINE.
039700     MOVE WS-UNEXP-TOTAL TO WS-COUNT-EDIT.
039800     STRING "RETURNED NOT SENT:     " WS-COUNT-EDIT
039900         DELIMITED BY SIZE INTO RR-REPORT-LINE.
040000     WRITE RR-REPORT-LINE.
040100     IF WS-RTN-HEADER-SEEN
040200         MOVE SPACES TO RR-REPORT-LINE
040300         MOVE WS-RTN-LOADED-COUNT TO WS-COUNT7-EDIT
040400         STRING "PAYROLL LOADED COUNT:" WS-COUNT7-EDIT
040500             DELIMITED BY SIZE INTO RR-REPORT-LINE
040600         WRITE RR-REPORT-LINE
040700         IF WS-RTN-LOADED-COUNT NOT = WS-LOADED-TOTAL
040800             MOVE "** PAYROLL LOADED COUNT DOES NOT TIE"
040900                 TO RR-REPORT-LINE
041000             WRITE RR-REPORT-LINE
041100             MOVE 8 TO RETURN-CODE
041200         END-IF
041300     END-IF.
041400     MOVE SPACES TO RR-REPORT-LINE.
041500     WRITE RR-REPORT-LINE.
041600     MOVE "                       SENT      LOADED"
041700         TO RR-REPORT-LINE.
041800     WRITE RR-REPORT-LINE.
041900     MOVE SPACES TO RR-REPORT-LINE.
042000     MOVE WS-SENT-REG TO WS-TOTAL-EDIT.
042100     MOVE WS-LOAD-REG TO WS-TOTAL2-EDIT.
042200     STRING "REGULAR HOURS:    " WS-TOTAL-EDIT "  " WS-TOTAL2-EDIT
042300         DELIMITED BY SIZE INTO RR-REPORT-LINE.
042400     WRITE RR-REPORT-LINE.
042500     MOVE SPACES TO RR-REPORT-LINE.
042600     MOVE WS-SENT-OT TO WS-TOTAL-EDIT.
042700     MOVE WS-LOAD-OT TO WS-TOTAL2-EDIT.
042800     STRING "OVERTIME HOURS:   " WS-TOTAL-EDIT "  " WS-TOTAL2-EDIT
042900         DELIMITED BY SIZE INTO RR-REPORT-LINE.
043000     WRITE RR-REPORT-LINE.
043100     MOVE SPACES TO RR-REPORT-LINE.
043200     MOVE WS-SENT-PREM TO WS-TOTAL-EDIT.
043300     MOVE WS-LOAD-PREM TO WS-TOTAL2-EDIT.
043400     STRING "PREMIUM HOURS:    " WS-TOTAL-EDIT "  " WS-TOTAL2-EDIT
043500         DELIMITED BY SIZE INTO RR-REPORT-LINE.
043600     WRITE RR-REPORT-LINE.
043700 4300-EXIT.
043800     EXIT.
043900 8000-FINALIZE.
044000     CLOSE PAYXMIT PAYRRPT.
044100     IF WS-RTN-PRESENT
044200         CLOSE PAYRTN
044300     END-IF.
044400     IF RETURN-CODE < 4
044500         AND WS-REJECTED-TOTAL > 0
044600             MOVE 4 TO RETURN-CODE
044700     END-IF.
044800     IF WS-NO-RESP-TOTAL > 0
044900         OR NOT WS-RTN-PRESENT
045000             MOVE 8 TO RETURN-CODE
045100     END-IF.
045200     MOVE WS-EMP-COUNT TO WS-COUNT-EDIT.
045300     DISPLAY "PAYRECN - EMPLOYEES SENT:   " WS-COUNT-EDIT.
045400     MOVE WS-LOADED-TOTAL TO WS-COUNT-EDIT.
045500     DISPLAY "PAYRECN - LOADED:           " WS-COUNT-EDIT.
045600     MOVE WS-REJECTED-TOTAL TO WS-COUNT-EDIT.
045700     DISPLAY "PAYRECN - REJECTED:         " WS-COUNT-EDIT.
045800     MOVE WS-NO-RESP-TOTAL TO WS-COUNT-EDIT.
045900     DISPLAY "PAYRECN - NO RESPONSE:      " WS-COUNT-EDIT.
046000     MOVE WS-UNEXP-TOTAL TO WS-COUNT-EDIT.
046100     DISPLAY "PAYRECN - RETURNED NOT SENT:" WS-COUNT-EDIT.
046200     MOVE "E" TO WS-RUN-TYPE.
046300     MOVE WS-EMP-COUNT TO WS-RUN-RECORDS.
046400     PERFORM 9100-WRITE-RUN-RECORD
046500         THRU 9100-EXIT.
046600 8000-EXIT.
046700     EXIT.
046800 9100-WRITE-RUN-RECORD.
046900     OPEN EXTEND RUNLOG.
047000     IF WS-RUNLOG-STATUS NOT = "00"
047100         OPEN OUTPUT RUNLOG
047200     END-IF.
047300     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
047400     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
047500     MOVE "PAYRECN  " TO RL-PROGRAM-ID.
047600     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
047700     MOVE SPACE TO RL-SHIFT-CODE.
047800     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
047900     MOVE WS-RUN-HHMMSS TO RL-TIME.
048000     MOVE WS-RUN-RECORDS TO RL-RECORDS.
048100     MOVE RETURN-CODE TO RL-RETURN-CODE.
048200     WRITE RL-RUN-RECORD.
048300     CLOSE RUNLOG.
048400 9100-EXIT.
048500     EXIT.
