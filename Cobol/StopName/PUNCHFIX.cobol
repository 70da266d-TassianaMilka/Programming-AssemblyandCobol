000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : PUNCHFIX                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Supervisor missed-punch corrections to the CLOCKPRD pairs.  *
001000*   Each PNCHTRN transaction (PNCHTREC) names an employee, the  *
001100*   work date of the pair, whether the corrected time replaces  *
001200*   the clock-in ('CI') or supplies the clock-out ('CO'), the   *
001300*   supervisor's own badge and a reason.  The transaction is    *
001400*   edited first: corrected stamp through TSCHECK, employee     *
001500*   and supervisor both on EMPROST, supervisor active and not   *
001600*   the employee, reason present, no second correction of the   *
001700*   same kind for the same pair.  CLOCKPRD is then copied pair  *
001800*   for pair to CLOCKCOR, and each correction is applied to     *
001900*   the first pair for its employee whose clock-in falls on     *
002000*   the work date -- clock-in corrections ahead of clock-out    *
002100*   ones -- provided the corrected pair still runs forward and  *
002200*   spans no more than 24 hours.  A clock-out correction marks  *
002300*   the pair complete.  PAYEXTR is run against CLOCKCOR in      *
002400*   place of CLOCKPRD so the corrected hours reach payroll;     *
002500*   PAYHOLD may be concatenated behind CLOCKPRD to correct      *
002600*   withheld pairs the same way.  Every applied correction is   *
002700*   appended to AUDITLOG with decision CORRECT, the supervisor, *
002800*   the time replaced and the reason.  PNCHRPT lists every      *
002900*   transaction as APPLIED or REJECTED with the reason; RC 4    *
003000*   when anything was rejected.                                 *
003100*                                                                *
003200*   MODIFICATION HISTORY                                        *
003300*   ------------------------------------------------------------*
003400*   2026-10-15  DLM  Original program.                          *
003410*   2026-10-15  DLM  ROSTREC grew the effective window dates;   *
003420*                    FD record length only, no logic change.    *
003430*   2026-10-15  DLM  ROSTREC grew the plant code; FD record     *
003440*                    length only, no logic change.              *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. PUNCHFIX.
003800 AUTHOR. D. L. MERCER.
003900 INSTALLATION. QC SHIFT OPERATIONS.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PNCHTRN ASSIGN TO "PNCHTRN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800     SELECT EMPROST ASSIGN TO "EMPROST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RO-EMPLOYEE-ID
005200         FILE STATUS IS WS-ROSTER-STATUS.
005300     SELECT CLOCKPRD ASSIGN TO "CLOCKPRD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PAIR-STATUS.
005600     SELECT CLOCKCOR ASSIGN TO "CLOCKCOR"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-COR-STATUS.
005900     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AUDIT-STATUS.
006200     SELECT PNCHRPT ASSIGN TO "PNCHRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500     SELECT RUNLOG ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNLOG-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PNCHTRN
007100     RECORDING MODE IS F.
007200     COPY PNCHTREC.
007300 FD  EMPROST
007400     RECORD CONTAINS 46 CHARACTERS.
007500     COPY ROSTREC.
007600 FD  CLOCKPRD
007700     RECORDING MODE IS F.
007800     COPY CLKPREC.
007900 FD  CLOCKCOR
008000     RECORDING MODE IS F.
008100     COPY CLKPREC
008200         REPLACING LEADING ==CP-== BY ==CC-==.
008300 FD  AUDITLOG
008400     RECORDING MODE IS F.
008500     COPY AUDITREC.
008600 FD  PNCHRPT
008700     RECORDING MODE IS F.
008800 01  PF-REPORT-LINE           PIC X(80).
008900 FD  RUNLOG
009000     RECORDING MODE IS F.
009100     COPY RUNREC.
009200 WORKING-STORAGE SECTION.
009300 01  WS-TRAN-STATUS           PIC X(02).
009400     88  WS-TRAN-OK                  VALUE "00".
009500 01  WS-ROSTER-STATUS         PIC X(02).
009600     88  WS-ROSTER-OK                VALUE "00".
009700 01  WS-PAIR-STATUS           PIC X(02).
009800     88  WS-PAIR-OK                  VALUE "00".
009900 01  WS-COR-STATUS            PIC X(02).
010000     88  WS-COR-OK                   VALUE "00".
010100 01  WS-AUDIT-STATUS          PIC X(02).
010200 01  WS-REPORT-STATUS         PIC X(02).
010300     88  WS-REPORT-OK                VALUE "00".
010400 01  WS-RUNLOG-STATUS         PIC X(02).
010500 01  WS-RUN-TYPE              PIC X(01).
010600 01  WS-RUN-RECORDS           PIC 9(07).
010700 01  WS-RUN-STAMP-DATE        PIC 9(08).
010800 01  WS-RUN-STAMP-TIME.
010900     05  WS-RUN-HHMMSS        PIC 9(06).
011000     05  FILLER               PIC 9(02).
011100 01  WS-RUN-DATE              PIC 9(08).
011200 01  WS-END-OF-TRAN-SW        PIC X(01) VALUE "N".
011300     88  WS-END-OF-TRAN              VALUE "Y".
011400 01  WS-END-OF-PAIR-SW        PIC X(01) VALUE "N".
011500     88  WS-END-OF-PAIR              VALUE "Y".
011600 01  WS-EDIT-REASON           PIC X(30).
011700 01  WS-TRAN-TABLE.
011800     05  WS-TRAN-ENTRY OCCURS 200 TIMES.
011900         10  WS-TT-EMPLOYEE-ID    PIC X(06).
012000         10  WS-TT-WORK-DATE      PIC 9(08).
012100         10  WS-TT-ACTION-CODE    PIC X(02).
012200         10  WS-TT-CORRECTED-TS   PIC X(14).
012300         10  WS-TT-SUPERVISOR-ID  PIC X(06).
012400         10  WS-TT-REASON         PIC X(30).
012500         10  WS-TT-STATUS         PIC X(01).
012600             88  WS-TT-PENDING           VALUE "P".
012700             88  WS-TT-APPLIED           VALUE "A".
012800             88  WS-TT-REJECTED          VALUE "R".
012900         10  WS-TT-RESULT         PIC X(30).
013000         10  WS-TT-PRIOR-TS       PIC X(14).
013100 01  WS-TRAN-COUNT            PIC 9(05) VALUE 0 COMP.
013200 01  WS-TRAN-SUB              PIC 9(05) VALUE 0 COMP.
013300 01  WS-DUP-SUB               PIC 9(05) VALUE 0 COMP.
013400 01  WS-OVERFLOW-COUNT        PIC 9(05) VALUE 0 COMP.
013500 01  WS-APPLIED-COUNT         PIC 9(05) VALUE 0 COMP.
013600 01  WS-REJECTED-COUNT        PIC 9(05) VALUE 0 COMP.
013700 01  WS-PAIR-COUNT            PIC 9(07) VALUE 0 COMP.
013800 01  WS-SCAN-ACTION           PIC X(02).
013900 01  WS-PAIR-STAMP.
014000     05  WS-PS-DATE           PIC 9(08).
014100     05  FILLER               PIC X(06).
014200 01  WS-NEW-CI                PIC X(14).
014300 01  WS-NEW-CO                PIC X(14).
014400 01  WS-PRIOR-TS              PIC X(14).
014500 01  WS-CI-STAMP.
014600     05  WS-CI-DATE           PIC 9(08).
014700     05  WS-CI-HH             PIC 9(02).
014800     05  WS-CI-MM             PIC 9(02).
014900     05  WS-CI-SS             PIC 9(02).
015000 01  WS-CO-STAMP.
015100     05  WS-CO-DATE           PIC 9(08).
015200     05  WS-CO-HH             PIC 9(02).
015300     05  WS-CO-MM             PIC 9(02).
015400     05  WS-CO-SS             PIC 9(02).
015500 01  WS-CI-INT                PIC 9(07).
015600 01  WS-CO-INT                PIC 9(07).
015700 01  WS-ELAPSED-SECS          PIC S9(09).
015800 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
015900 01  WS-HEADING-1.
016000     05  FILLER               PIC X(37)
016100         VALUE "MISSED-PUNCH CORRECTIONS  RUN DATE ".
016200     05  WS-H1-RUN-DATE       PIC 9(08).
016300     05  FILLER               PIC X(35) VALUE SPACES.
016400 01  WS-HEADING-2.
016500     05  FILLER               PIC X(52) VALUE
016600         "EMP    WORKDATE  AC  CORRECTED TIME  SUPV     RESULT".
016700     05  FILLER               PIC X(28) VALUE SPACES.
016800 01  WS-DETAIL-LINE.
016900     05  WS-DL-EMPLOYEE-ID    PIC X(06).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  WS-DL-WORK-DATE      PIC X(08).
017200     05  FILLER               PIC X(02) VALUE SPACES.
017300     05  WS-DL-ACTION-CODE    PIC X(02).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  WS-DL-CORRECTED-TS   PIC X(14).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  WS-DL-SUPV-ID        PIC X(06).
017800     05  FILLER               PIC X(03) VALUE SPACES.
017900     05  WS-DL-RESULT         PIC X(08).
018000     05  FILLER               PIC X(26) VALUE SPACES.
018100     COPY TSLINK.
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE
018500         THRU 1000-EXIT.
018600     PERFORM 2000-LOAD-ONE-TRAN
018700         THRU 2000-EXIT
018800         UNTIL WS-END-OF-TRAN.
018900     PERFORM 3000-COPY-ONE-PAIR
019000         THRU 3000-EXIT
019100         UNTIL WS-END-OF-PAIR.
019200     PERFORM 4000-WRITE-REPORT
019300         THRU 4000-EXIT.
019400     PERFORM 8000-FINALIZE
019500         THRU 8000-EXIT.
019600     STOP RUN.
019700 1000-INITIALIZE.
019800     MOVE "S" TO WS-RUN-TYPE.
019900     MOVE 0 TO WS-RUN-RECORDS.
020000     PERFORM 9100-WRITE-RUN-RECORD
020100         THRU 9100-EXIT.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     OPEN INPUT PNCHTRN.
020400     IF NOT WS-TRAN-OK
020500         DISPLAY "PUNCHFIX - UNABLE TO OPEN PNCHTRN, STATUS="
020600             WS-TRAN-STATUS
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     OPEN INPUT EMPROST.
021100     IF NOT WS-ROSTER-OK
021200         DISPLAY "PUNCHFIX - UNABLE TO OPEN EMPROST, STATUS="
021300             WS-ROSTER-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     OPEN INPUT CLOCKPRD.
021800     IF NOT WS-PAIR-OK
021900         DISPLAY "PUNCHFIX - UNABLE TO OPEN CLOCKPRD, STATUS="
022000             WS-PAIR-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     OPEN OUTPUT CLOCKCOR.
022500     IF NOT WS-COR-OK
022600         DISPLAY "PUNCHFIX - UNABLE TO OPEN CLOCKCOR, STATUS="
022700             WS-COR-STATUS
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     OPEN OUTPUT PNCHRPT.
023200     IF NOT WS-REPORT-OK
023300         DISPLAY "PUNCHFIX - UNABLE TO OPEN PNCHRPT, STATUS="
023400             WS-REPORT-STATUS
023500         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     OPEN EXTEND AUDITLOG.
023900     IF WS-AUDIT-STATUS NOT = "00"
024000         OPEN OUTPUT AUDITLOG
024100     END-IF.
024200 1000-EXIT.
024300     EXIT.
024400 2000-LOAD-ONE-TRAN.
024500     READ PNCHTRN
024600         AT END
024700             SET WS-END-OF-TRAN TO TRUE
024800             GO TO 2000-EXIT
024900     END-READ.
025000     IF PT-PUNCH-TRANS = SPACES
025100         GO TO 2000-EXIT
025200     END-IF.
025300     IF WS-TRAN-COUNT NOT < 200
025400         DISPLAY "PUNCHFIX - TRANSACTION TABLE FULL, "
025500             "CORRECTION IGNORED FOR " PT-EMPLOYEE-ID
025600         ADD 1 TO WS-OVERFLOW-COUNT
025700         GO TO 2000-EXIT
025800     END-IF.
025900     PERFORM 2150-EDIT-TRAN
026000         THRU 2150-EXIT.
026100     ADD 1 TO WS-TRAN-COUNT.
026200     MOVE PT-EMPLOYEE-ID TO WS-TT-EMPLOYEE-ID (WS-TRAN-COUNT).
026300     MOVE PT-WORK-DATE TO WS-TT-WORK-DATE (WS-TRAN-COUNT).
026400     MOVE PT-ACTION-CODE TO WS-TT-ACTION-CODE (WS-TRAN-COUNT).
026500     MOVE PT-CORRECTED-TS TO WS-TT-CORRECTED-TS (WS-TRAN-COUNT).
026600     MOVE PT-SUPERVISOR-ID TO WS-TT-SUPERVISOR-ID (WS-TRAN-COUNT).
026700     MOVE PT-REASON TO WS-TT-REASON (WS-TRAN-COUNT).
026800     MOVE SPACES TO WS-TT-PRIOR-TS (WS-TRAN-COUNT).
026900     MOVE WS-EDIT-REASON TO WS-TT-RESULT (WS-TRAN-COUNT).
027000     IF WS-EDIT-REASON = SPACES
027100         SET WS-TT-PENDING (WS-TRAN-COUNT) TO TRUE
027200     ELSE
027300         SET WS-TT-REJECTED (WS-TRAN-COUNT) TO TRUE
027400     END-IF.
027500 2000-EXIT.
027600     EXIT.
027700 2150-EDIT-TRAN.
027800     MOVE SPACES TO WS-EDIT-REASON.
027900     IF PT-EMPLOYEE-ID = SPACES
028000         MOVE "EMPLOYEE ID BLANK" TO WS-EDIT-REASON
028100         GO TO 2150-EXIT
028200     END-IF.
028300     IF NOT PT-FIX-CLOCK-IN
028400         AND NOT PT-FIX-CLOCK-OUT
028500             MOVE "ACTION NOT CI OR CO" TO WS-EDIT-REASON
028600             GO TO 2150-EXIT
028700     END-IF.
028800     IF PT-WORK-DATE IS NOT NUMERIC
028900         MOVE "WORK DATE NOT NUMERIC" TO WS-EDIT-REASON
029000         GO TO 2150-EXIT
029100     END-IF.
029200     MOVE PT-CORRECTED-TS TO TS-TIMESTAMP.
029300     CALL "TSCHECK" USING TS-LINK-AREA.
029400     IF TS-INVALID
029500         STRING "CORRECTED " TS-REJECT-REASON
029600             DELIMITED BY SIZE INTO WS-EDIT-REASON
029700         GO TO 2150-EXIT
029800     END-IF.
029900     IF PT-SUPERVISOR-ID = SPACES
030000         MOVE "SUPERVISOR ID BLANK" TO WS-EDIT-REASON
030100         GO TO 2150-EXIT
030200     END-IF.
030300     IF PT-SUPERVISOR-ID = PT-EMPLOYEE-ID
030400         MOVE "SUPERVISOR IS THE EMPLOYEE" TO WS-EDIT-REASON
030500         GO TO 2150-EXIT
030600     END-IF.
030700     IF PT-REASON = SPACES
030800         MOVE "REASON BLANK" TO WS-EDIT-REASON
030900         GO TO 2150-EXIT
031000     END-IF.
031100     MOVE PT-EMPLOYEE-ID TO RO-EMPLOYEE-ID.
031200     READ EMPROST
031300         INVALID KEY
031400             MOVE "EMPLOYEE NOT ON EMPROST" TO WS-EDIT-REASON
031500             GO TO 2150-EXIT
031600     END-READ.
031700     MOVE PT-SUPERVISOR-ID TO RO-EMPLOYEE-ID.
031800     READ EMPROST
031900         INVALID KEY
032000             MOVE "SUPERVISOR NOT ON EMPROST" TO WS-EDIT-REASON
032100             GO TO 2150-EXIT
032200     END-READ.
032300     IF NOT RO-AUTHORIZED
032400         MOVE "SUPERVISOR BADGE NOT ACTIVE" TO WS-EDIT-REASON
032500         GO TO 2150-EXIT
032600     END-IF.
032700     MOVE 1 TO WS-DUP-SUB.
032800     PERFORM 2160-CHECK-ONE-DUPLICATE
032900         THRU 2160-EXIT
033000         UNTIL WS-DUP-SUB > WS-TRAN-COUNT
033100             OR WS-EDIT-REASON NOT = SPACES.
033200 2150-EXIT.
033300     EXIT.
033400 2160-CHECK-ONE-DUPLICATE.
033500     IF WS-TT-EMPLOYEE-ID (WS-DUP-SUB) = PT-EMPLOYEE-ID
033600         AND WS-TT-WORK-DATE (WS-DUP-SUB) = PT-WORK-DATE
033700         AND WS-TT-ACTION-CODE (WS-DUP-SUB) = PT-ACTION-CODE
033800         AND NOT WS-TT-REJECTED (WS-DUP-SUB)
033900             MOVE "DUPLICATE OF EARLIER CORRECTION"
034000                 TO WS-EDIT-REASON
034100     END-IF.
034200     ADD 1 TO WS-DUP-SUB.
034300 2160-EXIT.
034400     EXIT.
034500 3000-COPY-ONE-PAIR.
034600     READ CLOCKPRD
034700         AT END
034800             SET WS-END-OF-PAIR TO TRUE
034900             GO TO 3000-EXIT
035000     END-READ.
035100     ADD 1 TO WS-PAIR-COUNT.
035200     MOVE CP-PAIR-RECORD TO CC-PAIR-RECORD.
035300     MOVE CP-CLOCK-IN-TS TO WS-PAIR-STAMP.
035400     MOVE "CI" TO WS-SCAN-ACTION.
035500     MOVE 1 TO WS-TRAN-SUB.
035600     PERFORM 3100-CHECK-ONE-TRAN
035700         THRU 3100-EXIT
035800         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
035900     MOVE "CO" TO WS-SCAN-ACTION.
036000     MOVE 1 TO WS-TRAN-SUB.
036100     PERFORM 3100-CHECK-ONE-TRAN
036200         THRU 3100-EXIT
036300         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
036400     WRITE CC-PAIR-RECORD.
036500 3000-EXIT.
036600     EXIT.
036700 3100-CHECK-ONE-TRAN.
036800     IF WS-TT-PENDING (WS-TRAN-SUB)
036900         AND WS-TT-ACTION-CODE (WS-TRAN-SUB) = WS-SCAN-ACTION
037000         AND WS-TT-EMPLOYEE-ID (WS-TRAN-SUB) = CC-EMPLOYEE-ID
037100         AND WS-TT-WORK-DATE (WS-TRAN-SUB) = WS-PS-DATE
037200             PERFORM 3200-APPLY-CORRECTION
037300                 THRU 3200-EXIT
037400     END-IF.
037500     ADD 1 TO WS-TRAN-SUB.
037600 3100-EXIT.
037700     EXIT.
037800 3200-APPLY-CORRECTION.
037900     MOVE CC-CLOCK-IN-TS TO WS-NEW-CI.
038000     MOVE CC-CLOCK-OUT-TS TO WS-NEW-CO.
038100     IF WS-TT-ACTION-CODE (WS-TRAN-SUB) = "CI"
038200         MOVE CC-CLOCK-IN-TS TO WS-PRIOR-TS
038300         MOVE WS-TT-CORRECTED-TS (WS-TRAN-SUB) TO WS-NEW-CI
038400     ELSE
038500         MOVE CC-CLOCK-OUT-TS TO WS-PRIOR-TS
038600         MOVE WS-TT-CORRECTED-TS (WS-TRAN-SUB) TO WS-NEW-CO
038700     END-IF.
038800     MOVE SPACES TO WS-EDIT-REASON.
038900     IF WS-TT-ACTION-CODE (WS-TRAN-SUB) = "CO"
039000         OR CC-COMPLETE
039100             PERFORM 3300-CHECK-CORRECTED-PAIR
039200                 THRU 3300-EXIT
039300     END-IF.
039400     IF WS-EDIT-REASON NOT = SPACES
039500         SET WS-TT-REJECTED (WS-TRAN-SUB) TO TRUE
039600         MOVE WS-EDIT-REASON TO WS-TT-RESULT (WS-TRAN-SUB)
039700         GO TO 3200-EXIT
039800     END-IF.
039900     MOVE WS-NEW-CI TO CC-CLOCK-IN-TS.
040000     MOVE WS-NEW-CO TO CC-CLOCK-OUT-TS.
040100     IF WS-TT-ACTION-CODE (WS-TRAN-SUB) = "CO"
040200         SET CC-COMPLETE TO TRUE
040300     END-IF.
040400     SET WS-TT-APPLIED (WS-TRAN-SUB) TO TRUE.
040500     MOVE WS-PRIOR-TS TO WS-TT-PRIOR-TS (WS-TRAN-SUB).
040600     ADD 1 TO WS-APPLIED-COUNT.
040700     PERFORM 3400-WRITE-AUDIT
040800         THRU 3400-EXIT.
040900 3200-EXIT.
041000     EXIT.
041100 3300-CHECK-CORRECTED-PAIR.
041200     MOVE WS-NEW-CI TO TS-TIMESTAMP.
041300     CALL "TSCHECK" USING TS-LINK-AREA.
041400     IF TS-INVALID
041500         MOVE "PAIR CLOCK-IN NOT VALID" TO WS-EDIT-REASON
041600         GO TO 3300-EXIT
041700     END-IF.
041800     MOVE WS-NEW-CO TO TS-TIMESTAMP.
041900     CALL "TSCHECK" USING TS-LINK-AREA.
042000     IF TS-INVALID
042100         MOVE "PAIR CLOCK-OUT NOT VALID" TO WS-EDIT-REASON
042200         GO TO 3300-EXIT
042300     END-IF.
042400     MOVE WS-NEW-CI TO WS-CI-STAMP.
042500     MOVE WS-NEW-CO TO WS-CO-STAMP.
042600     COMPUTE WS-CI-INT =
042700         FUNCTION INTEGER-OF-DATE (WS-CI-DATE).
042800     COMPUTE WS-CO-INT =
042900         FUNCTION INTEGER-OF-DATE (WS-CO-DATE).
043000     COMPUTE WS-ELAPSED-SECS =
043100         (WS-CO-INT - WS-CI-INT) * 86400
043200         + (WS-CO-HH * 3600 + WS-CO-MM * 60 + WS-CO-SS)
043300         - (WS-CI-HH * 3600 + WS-CI-MM * 60 + WS-CI-SS).
043400     IF WS-ELAPSED-SECS NOT > 0
043500         MOVE "CLOCK-OUT NOT AFTER CLOCK-IN" TO WS-EDIT-REASON
043600         GO TO 3300-EXIT
043700     END-IF.
043800     IF WS-ELAPSED-SECS > 86400
043900         MOVE "CORRECTED PAIR OVER 24 HOURS" TO WS-EDIT-REASON
044000     END-IF.
044100 3300-EXIT.
044200     EXIT.
044300 3400-WRITE-AUDIT.
044400     MOVE SPACES TO AU-AUDIT-RECORD.
044500     MOVE CC-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
044600     MOVE CC-EMPLOYEE-NAME TO AU-EMPLOYEE-NAME.
044700     MOVE WS-TT-CORRECTED-TS (WS-TRAN-SUB) TO AU-TIMESTAMP.
044800     MOVE CC-SHIFT-CODE TO AU-SHIFT-CODE.
044900     MOVE "CORRECT" TO AU-DECISION.
045000     IF WS-TT-ACTION-CODE (WS-TRAN-SUB) = "CI"
045100         MOVE "CLOCK-IN CORR" TO AU-DENIAL-REASON
045200     ELSE
045300         MOVE "CLOCK-OUT CORR" TO AU-DENIAL-REASON
045400     END-IF.
045500     MOVE WS-RUN-DATE TO AU-RUN-DATE.
045600     MOVE WS-TT-SUPERVISOR-ID (WS-TRAN-SUB) TO AU-SUPERVISOR-ID.
045700     MOVE WS-PRIOR-TS TO AU-PRIOR-TS.
045800     MOVE WS-TT-REASON (WS-TRAN-SUB) TO AU-CORRECT-REASON.
045900     WRITE AU-AUDIT-RECORD.
046000 3400-EXIT.
046100     EXIT.
046200 4000-WRITE-REPORT.
046300     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
046400     WRITE PF-REPORT-LINE FROM WS-HEADING-1.
046500     MOVE SPACES TO PF-REPORT-LINE.
046600     WRITE PF-REPORT-LINE.
046700     WRITE PF-REPORT-LINE FROM WS-HEADING-2.
046800     MOVE 1 TO WS-TRAN-SUB.
046900     PERFORM 4100-WRITE-ONE-TRAN
047000         THRU 4100-EXIT
047100         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
047200     MOVE SPACES TO PF-REPORT-LINE.
047300     WRITE PF-REPORT-LINE.
047400     MOVE WS-TRAN-COUNT TO WS-COUNT-EDIT.
047500     STRING "CORRECTIONS READ:      " WS-COUNT-EDIT
047600         DELIMITED BY SIZE INTO PF-REPORT-LINE.
047700     WRITE PF-REPORT-LINE.
047800     MOVE SPACES TO PF-REPORT-LINE.
047900     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
048000     STRING "CORRECTIONS APPLIED:   " WS-COUNT-EDIT
048100         DELIMITED BY SIZE INTO PF-REPORT-LINE.
048200     WRITE PF-REPORT-LINE.
048300     MOVE SPACES TO PF-REPORT-LINE.
048400     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
048500     STRING "CORRECTIONS REJECTED:  " WS-COUNT-EDIT
048600         DELIMITED BY SIZE INTO PF-REPORT-LINE.
048700     WRITE PF-REPORT-LINE.
048800     IF WS-OVERFLOW-COUNT > 0
048900         MOVE SPACES TO PF-REPORT-LINE
049000         MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
049100         STRING "** NOT PROCESSED, TABLE FULL: " WS-COUNT-EDIT
049200             DELIMITED BY SIZE INTO PF-REPORT-LINE
049300         WRITE PF-REPORT-LINE
049400     END-IF.
049500     MOVE SPACES TO PF-REPORT-LINE.
049600     MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
049700     STRING "PAIRS COPIED TO CLOCKCOR:" WS-COUNT-EDIT
049800         DELIMITED BY SIZE INTO PF-REPORT-LINE.
049900     WRITE PF-REPORT-LINE.
050000 4000-EXIT.
050100     EXIT.
050200 4100-WRITE-ONE-TRAN.
050300     IF WS-TT-PENDING (WS-TRAN-SUB)
050400         SET WS-TT-REJECTED (WS-TRAN-SUB) TO TRUE
050500         MOVE "NO CLOCK PAIR FOR WORK DATE"
050600             TO WS-TT-RESULT (WS-TRAN-SUB)
050700     END-IF.
050800     MOVE WS-TT-EMPLOYEE-ID (WS-TRAN-SUB) TO WS-DL-EMPLOYEE-ID.
050900     MOVE WS-TT-WORK-DATE (WS-TRAN-SUB) TO WS-DL-WORK-DATE.
051000     MOVE WS-TT-ACTION-CODE (WS-TRAN-SUB) TO WS-DL-ACTION-CODE.
051100     MOVE WS-TT-CORRECTED-TS (WS-TRAN-SUB) TO WS-DL-CORRECTED-TS.
051200     MOVE WS-TT-SUPERVISOR-ID (WS-TRAN-SUB) TO WS-DL-SUPV-ID.
051300     IF WS-TT-APPLIED (WS-TRAN-SUB)
051400         MOVE "APPLIED" TO WS-DL-RESULT
051500     ELSE
051600         MOVE "REJECTED" TO WS-DL-RESULT
051700         ADD 1 TO WS-REJECTED-COUNT
051800     END-IF.
051900     WRITE PF-REPORT-LINE FROM WS-DETAIL-LINE.
052000     MOVE SPACES TO PF-REPORT-LINE.
052100     IF WS-TT-APPLIED (WS-TRAN-SUB)
052200         STRING "       WAS " WS-TT-PRIOR-TS (WS-TRAN-SUB)
052300             "  " WS-TT-REASON (WS-TRAN-SUB)
052400             DELIMITED BY SIZE INTO PF-REPORT-LINE
052500     ELSE
052600         STRING "       ** " WS-TT-RESULT (WS-TRAN-SUB)
052700             DELIMITED BY SIZE INTO PF-REPORT-LINE
052800     END-IF.
052900     WRITE PF-REPORT-LINE.
053000     ADD 1 TO WS-TRAN-SUB.
053100 4100-EXIT.
053200     EXIT.
053300 8000-FINALIZE.
053400     CLOSE PNCHTRN EMPROST CLOCKPRD CLOCKCOR
053500         AUDITLOG PNCHRPT.
053600     IF WS-REJECTED-COUNT > 0
053700         OR WS-OVERFLOW-COUNT > 0
053800             MOVE 4 TO RETURN-CODE
053900     END-IF.
054000     MOVE WS-TRAN-COUNT TO WS-COUNT-EDIT.
054100     DISPLAY "PUNCHFIX - CORRECTIONS READ:     " WS-COUNT-EDIT.
054200     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
054300     DISPLAY "PUNCHFIX - CORRECTIONS APPLIED:  " WS-COUNT-EDIT.
054400     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
054500     DISPLAY "PUNCHFIX - CORRECTIONS REJECTED: " WS-COUNT-EDIT.
054600     MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
054700     DISPLAY "PUNCHFIX - PAIRS COPIED:         " WS-COUNT-EDIT.
054800     MOVE "E" TO WS-RUN-TYPE.
054900     MOVE WS-APPLIED-COUNT TO WS-RUN-RECORDS.
055000     PERFORM 9100-WRITE-RUN-RECORD
055100         THRU 9100-EXIT.
055200 8000-EXIT.
055300     EXIT.
055400 9100-WRITE-RUN-RECORD.
055500     OPEN EXTEND RUNLOG.
055600     IF WS-RUNLOG-STATUS NOT = "00"
055700         OPEN OUTPUT RUNLOG
055800     END-IF.
055900     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
056000     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
056100     MOVE "PUNCHFIX " TO RL-PROGRAM-ID.
056200     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
056300     MOVE SPACE TO RL-SHIFT-CODE.
056400     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
056500     MOVE WS-RUN-HHMMSS TO RL-TIME.
056600     MOVE WS-RUN-RECORDS TO RL-RECORDS.
056700     MOVE RETURN-CODE TO RL-RETURN-CODE.
056800     WRITE RL-RUN-RECORD.
056900     CLOSE RUNLOG.
057000 9100-EXIT.
057100     EXIT.
