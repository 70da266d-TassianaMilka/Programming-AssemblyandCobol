000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : HANDOVR                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Shift handover report.  One section per HANDCTL card (shift *
001000*   code, optional YYYYMMDD date -- blank is today) pulling      *
001100*   together what the incoming supervisor used to page through  *
001200*   ALERTS, REJECTS, ATTEXRPT, SECALERT and the CLOGSHn logs    *
001300*   for:                                                         *
001400*     - the shift's critical and serious alerts, from ALERTS;   *
001500*     - stations silent all night, from ALERTS;                 *
001600*     - recycle backlog added, by reason, from RECYCLE -- each  *
001700*       reading's shift derived from its timestamp against the  *
001800*       SHIFTTAB boundaries exactly as the band check does;     *
001900*     - clock-ins still open (no clock-out), from CLOCKPRD;     *
002000*     - badges locked on the roster for the shift, with the     *
002100*       day's denials from AUDITLOG;                            *
002200*     - headcount clocked in against the roster headcount       *
002300*       expected on the shift.                                  *
002400*   Run at each shift change by SHIFTCHG with that shift's      *
002500*   card, and at the end of the night by NIGHTLY for all of     *
002600*   them.  Every input but HANDCTL is optional -- a missing     *
002700*   file prints a NOT AVAILABLE line in its section rather      *
002800*   than holding the handover back.                             *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   ------------------------------------------------------------*
003200*   2026-10-15  DLM  Original program.                          *
003210*   2026-10-15  DLM  Only DENIED audit records count toward a   *
003220*                    lockout's denials -- PUNCHFIX corrections  *
003230*                    now share the audit trail.                 *
003240*   2026-10-15  DLM  ROSTREC grew the effective window dates;   *
003250*                    FD record length only, no logic change.    *
003260*   2026-10-15  DLM  ROSTREC grew the plant code; FD record     *
003270*                    length only, no logic change.              *
003276*   2026-10-15  DLM  Each critical and serious alert line now   *
003282*                    shows its ALRTREC alert identifier, the    *
003288*                    one the supervisor quotes to ALRTACK when  *
003294*                    acknowledging it.                          *
003304*   2026-10-15  DLM  HANDCTL card carries the plant (HC-PLANT-  *
003314*                    CODE, after the date).  The roster         *
003324*                    headcount and lockout list count only that *
003334*                    plant's employees and the all-plants       *
003344*                    (blank) ones, and only those whose roster  *
003354*                    window covers the handover date, as        *
003364*                    STOPNAME does.  A blank plant counts every *
003374*                    plant.                                     *
003384******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. HANDOVR.
003600 AUTHOR. D. L. MERCER.
003700 INSTALLATION. QC SHIFT OPERATIONS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HANDCTL ASSIGN TO "HANDCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CTL-STATUS.
004600     SELECT SHIFTTAB ASSIGN TO "SHIFTTAB"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SHIFTTAB-STATUS.
004900     SELECT ALERTS ASSIGN TO "ALERTS"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ALERTS-STATUS.
005200     SELECT RECYCLE ASSIGN TO "RECYCLE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RECYCLE-STATUS.
005500     SELECT CLOCKPRD ASSIGN TO "CLOCKPRD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PAIR-STATUS.
005800     SELECT EMPROST ASSIGN TO "EMPROST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS RO-EMPLOYEE-ID
006200         FILE STATUS IS WS-ROSTER-STATUS.
006300     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-AUDIT-STATUS.
006600     SELECT HANDRPT ASSIGN TO "HANDRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RPT-STATUS.
006900     SELECT RUNLOG ASSIGN TO "RUNLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNLOG-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  HANDCTL
007500     RECORDING MODE IS F.
007600 01  HC-CONTROL-CARD.
007700     05  HC-SHIFT-CODE        PIC X(01).
007800     05  HC-RUN-DATE          PIC X(08).
007900     05  HC-RUN-DATE-N REDEFINES HC-RUN-DATE
008000                              PIC 9(08).
008010     05  HC-PLANT-CODE        PIC X(02).
008020     05  FILLER               PIC X(19).
008200 FD  SHIFTTAB
008300     RECORDING MODE IS F.
008400 01  SH-SHIFT-LINE.
008500     05  SH-SHIFT-CODE        PIC X(01).
008600     05  SH-START-TIME        PIC 9(06).
008700 FD  ALERTS
008800     RECORDING MODE IS F.
008900     COPY ALRTREC.
009000 FD  RECYCLE
009100     RECORDING MODE IS F.
009200     COPY RCYREC.
009300 FD  CLOCKPRD
009400     RECORDING MODE IS F.
009500     COPY CLKPREC.
009600 FD  EMPROST
009700     RECORD CONTAINS 46 CHARACTERS.
009800     COPY ROSTREC.
009900 FD  AUDITLOG
010000     RECORDING MODE IS F.
010100     COPY AUDITREC.
010200 FD  HANDRPT
010300     RECORDING MODE IS F.
010400 01  HR-REPORT-LINE           PIC X(80).
010500 FD  RUNLOG
010600     RECORDING MODE IS F.
010700     COPY RUNREC.
010800 WORKING-STORAGE SECTION.
010900 01  WS-CTL-STATUS            PIC X(02).
011000     88  WS-CTL-OK                   VALUE "00".
011100 01  WS-SHIFTTAB-STATUS       PIC X(02).
011200     88  WS-SHIFTTAB-OK              VALUE "00".
011300 01  WS-ALERTS-STATUS         PIC X(02).
011400     88  WS-ALERTS-OK                VALUE "00".
011500 01  WS-RECYCLE-STATUS        PIC X(02).
011600     88  WS-RECYCLE-OK               VALUE "00".
011700 01  WS-PAIR-STATUS           PIC X(02).
011800     88  WS-PAIR-OK                  VALUE "00".
011900 01  WS-ROSTER-STATUS         PIC X(02).
012000     88  WS-ROSTER-OK                VALUE "00".
012100 01  WS-AUDIT-STATUS          PIC X(02).
012200     88  WS-AUDIT-OK                 VALUE "00".
012300 01  WS-RPT-STATUS            PIC X(02).
012400     88  WS-RPT-OK                   VALUE "00".
012500 01  WS-RUNLOG-STATUS         PIC X(02).
012600 01  WS-RUN-TYPE              PIC X(01).
012700 01  WS-RUN-RECORDS           PIC 9(07).
012800 01  WS-RUN-STAMP-DATE        PIC 9(08).
012900 01  WS-RUN-STAMP-TIME.
013000     05  WS-RUN-HHMMSS        PIC 9(06).
013100     05  FILLER               PIC 9(02).
013200 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
013300     88  WS-END-OF-CTL               VALUE "Y".
013400 01  WS-SHIFTTAB-EOF-SW       PIC X(01) VALUE "N".
013500     88  WS-SHIFTTAB-EOF             VALUE "Y".
013600 01  WS-FILE-EOF-SW           PIC X(01) VALUE "N".
013700     88  WS-FILE-EOF                 VALUE "Y".
013800 01  WS-TODAY                 PIC 9(08).
013900 01  WS-HAND-DATE             PIC 9(08).
013910 01  WS-HAND-PLANT            PIC X(02).
014000 01  WS-HAND-SHIFT            PIC X(01).
014100 01  WS-SECTION-COUNT         PIC 9(05) VALUE 0 COMP.
014200 01  WS-SHIFT-CNT             PIC 9(02) VALUE 0 COMP.
014300 01  WS-SHIFT-SUB             PIC 9(02) VALUE 0 COMP.
014400 01  WS-BEST-SUB              PIC 9(02) VALUE 0 COMP.
014500 01  WS-SHIFT-TABLE.
014600     05  WS-SH-ENTRY OCCURS 6 TIMES.
014700         10  WS-SH-CODE           PIC X(01).
014800         10  WS-SH-START          PIC 9(06).
014900 01  WS-RY-STAMP.
015000     05  WS-RY-DATE-PART      PIC X(08).
015100     05  WS-RY-TIME-PART      PIC X(06).
015200     05  WS-RY-TIME-N REDEFINES WS-RY-TIME-PART
015300                              PIC 9(06).
015400 01  WS-RY-SHIFT              PIC X(01).
015500 01  WS-CRITICAL-CNT          PIC 9(05) VALUE 0 COMP.
015600 01  WS-SERIOUS-CNT           PIC 9(05) VALUE 0 COMP.
015700 01  WS-SILENT-CNT            PIC 9(03) VALUE 0 COMP.
015800 01  WS-SILENT-MAX            PIC 9(03) VALUE 50 COMP.
015900 01  WS-SILENT-SUB            PIC 9(03) VALUE 0 COMP.
016000 01  WS-SILENT-TABLE.
016100     05  WS-SILENT-ENTRY OCCURS 50 TIMES.
016200         10  WS-SL-STATION        PIC X(05).
016300         10  WS-SL-DETAIL         PIC X(45).
016400 01  WS-RCY-TOTAL             PIC 9(07) VALUE 0 COMP.
016500 01  WS-RCY-UNASSIGNED        PIC 9(07) VALUE 0 COMP.
016600 01  WS-RSN-SUB               PIC 9(02) VALUE 0 COMP.
016700 01  WS-RSN-HIT               PIC 9(02) VALUE 0 COMP.
016800 01  WS-RCY-COUNT-TABLE.
016900     05  WS-RCY-COUNT         PIC 9(07) COMP OCCURS 8 TIMES.
017000 01  WS-REASON-CODE-LIST      PIC X(16)
017100                               VALUE "NNUSSDOVOBTSOPSO".
017200 01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-LIST.
017300     05  WS-REASON-CODE       PIC X(02) OCCURS 8 TIMES.
017400 01  WS-REASON-DESC-LIST.
017500     05  FILLER               PIC X(20)
017600                               VALUE "NON-NUMERIC INPUT   ".
017700     05  FILLER               PIC X(20)
017800                               VALUE "UNKNOWN STATION     ".
017900     05  FILLER               PIC X(20)
018000                               VALUE "STATION RETIRED     ".
018100     05  FILLER               PIC X(20)
018200                               VALUE "RESULT OVERFLOW     ".
018300     05  FILLER               PIC X(20)
018400                               VALUE "OUT OF BAND         ".
018500     05  FILLER               PIC X(20)
018600                               VALUE "BAD TIMESTAMP       ".
018700     05  FILLER               PIC X(20)
018800                               VALUE "OPERATOR UNVERIFIED ".
018900     05  FILLER               PIC X(20)
019000                               VALUE "STATION IN OUTAGE   ".
019100 01  WS-REASON-DESC-TABLE REDEFINES WS-REASON-DESC-LIST.
019200     05  WS-REASON-DESC       PIC X(20) OCCURS 8 TIMES.
019300 01  WS-OPEN-CI-CNT           PIC 9(05) VALUE 0 COMP.
019400 01  WS-HEADCOUNT             PIC 9(05) VALUE 0 COMP.
019500 01  WS-EXPECTED-CNT          PIC 9(05) VALUE 0 COMP.
019600 01  WS-SHORT-CNT             PIC S9(05) VALUE 0 COMP.
019700 01  WS-LAST-EMP              PIC X(06).
019800 01  WS-LOCK-CNT              PIC 9(03) VALUE 0 COMP.
019900 01  WS-LOCK-MAX              PIC 9(03) VALUE 100 COMP.
020000 01  WS-LOCK-SUB              PIC 9(03) VALUE 0 COMP.
020100 01  WS-LOCK-NEW-CNT          PIC 9(03) VALUE 0 COMP.
020200 01  WS-LOCK-TABLE.
020300     05  WS-LOCK-ENTRY OCCURS 100 TIMES.
020400         10  WS-LK-EMPLOYEE       PIC X(06).
020500         10  WS-LK-NAME           PIC X(20).
020600         10  WS-LK-DENIALS        PIC 9(05) COMP.
020700 01  WS-SUBHEAD               PIC X(80).
020800 01  WS-AVAIL-SW              PIC X(01).
020900     88  WS-AUDIT-AVAILABLE          VALUE "Y".
021000 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
021100 01  WS-SMALL-EDIT            PIC ZZZZ9.
021200 01  WS-SHORT-EDIT            PIC -ZZZZ9.
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE
021600         THRU 1000-EXIT.
021700     PERFORM 2000-PROCESS-ONE-CARD
021800         THRU 2000-EXIT
021900         UNTIL WS-END-OF-CTL.
022000     PERFORM 8000-FINALIZE
022100         THRU 8000-EXIT.
022200     STOP RUN.
022300 1000-INITIALIZE.
022400     MOVE "S" TO WS-RUN-TYPE.
022500     MOVE 0 TO WS-RUN-RECORDS.
022600     PERFORM 9100-WRITE-RUN-RECORD
022700         THRU 9100-EXIT.
022800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022900     OPEN INPUT HANDCTL.
023000     IF NOT WS-CTL-OK
023100         DISPLAY "HANDOVR - UNABLE TO OPEN HANDCTL, STATUS="
023200             WS-CTL-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     OPEN OUTPUT HANDRPT.
023700     IF NOT WS-RPT-OK
023800         DISPLAY "HANDOVR - UNABLE TO OPEN HANDRPT, STATUS="
023900             WS-RPT-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300     PERFORM 1300-LOAD-SHIFT-TABLE
024400         THRU 1300-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700 1300-LOAD-SHIFT-TABLE.
024800     OPEN INPUT SHIFTTAB.
024900     IF NOT WS-SHIFTTAB-OK
025000         DISPLAY "HANDOVR - SHIFTTAB NOT AVAILABLE, RECYCLE "
025100             "BACKLOG NOT SPLIT BY SHIFT"
025200         GO TO 1300-EXIT
025300     END-IF.
025400     PERFORM 1310-LOAD-ONE-SHIFT
025500         THRU 1310-EXIT
025600         UNTIL WS-SHIFTTAB-EOF.
025700     CLOSE SHIFTTAB.
025800 1300-EXIT.
025900     EXIT.
026000 1310-LOAD-ONE-SHIFT.
026100     READ SHIFTTAB
026200         AT END
026300             SET WS-SHIFTTAB-EOF TO TRUE
026400             GO TO 1310-EXIT
026500     END-READ.
026600     IF SH-START-TIME IS NOT NUMERIC
026700         OR WS-SHIFT-CNT >= 6
026800             DISPLAY "HANDOVR - SHIFTTAB CARD IGNORED: "
026900                 SH-SHIFT-LINE
027000             GO TO 1310-EXIT
027100     END-IF.
027200     ADD 1 TO WS-SHIFT-CNT.
027300     MOVE SH-SHIFT-CODE TO WS-SH-CODE (WS-SHIFT-CNT).
027400     MOVE SH-START-TIME TO WS-SH-START (WS-SHIFT-CNT).
027500 1310-EXIT.
027600     EXIT.
027700 2000-PROCESS-ONE-CARD.
027800     READ HANDCTL
027900         AT END
028000             SET WS-END-OF-CTL TO TRUE
028100             GO TO 2000-EXIT
028200     END-READ.
028300     IF HC-SHIFT-CODE = SPACE
028400         GO TO 2000-EXIT
028500     END-IF.
028600     MOVE HC-SHIFT-CODE TO WS-HAND-SHIFT.
028610     MOVE HC-PLANT-CODE TO WS-HAND-PLANT.
028700     IF HC-RUN-DATE = SPACES
028800         MOVE WS-TODAY TO WS-HAND-DATE
028900     ELSE
029000         IF HC-RUN-DATE-N IS NUMERIC
029100             MOVE HC-RUN-DATE-N TO WS-HAND-DATE
029200         ELSE
029300             DISPLAY "HANDOVR - DATE NOT NUMERIC FOR SHIFT "
029400                 HC-SHIFT-CODE ", CARD IGNORED"
029500             GO TO 2000-EXIT
029600         END-IF
029700     END-IF.
029800     ADD 1 TO WS-SECTION-COUNT.
029900     PERFORM 2100-WRITE-HEADING
030000         THRU 2100-EXIT.
030100     PERFORM 3000-ALERT-SECTION
030200         THRU 3000-EXIT.
030300     PERFORM 4000-RECYCLE-SECTION
030400         THRU 4000-EXIT.
030500     PERFORM 5000-CLOCK-SECTION
030600         THRU 5000-EXIT.
030700     PERFORM 6000-LOCKOUT-SECTION
030800         THRU 6000-EXIT.
030900     PERFORM 7000-HEADCOUNT-LINE
031000         THRU 7000-EXIT.
031100 2000-EXIT.
031200     EXIT.
031300 2100-WRITE-HEADING.
031400     MOVE ALL "=" TO HR-REPORT-LINE.
031500     WRITE HR-REPORT-LINE.
031600     MOVE SPACES TO HR-REPORT-LINE.
031700     STRING "HANDOVR SHIFT HANDOVER   SHIFT " WS-HAND-SHIFT
031800         "   DATE " WS-HAND-DATE
031810         "   PLANT " WS-HAND-PLANT
031900         DELIMITED BY SIZE INTO HR-REPORT-LINE.
032000     WRITE HR-REPORT-LINE.
032100     MOVE ALL "=" TO HR-REPORT-LINE.
032200     WRITE HR-REPORT-LINE.
032300 2100-EXIT.
032400     EXIT.
032500 2200-WRITE-SUBHEAD.
032600     MOVE SPACES TO HR-REPORT-LINE.
032700     WRITE HR-REPORT-LINE.
032800     MOVE WS-SUBHEAD TO HR-REPORT-LINE.
032900     WRITE HR-REPORT-LINE.
033000 2200-EXIT.
033100     EXIT.
033200 3000-ALERT-SECTION.
033300     MOVE "CRITICAL AND SERIOUS ALERTS" TO WS-SUBHEAD.
033400     PERFORM 2200-WRITE-SUBHEAD
033500         THRU 2200-EXIT.
033600     MOVE 0 TO WS-CRITICAL-CNT.
033700     MOVE 0 TO WS-SERIOUS-CNT.
033800     MOVE 0 TO WS-SILENT-CNT.
033900     MOVE "N" TO WS-FILE-EOF-SW.
034000     OPEN INPUT ALERTS.
034100     IF NOT WS-ALERTS-OK
034200         MOVE SPACES TO HR-REPORT-LINE
034300         STRING "  ALERTS NOT AVAILABLE, STATUS=" WS-ALERTS-STATUS
034400             DELIMITED BY SIZE INTO HR-REPORT-LINE
034500         WRITE HR-REPORT-LINE
034600         GO TO 3000-EXIT
034700     END-IF.
034800     PERFORM 3100-READ-ONE-ALERT
034900         THRU 3100-EXIT
035000         UNTIL WS-FILE-EOF.
035100     CLOSE ALERTS.
035200     MOVE SPACES TO HR-REPORT-LINE.
035300     MOVE WS-CRITICAL-CNT TO WS-SMALL-EDIT.
035400     STRING "  CRITICAL " WS-SMALL-EDIT
035500         DELIMITED BY SIZE INTO HR-REPORT-LINE.
035600     MOVE WS-SERIOUS-CNT TO WS-SMALL-EDIT.
035700     MOVE "   SERIOUS " TO HR-REPORT-LINE (17:11).
035800     MOVE WS-SMALL-EDIT TO HR-REPORT-LINE (28:5).
035900     WRITE HR-REPORT-LINE.
036000     MOVE "SILENT STATIONS (WHOLE NIGHT)" TO WS-SUBHEAD.
036100     PERFORM 2200-WRITE-SUBHEAD
036200         THRU 2200-EXIT.
036300     IF WS-SILENT-CNT = 0
036400         MOVE "  NONE" TO HR-REPORT-LINE
036500         WRITE HR-REPORT-LINE
036600         GO TO 3000-EXIT
036700     END-IF.
036800     MOVE 0 TO WS-SILENT-SUB.
036900     PERFORM 3200-PRINT-ONE-SILENT
037000         THRU 3200-EXIT
037100         UNTIL WS-SILENT-SUB >= WS-SILENT-CNT.
037200 3000-EXIT.
037300     EXIT.
037400 3100-READ-ONE-ALERT.
037500     READ ALERTS
037600         AT END
037700             SET WS-FILE-EOF TO TRUE
037800             GO TO 3100-EXIT
037900     END-READ.
038000     IF AL-SILENT
038100         IF WS-SILENT-CNT < WS-SILENT-MAX
038200             ADD 1 TO WS-SILENT-CNT
038300             MOVE AL-STATION-ID TO WS-SL-STATION (WS-SILENT-CNT)
038400             MOVE AL-DETAIL TO WS-SL-DETAIL (WS-SILENT-CNT)
038500         END-IF
038600         GO TO 3100-EXIT
038700     END-IF.
038800     IF AL-SHIFT-CODE NOT = WS-HAND-SHIFT
038900         GO TO 3100-EXIT
039000     END-IF.
039100     IF AL-CRITICAL
039200         ADD 1 TO WS-CRITICAL-CNT
039300     ELSE
039400         IF AL-SERIOUS
039500             ADD 1 TO WS-SERIOUS-CNT
039600         ELSE
039700             GO TO 3100-EXIT
039800         END-IF
039900     END-IF.
040000     MOVE SPACES TO HR-REPORT-LINE.
040100     STRING "  " AL-SEVERITY " " AL-STATION-ID " " AL-TIMESTAMP
040200         " " AL-DETAIL
040210         " " AL-ALERT-ID
040300         DELIMITED BY SIZE INTO HR-REPORT-LINE.
040400     WRITE HR-REPORT-LINE.
040500 3100-EXIT.
040600     EXIT.
040700 3200-PRINT-ONE-SILENT.
040800     ADD 1 TO WS-SILENT-SUB.
040900     MOVE SPACES TO HR-REPORT-LINE.
041000     STRING "  " WS-SL-STATION (WS-SILENT-SUB) " "
041100         WS-SL-DETAIL (WS-SILENT-SUB)
041200         DELIMITED BY SIZE INTO HR-REPORT-LINE.
041300     WRITE HR-REPORT-LINE.
041400 3200-EXIT.
041500     EXIT.
041600 4000-RECYCLE-SECTION.
041700     MOVE "RECYCLE BACKLOG ADDED" TO WS-SUBHEAD.
041800     PERFORM 2200-WRITE-SUBHEAD
041900         THRU 2200-EXIT.
042000     MOVE 0 TO WS-RCY-TOTAL.
042100     MOVE 0 TO WS-RCY-UNASSIGNED.
042200     MOVE 0 TO WS-RSN-SUB.
042300     PERFORM 4010-CLEAR-ONE-REASON
042400         THRU 4010-EXIT
042500         UNTIL WS-RSN-SUB >= 8.
042600     MOVE "N" TO WS-FILE-EOF-SW.
042700     OPEN INPUT RECYCLE.
042800     IF NOT WS-RECYCLE-OK
042900         MOVE SPACES TO HR-REPORT-LINE
043000         STRING "  RECYCLE NOT AVAILABLE, STATUS="
043100             WS-RECYCLE-STATUS
043200             DELIMITED BY SIZE INTO HR-REPORT-LINE
043300         WRITE HR-REPORT-LINE
043400         GO TO 4000-EXIT
043500     END-IF.
043600     PERFORM 4100-READ-ONE-RECYCLE
043700         THRU 4100-EXIT
043800         UNTIL WS-FILE-EOF.
043900     CLOSE RECYCLE.
044000     MOVE 0 TO WS-RSN-SUB.
044100     PERFORM 4300-PRINT-ONE-REASON
044200         THRU 4300-EXIT
044300         UNTIL WS-RSN-SUB >= 8.
044400     MOVE SPACES TO HR-REPORT-LINE.
044500     MOVE WS-RCY-TOTAL TO WS-COUNT-EDIT.
044600     STRING "  TOTAL ADDED THIS SHIFT    " WS-COUNT-EDIT
044700         DELIMITED BY SIZE INTO HR-REPORT-LINE.
044800     WRITE HR-REPORT-LINE.
044900     IF WS-RCY-UNASSIGNED > 0
045000         MOVE SPACES TO HR-REPORT-LINE
045100         MOVE WS-RCY-UNASSIGNED TO WS-COUNT-EDIT
045200         STRING "  NO USABLE TIME, ANY SHIFT " WS-COUNT-EDIT
045300             DELIMITED BY SIZE INTO HR-REPORT-LINE
045400         WRITE HR-REPORT-LINE
045500     END-IF.
045600 4000-EXIT.
045700     EXIT.
045800 4010-CLEAR-ONE-REASON.
045900     ADD 1 TO WS-RSN-SUB.
046000     MOVE 0 TO WS-RCY-COUNT (WS-RSN-SUB).
046100 4010-EXIT.
046200     EXIT.
046300 4100-READ-ONE-RECYCLE.
046400     READ RECYCLE
046500         AT END
046600             SET WS-FILE-EOF TO TRUE
046700             GO TO 4100-EXIT
046800     END-READ.
046900     IF WS-SHIFT-CNT > 0
047000         MOVE RY-TIMESTAMP TO WS-RY-STAMP
047100         IF WS-RY-TIME-N IS NOT NUMERIC
047200             ADD 1 TO WS-RCY-UNASSIGNED
047300             GO TO 4100-EXIT
047400         END-IF
047500         PERFORM 4200-DERIVE-SHIFT
047600             THRU 4200-EXIT
047700         IF WS-RY-SHIFT NOT = WS-HAND-SHIFT
047800             GO TO 4100-EXIT
047900         END-IF
048000     END-IF.
048100     ADD 1 TO WS-RCY-TOTAL.
048200     MOVE 0 TO WS-RSN-HIT.
048300     MOVE 0 TO WS-RSN-SUB.
048400     PERFORM 4110-MATCH-ONE-REASON
048500         THRU 4110-EXIT
048600         UNTIL WS-RSN-SUB >= 8
048700             OR WS-RSN-HIT > 0.
048800     IF WS-RSN-HIT > 0
048900         ADD 1 TO WS-RCY-COUNT (WS-RSN-HIT)
049000     END-IF.
049100 4100-EXIT.
049200     EXIT.
049300 4110-MATCH-ONE-REASON.
049400     ADD 1 TO WS-RSN-SUB.
049500     IF WS-REASON-CODE (WS-RSN-SUB) = RY-REASON-CODE
049600         MOVE WS-RSN-SUB TO WS-RSN-HIT
049700     END-IF.
049800 4110-EXIT.
049900     EXIT.
050000 4200-DERIVE-SHIFT.
050100     MOVE 0 TO WS-BEST-SUB.
050200     MOVE 0 TO WS-SHIFT-SUB.
050300     PERFORM 4210-TEST-ONE-SHIFT
050400         THRU 4210-EXIT
050500         UNTIL WS-SHIFT-SUB >= WS-SHIFT-CNT.
050600     IF WS-BEST-SUB = 0
050700         MOVE 1 TO WS-BEST-SUB
050800         MOVE 1 TO WS-SHIFT-SUB
050900         PERFORM 4220-TEST-LATEST
051000             THRU 4220-EXIT
051100             UNTIL WS-SHIFT-SUB >= WS-SHIFT-CNT
051200     END-IF.
051300     MOVE WS-SH-CODE (WS-BEST-SUB) TO WS-RY-SHIFT.
051400 4200-EXIT.
051500     EXIT.
051600 4210-TEST-ONE-SHIFT.
051700     ADD 1 TO WS-SHIFT-SUB.
051800     IF WS-SH-START (WS-SHIFT-SUB) NOT > WS-RY-TIME-N
051900         IF WS-BEST-SUB = 0
052000             OR WS-SH-START (WS-SHIFT-SUB)
052100                 > WS-SH-START (WS-BEST-SUB)
052200                     MOVE WS-SHIFT-SUB TO WS-BEST-SUB
052300         END-IF
052400     END-IF.
052500 4210-EXIT.
052600     EXIT.
052700 4220-TEST-LATEST.
052800     ADD 1 TO WS-SHIFT-SUB.
052900     IF WS-SH-START (WS-SHIFT-SUB)
053000         > WS-SH-START (WS-BEST-SUB)
053100             MOVE WS-SHIFT-SUB TO WS-BEST-SUB
053200     END-IF.
053300 4220-EXIT.
053400     EXIT.
053500 4300-PRINT-ONE-REASON.
053600     ADD 1 TO WS-RSN-SUB.
053700     IF WS-RCY-COUNT (WS-RSN-SUB) = 0
053800         GO TO 4300-EXIT
053900     END-IF.
054000     MOVE SPACES TO HR-REPORT-LINE.
054100     MOVE WS-RCY-COUNT (WS-RSN-SUB) TO WS-COUNT-EDIT.
054200     STRING "  " WS-REASON-CODE (WS-RSN-SUB) " "
054300         WS-REASON-DESC (WS-RSN-SUB) "   " WS-COUNT-EDIT
054400         DELIMITED BY SIZE INTO HR-REPORT-LINE.
054500     WRITE HR-REPORT-LINE.
054600 4300-EXIT.
054700     EXIT.
054800 5000-CLOCK-SECTION.
054900     MOVE "CLOCK-INS STILL OPEN (NO CLOCK-OUT)" TO WS-SUBHEAD.
055000     PERFORM 2200-WRITE-SUBHEAD
055100         THRU 2200-EXIT.
055200     MOVE 0 TO WS-OPEN-CI-CNT.
055300     MOVE 0 TO WS-HEADCOUNT.
055400     MOVE SPACES TO WS-LAST-EMP.
055500     MOVE "N" TO WS-FILE-EOF-SW.
055600     OPEN INPUT CLOCKPRD.
055700     IF NOT WS-PAIR-OK
055800         MOVE SPACES TO HR-REPORT-LINE
055900         STRING "  CLOCKPRD NOT AVAILABLE, STATUS=" WS-PAIR-STATUS
056000             DELIMITED BY SIZE INTO HR-REPORT-LINE
056100         WRITE HR-REPORT-LINE
056200         GO TO 5000-EXIT
056300     END-IF.
056400     PERFORM 5100-READ-ONE-PAIR
056500         THRU 5100-EXIT
056600         UNTIL WS-FILE-EOF.
056700     CLOSE CLOCKPRD.
056800     MOVE SPACES TO HR-REPORT-LINE.
056900     MOVE WS-OPEN-CI-CNT TO WS-SMALL-EDIT.
057000     STRING "  OPEN CLOCK-INS " WS-SMALL-EDIT
057100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
057200     WRITE HR-REPORT-LINE.
057300 5000-EXIT.
057400     EXIT.
057500 5100-READ-ONE-PAIR.
057600     READ CLOCKPRD
057700         AT END
057800             SET WS-FILE-EOF TO TRUE
057900             GO TO 5100-EXIT
058000     END-READ.
058100     IF CP-SHIFT-CODE NOT = WS-HAND-SHIFT
058200         GO TO 5100-EXIT
058300     END-IF.
058400     IF CP-EMPLOYEE-ID NOT = WS-LAST-EMP
058500         ADD 1 TO WS-HEADCOUNT
058600         MOVE CP-EMPLOYEE-ID TO WS-LAST-EMP
058700     END-IF.
058800     IF NOT CP-INCOMPLETE
058900         GO TO 5100-EXIT
059000     END-IF.
059100     ADD 1 TO WS-OPEN-CI-CNT.
059200     MOVE SPACES TO HR-REPORT-LINE.
059300     STRING "  " CP-EMPLOYEE-ID " " CP-EMPLOYEE-NAME
059400         " IN " CP-CLOCK-IN-TS
059500         DELIMITED BY SIZE INTO HR-REPORT-LINE.
059600     WRITE HR-REPORT-LINE.
059700 5100-EXIT.
059800     EXIT.
059900 6000-LOCKOUT-SECTION.
060000     MOVE "BADGE LOCKOUTS" TO WS-SUBHEAD.
060100     PERFORM 2200-WRITE-SUBHEAD
060200         THRU 2200-EXIT.
060300     MOVE 0 TO WS-LOCK-CNT.
060400     MOVE 0 TO WS-LOCK-NEW-CNT.
060500     MOVE 0 TO WS-EXPECTED-CNT.
060600     MOVE "N" TO WS-FILE-EOF-SW.
060700     OPEN INPUT EMPROST.
060800     IF NOT WS-ROSTER-OK
060900         MOVE SPACES TO HR-REPORT-LINE
061000         STRING "  EMPROST NOT AVAILABLE, STATUS="
061100             WS-ROSTER-STATUS
061200             DELIMITED BY SIZE INTO HR-REPORT-LINE
061300         WRITE HR-REPORT-LINE
061400         GO TO 6000-EXIT
061500     END-IF.
061600     PERFORM 6100-READ-ONE-ROSTER
061700         THRU 6100-EXIT
061800         UNTIL WS-FILE-EOF.
061900     CLOSE EMPROST.
062000     IF WS-LOCK-CNT = 0
062100         MOVE "  NONE" TO HR-REPORT-LINE
062200         WRITE HR-REPORT-LINE
062300         GO TO 6000-EXIT
062400     END-IF.
062500     MOVE "N" TO WS-AVAIL-SW.
062600     MOVE "N" TO WS-FILE-EOF-SW.
062700     OPEN INPUT AUDITLOG.
062800     IF WS-AUDIT-OK
062900         SET WS-AUDIT-AVAILABLE TO TRUE
063000         PERFORM 6200-READ-ONE-AUDIT
063100             THRU 6200-EXIT
063200             UNTIL WS-FILE-EOF
063300         CLOSE AUDITLOG
063400     ELSE
063500         MOVE SPACES TO HR-REPORT-LINE
063600         STRING "  AUDITLOG NOT AVAILABLE, STATUS="
063700             WS-AUDIT-STATUS
063800             ", DENIALS NOT COUNTED"
063900             DELIMITED BY SIZE INTO HR-REPORT-LINE
064000         WRITE HR-REPORT-LINE
064100     END-IF.
064200     MOVE 0 TO WS-LOCK-SUB.
064300     PERFORM 6300-PRINT-ONE-LOCK
064400         THRU 6300-EXIT
064500         UNTIL WS-LOCK-SUB >= WS-LOCK-CNT.
064600     MOVE SPACES TO HR-REPORT-LINE.
064700     MOVE WS-LOCK-NEW-CNT TO WS-SMALL-EDIT.
064800     STRING "  LOCKED WITH DENIALS THIS DATE " WS-SMALL-EDIT
064900         DELIMITED BY SIZE INTO HR-REPORT-LINE.
065000     WRITE HR-REPORT-LINE.
065100 6000-EXIT.
065200     EXIT.
065300 6100-READ-ONE-ROSTER.
065400     READ EMPROST
065500         AT END
065600             SET WS-FILE-EOF TO TRUE
065700             GO TO 6100-EXIT
065800     END-READ.
065900     IF RO-SHIFT-CODE NOT = WS-HAND-SHIFT
066000         GO TO 6100-EXIT
066100     END-IF.
066106     IF WS-HAND-PLANT NOT = SPACES
066112         AND RO-PLANT-CODE NOT = SPACES
066118         AND RO-PLANT-CODE NOT = WS-HAND-PLANT
066124             GO TO 6100-EXIT
066130     END-IF.
066136     IF RO-START-DATE IS NUMERIC
066142         AND RO-START-DATE > WS-HAND-DATE
066148             GO TO 6100-EXIT
066154     END-IF.
066160     IF RO-END-DATE IS NUMERIC
066166         AND NOT RO-OPEN-ENDED
066172         AND RO-END-DATE < WS-HAND-DATE
066178             GO TO 6100-EXIT
066184     END-IF.
066200     IF NOT RO-NOT-AUTHORIZED
066300         ADD 1 TO WS-EXPECTED-CNT
066400     END-IF.
066500     IF NOT RO-LOCKED
066600         GO TO 6100-EXIT
066700     END-IF.
066800     IF WS-LOCK-CNT >= WS-LOCK-MAX
066900         DISPLAY "HANDOVR - LOCKOUT TABLE FULL, "
067000             RO-EMPLOYEE-ID " NOT LISTED"
067100         GO TO 6100-EXIT
067200     END-IF.
067300     ADD 1 TO WS-LOCK-CNT.
067400     MOVE RO-EMPLOYEE-ID TO WS-LK-EMPLOYEE (WS-LOCK-CNT).
067500     MOVE RO-EMPLOYEE-NAME TO WS-LK-NAME (WS-LOCK-CNT).
067600     MOVE 0 TO WS-LK-DENIALS (WS-LOCK-CNT).
067700 6100-EXIT.
067800     EXIT.
067900 6200-READ-ONE-AUDIT.
068000     READ AUDITLOG
068100         AT END
068200             SET WS-FILE-EOF TO TRUE
068300             GO TO 6200-EXIT
068400     END-READ.
068500     IF AU-RUN-DATE NOT = WS-HAND-DATE
068600         OR AU-DECISION NOT = "DENIED "
068700             GO TO 6200-EXIT
068800     END-IF.
068900     MOVE 0 TO WS-LOCK-SUB.
069000     PERFORM 6210-MATCH-ONE-LOCK
069100         THRU 6210-EXIT
069200         UNTIL WS-LOCK-SUB >= WS-LOCK-CNT.
069300 6200-EXIT.
069400     EXIT.
069500 6210-MATCH-ONE-LOCK.
069600     ADD 1 TO WS-LOCK-SUB.
069700     IF WS-LK-EMPLOYEE (WS-LOCK-SUB) = AU-EMPLOYEE-ID
069800         ADD 1 TO WS-LK-DENIALS (WS-LOCK-SUB)
069900     END-IF.
070000 6210-EXIT.
070100     EXIT.
070200 6300-PRINT-ONE-LOCK.
070300     ADD 1 TO WS-LOCK-SUB.
070400     MOVE SPACES TO HR-REPORT-LINE.
070500     IF WS-LK-DENIALS (WS-LOCK-SUB) > 0
070600         ADD 1 TO WS-LOCK-NEW-CNT
070700         MOVE WS-LK-DENIALS (WS-LOCK-SUB) TO WS-SMALL-EDIT
070800         STRING "  " WS-LK-EMPLOYEE (WS-LOCK-SUB) " "
070900             WS-LK-NAME (WS-LOCK-SUB) " LOCKED, "
071000             WS-SMALL-EDIT " DENIALS THIS DATE"
071100             DELIMITED BY SIZE INTO HR-REPORT-LINE
071200     ELSE
071300         IF WS-AUDIT-AVAILABLE
071400             STRING "  " WS-LK-EMPLOYEE (WS-LOCK-SUB) " "
071500                 WS-LK-NAME (WS-LOCK-SUB)
071600                 " LOCKED, CARRIED FROM AN EARLIER DATE"
071700                 DELIMITED BY SIZE INTO HR-REPORT-LINE
071800         ELSE
071900             STRING "  " WS-LK-EMPLOYEE (WS-LOCK-SUB) " "
072000                 WS-LK-NAME (WS-LOCK-SUB) " LOCKED"
072100                 DELIMITED BY SIZE INTO HR-REPORT-LINE
072200         END-IF
072300     END-IF.
072400     WRITE HR-REPORT-LINE.
072500 6300-EXIT.
072600     EXIT.
072700 7000-HEADCOUNT-LINE.
072800     MOVE "HEADCOUNT" TO WS-SUBHEAD.
072900     PERFORM 2200-WRITE-SUBHEAD
073000         THRU 2200-EXIT.
073100     MOVE SPACES TO HR-REPORT-LINE.
073200     MOVE WS-HEADCOUNT TO WS-SMALL-EDIT.
073300     STRING "  CLOCKED IN " WS-SMALL-EDIT
073400         DELIMITED BY SIZE INTO HR-REPORT-LINE.
073500     MOVE WS-EXPECTED-CNT TO WS-SMALL-EDIT.
073600     MOVE "   ROSTERED " TO HR-REPORT-LINE (19:12).
073700     MOVE WS-SMALL-EDIT TO HR-REPORT-LINE (31:5).
073800     COMPUTE WS-SHORT-CNT = WS-EXPECTED-CNT - WS-HEADCOUNT.
073900     IF WS-SHORT-CNT > 0
074000         MOVE WS-SHORT-CNT TO WS-SHORT-EDIT
074100         MOVE "   SHORT " TO HR-REPORT-LINE (36:9)
074200         MOVE WS-SHORT-EDIT TO HR-REPORT-LINE (45:6)
074300     END-IF.
074400     WRITE HR-REPORT-LINE.
074500 7000-EXIT.
074600     EXIT.
074700 8000-FINALIZE.
074800     CLOSE HANDCTL HANDRPT.
074900     IF WS-SECTION-COUNT = 0
075000         DISPLAY "HANDOVR - NO SHIFT CARDS ON HANDCTL"
075100         MOVE 8 TO RETURN-CODE
075200     END-IF.
075300     MOVE "E" TO WS-RUN-TYPE.
075400     MOVE WS-SECTION-COUNT TO WS-RUN-RECORDS.
075500     PERFORM 9100-WRITE-RUN-RECORD
075600         THRU 9100-EXIT.
075700 8000-EXIT.
075800     EXIT.
075900 9100-WRITE-RUN-RECORD.
076000     OPEN EXTEND RUNLOG.
076100     IF WS-RUNLOG-STATUS NOT = "00"
076200         OPEN OUTPUT RUNLOG
076300     END-IF.
076400     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
076500     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
076600     MOVE "HANDOVR  " TO RL-PROGRAM-ID.
076700     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
076800     MOVE SPACE TO RL-SHIFT-CODE.
076900     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
077000     MOVE WS-RUN-HHMMSS TO RL-TIME.
077100     MOVE WS-RUN-RECORDS TO RL-RECORDS.
077200     MOVE RETURN-CODE TO RL-RETURN-CODE.
077300     WRITE RL-RUN-RECORD.
077400     CLOSE RUNLOG.
077500 9100-EXIT.
077600     EXIT.
