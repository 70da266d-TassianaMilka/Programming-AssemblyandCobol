000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : PRODRPT                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Labor productivity by shift.  Puts the hours worked that    *
001000*   PAYEXTR writes to PAYFILE beside the in-band reading counts *
001100*   IFANDELSE keeps on BANDHIST, so the monthly spreadsheet     *
001200*   rebuild stops.  The PAYFILE extracts covering the period    *
001300*   are concatenated behind PAYIN (their TRLR records are       *
001400*   skipped), hours are summed by work date and shift, and      *
001500*   BANDHIST station records (not the TOTAL record) are summed  *
001600*   by run date and shift for the same dates.  PRODRPT prints   *
001700*   two sections -- the report date alone (DAILY) and the seven *
001800*   days ending on it (WEEKLY) -- with one line per shift and a *
001900*   plant line: clocked hours, in-band readings, in-band        *
002000*   readings per labor hour, the same rate over the trailing    *
002100*   days before the period, and the change against it.  A       *
002200*   shift running more than the set percentage below its        *
002300*   trailing rate is flagged BELOW TRAIL and the step ends      *
002400*   RC 4.  The optional PRODCTL card gives the report date      *
002500*   (default today), the trailing days (default 28, at most     *
002600*   56) and the flag percentage (default 15).                   *
002700*                                                                *
002800*   MODIFICATION HISTORY                                        *
002900*   ------------------------------------------------------------*
003000*   2026-10-15  DLM  Original program.                          *
003010*   2026-10-15  DLM  PRODCTL can name a plant; in-band counts   *
003020*                    then come from that plant's BANDHIST       *
003030*                    records only, and PAYIN should carry that  *
003040*                    plant's PAYFILE extracts.  A blank plant   *
003050*                    reports every plant combined.  HISTREC is  *
003060*                    100 bytes.                                 *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PRODRPT.
003400 AUTHOR. D. L. MERCER.
003500 INSTALLATION. QC SHIFT OPERATIONS.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PRODCTL ASSIGN TO "PRODCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CTL-STATUS.
004400     SELECT PAYIN ASSIGN TO "PAYIN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PAYIN-STATUS.
004700     SELECT BANDHIST ASSIGN TO "BANDHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HH-HIST-KEY
005100         FILE STATUS IS WS-HIST-STATUS.
005200     SELECT PRODOUT ASSIGN TO "PRODOUT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPT-STATUS.
005500     SELECT RUNLOG ASSIGN TO "RUNLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNLOG-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PRODCTL
006100     RECORDING MODE IS F.
006200 01  PD-CONTROL-CARD.
006300     05  PD-REPORT-DATE       PIC X(08).
006400     05  PD-REPORT-DATE-N REDEFINES PD-REPORT-DATE
006500                              PIC 9(08).
006600     05  PD-TRAIL-DAYS        PIC X(02).
006700     05  PD-TRAIL-DAYS-N REDEFINES PD-TRAIL-DAYS
006800                              PIC 9(02).
006900     05  PD-BELOW-PCT         PIC X(02).
007000     05  PD-BELOW-PCT-N REDEFINES PD-BELOW-PCT
007100                              PIC 9(02).
007110     05  PD-PLANT-CODE        PIC X(02).
007120     05  FILLER               PIC X(16).
007300 FD  PAYIN
007400     RECORDING MODE IS F.
007500     COPY PAYREC.
007600 FD  BANDHIST
007700     RECORD CONTAINS 100 CHARACTERS.
007800     COPY HISTREC.
007900 FD  PRODOUT
008000     RECORDING MODE IS F.
008100 01  PO-REPORT-LINE           PIC X(80).
008200 FD  RUNLOG
008300     RECORDING MODE IS F.
008400     COPY RUNREC.
008500 WORKING-STORAGE SECTION.
008600 01  WS-CTL-STATUS            PIC X(02).
008700     88  WS-CTL-OK                   VALUE "00".
008800 01  WS-PAYIN-STATUS          PIC X(02).
008900     88  WS-PAYIN-OK                 VALUE "00".
009000 01  WS-HIST-STATUS           PIC X(02).
009100     88  WS-HIST-OK                  VALUE "00".
009200 01  WS-RPT-STATUS            PIC X(02).
009300     88  WS-RPT-OK                   VALUE "00".
009400 01  WS-RUNLOG-STATUS         PIC X(02).
009500 01  WS-RUN-TYPE              PIC X(01).
009600 01  WS-RUN-RECORDS           PIC 9(07).
009700 01  WS-RUN-STAMP-DATE        PIC 9(08).
009800 01  WS-RUN-STAMP-TIME.
009900     05  WS-RUN-HHMMSS        PIC 9(06).
010000     05  FILLER               PIC 9(02).
010100 01  WS-END-OF-PAY-SW         PIC X(01) VALUE "N".
010200     88  WS-END-OF-PAY               VALUE "Y".
010300 01  WS-END-OF-HIST-SW        PIC X(01) VALUE "N".
010400     88  WS-END-OF-HIST              VALUE "Y".
010500 01  WS-REPORT-DATE           PIC 9(08).
010600 01  WS-START-DATE            PIC 9(08).
010700 01  WS-WEEK-START-DATE       PIC 9(08).
010800 01  WS-REPORT-INT            PIC 9(07).
010900 01  WS-DATE-INT              PIC 9(07).
011000 01  WS-TRAIL-DAYS            PIC 9(02) VALUE 28.
011100 01  WS-BELOW-PCT             PIC 9(02) VALUE 15.
011110 01  WS-REPORT-PLANT          PIC X(02) VALUE SPACES.
011200 01  WS-SPAN-DAYS             PIC 9(03) VALUE 0 COMP.
011300 01  WS-DAY-SUB               PIC 9(03) VALUE 0 COMP.
011400 01  WS-SHIFT-SUB             PIC 9(01) VALUE 0 COMP.
011500 01  WS-SHIFT-NUM             PIC 9(01).
011600 01  WS-DAY-TABLE.
011700     05  WS-DAY-ENTRY OCCURS 63 TIMES.
011800         10  WS-DY-SHIFT OCCURS 3 TIMES.
011900             15  WS-DY-HOURS      PIC 9(05)V99.
012000             15  WS-DY-IN-BAND    PIC 9(07).
012100 01  WS-CUR-FIRST             PIC 9(03) VALUE 0 COMP.
012200 01  WS-CUR-LAST              PIC 9(03) VALUE 0 COMP.
012300 01  WS-TRL-FIRST             PIC 9(03) VALUE 0 COMP.
012400 01  WS-TRL-LAST              PIC 9(03) VALUE 0 COMP.
012500 01  WS-SUM-FIRST             PIC 9(03) VALUE 0 COMP.
012600 01  WS-SUM-LAST              PIC 9(03) VALUE 0 COMP.
012700 01  WS-SUM-HOURS             PIC 9(07)V99.
012800 01  WS-SUM-IN-BAND           PIC 9(09).
012900 01  WS-CUR-HOURS             PIC 9(07)V99.
013000 01  WS-CUR-IN-BAND           PIC 9(09).
013100 01  WS-CUR-RATE              PIC 9(07)V99.
013200 01  WS-TRL-RATE              PIC 9(07)V99.
013300 01  WS-FLOOR-RATE            PIC 9(07)V99.
013400 01  WS-VARIANCE              PIC S9(05)V9.
013500 01  WS-PAY-READ              PIC 9(07) VALUE 0 COMP.
013600 01  WS-HIST-READ             PIC 9(07) VALUE 0 COMP.
013700 01  WS-FLAG-COUNT            PIC 9(03) VALUE 0 COMP.
013800 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
013900 01  WS-SECTION-TITLE         PIC X(40).
014000 01  WS-HEADING-1.
014100     05  FILLER               PIC X(30)
014200         VALUE "SHIFT        HOURS    IN-BAND ".
014300     05  FILLER               PIC X(29)
014400         VALUE "   PER HR  TRAIL HR  VS TRAIL".
014500     05  FILLER               PIC X(21) VALUE SPACES.
014600 01  WS-DETAIL-LINE.
014700     05  WS-DL-SHIFT          PIC X(05).
014800     05  FILLER               PIC X(03) VALUE SPACES.
014900     05  WS-DL-HOURS          PIC ZZZZZZ9.99.
015000     05  FILLER               PIC X(02) VALUE SPACES.
015100     05  WS-DL-IN-BAND        PIC ZZZZZZZZ9.
015200     05  FILLER               PIC X(02) VALUE SPACES.
015300     05  WS-DL-RATE           PIC ZZZZ9.99.
015400     05  FILLER               PIC X(02) VALUE SPACES.
015500     05  WS-DL-TRAIL          PIC ZZZZ9.99.
015600     05  FILLER               PIC X(02) VALUE SPACES.
015700     05  WS-DL-VAR-AREA.
015800         10  WS-DL-VARIANCE   PIC -ZZ9.9.
015900         10  WS-DL-PCT-SIGN   PIC X(01).
016000     05  WS-DL-VAR-TEXT REDEFINES WS-DL-VAR-AREA
016100                              PIC X(07).
016200     05  FILLER               PIC X(02) VALUE SPACES.
016300     05  WS-DL-FLAG           PIC X(11).
016400     05  FILLER               PIC X(09) VALUE SPACES.
016500 01  WS-DATE-WORK.
016600     05  WS-DW-DATE           PIC X(08).
016700     05  WS-DW-TIME           PIC X(06) VALUE "000000".
016800     COPY TSLINK.
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-EXIT.
017300     PERFORM 2000-ADD-ONE-PAY
017400         THRU 2000-EXIT
017500         UNTIL WS-END-OF-PAY.
017600     PERFORM 3000-ADD-ONE-HIST
017700         THRU 3000-EXIT
017800         UNTIL WS-END-OF-HIST.
017900     MOVE "DAILY   " TO WS-SECTION-TITLE.
018000     MOVE 1 TO WS-CUR-FIRST.
018100     MOVE 1 TO WS-CUR-LAST.
018200     MOVE 2 TO WS-TRL-FIRST.
018300     COMPUTE WS-TRL-LAST = WS-TRAIL-DAYS + 1.
018400     PERFORM 5000-PRINT-SECTION
018500         THRU 5000-EXIT.
018600     MOVE "WEEKLY  " TO WS-SECTION-TITLE.
018700     MOVE 1 TO WS-CUR-FIRST.
018800     MOVE 7 TO WS-CUR-LAST.
018900     MOVE 8 TO WS-TRL-FIRST.
019000     COMPUTE WS-TRL-LAST = WS-TRAIL-DAYS + 7.
019100     PERFORM 5000-PRINT-SECTION
019200         THRU 5000-EXIT.
019300     PERFORM 8000-FINALIZE
019400         THRU 8000-EXIT.
019500     STOP RUN.
019600 1000-INITIALIZE.
019700     MOVE "S" TO WS-RUN-TYPE.
019800     MOVE 0 TO WS-RUN-RECORDS.
019900     PERFORM 9100-WRITE-RUN-RECORD
020000         THRU 9100-EXIT.
020100     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
020200     OPEN INPUT PRODCTL.
020300     IF WS-CTL-OK
020400         READ PRODCTL
020500             AT END
020600                 MOVE SPACES TO PD-CONTROL-CARD
020700         END-READ
020800         PERFORM 1100-APPLY-CONTROL-CARD
020900             THRU 1100-EXIT
021000         CLOSE PRODCTL
021100     END-IF.
021200     COMPUTE WS-SPAN-DAYS = WS-TRAIL-DAYS + 7.
021300     COMPUTE WS-REPORT-INT =
021400         FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
021500     COMPUTE WS-DATE-INT = WS-REPORT-INT - WS-SPAN-DAYS + 1.
021600     COMPUTE WS-START-DATE =
021700         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
021800     COMPUTE WS-DATE-INT = WS-REPORT-INT - 6.
021900     COMPUTE WS-WEEK-START-DATE =
022000         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
022100     MOVE ZEROS TO WS-DAY-TABLE.
022200     OPEN INPUT PAYIN.
022300     IF NOT WS-PAYIN-OK
022400         DISPLAY "PRODRPT - UNABLE TO OPEN PAYIN, STATUS="
022500             WS-PAYIN-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     OPEN INPUT BANDHIST.
023000     IF NOT WS-HIST-OK
023100         DISPLAY "PRODRPT - UNABLE TO OPEN BANDHIST, STATUS="
023200             WS-HIST-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     OPEN OUTPUT PRODOUT.
023700     IF NOT WS-RPT-OK
023800         DISPLAY "PRODRPT - UNABLE TO OPEN PRODOUT, STATUS="
023900             WS-RPT-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300     MOVE SPACES TO PO-REPORT-LINE.
024400     STRING "PRODRPT LABOR PRODUCTIVITY BY SHIFT   REPORT DATE "
024500         WS-REPORT-DATE
024600         DELIMITED BY SIZE INTO PO-REPORT-LINE.
024700     WRITE PO-REPORT-LINE.
024800     MOVE SPACES TO PO-REPORT-LINE.
024900     STRING "IN-BAND READINGS PER CLOCKED HOUR; TRAILING "
025000         WS-TRAIL-DAYS " DAYS; FLAGGED AT " WS-BELOW-PCT
025100         "% BELOW"
025200         DELIMITED BY SIZE INTO PO-REPORT-LINE.
025300     WRITE PO-REPORT-LINE.
025310     MOVE SPACES TO PO-REPORT-LINE.
025320     IF WS-REPORT-PLANT = SPACES
025330         MOVE "ALL PLANTS COMBINED" TO PO-REPORT-LINE
025340     ELSE
025350         STRING "PLANT " WS-REPORT-PLANT
025360             DELIMITED BY SIZE INTO PO-REPORT-LINE
025370     END-IF.
025380     WRITE PO-REPORT-LINE.
025400     MOVE LOW-VALUES TO HH-HIST-KEY.
025500     MOVE WS-START-DATE TO HH-RUN-DATE.
025600     START BANDHIST KEY NOT < HH-HIST-KEY
025700         INVALID KEY
025800             SET WS-END-OF-HIST TO TRUE
025900             GO TO 1000-EXIT
026000     END-START.
026100     PERFORM 3100-READ-HIST
026200         THRU 3100-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500 1100-APPLY-CONTROL-CARD.
026600     IF PD-REPORT-DATE NOT = SPACES
026700         MOVE PD-REPORT-DATE TO WS-DW-DATE
026800         MOVE WS-DATE-WORK TO TS-TIMESTAMP
026900         CALL "TSCHECK" USING TS-LINK-AREA
027000         IF TS-VALID
027100             MOVE PD-REPORT-DATE-N TO WS-REPORT-DATE
027200         ELSE
027300             DISPLAY "PRODRPT - PRODCTL REPORT DATE INVALID: "
027400                 PD-REPORT-DATE ", TODAY REPORTED"
027500         END-IF
027600     END-IF.
027700     IF PD-TRAIL-DAYS NOT = SPACES
027800         IF PD-TRAIL-DAYS-N IS NUMERIC
027900             AND PD-TRAIL-DAYS-N > 0
028000             AND PD-TRAIL-DAYS-N NOT > 56
028100                 MOVE PD-TRAIL-DAYS-N TO WS-TRAIL-DAYS
028200         ELSE
028300             DISPLAY "PRODRPT - PRODCTL TRAILING DAYS INVALID: "
028400                 PD-TRAIL-DAYS ", 28 USED"
028500         END-IF
028600     END-IF.
028700     IF PD-BELOW-PCT NOT = SPACES
028800         IF PD-BELOW-PCT-N IS NUMERIC
028900             AND PD-BELOW-PCT-N > 0
029000                 MOVE PD-BELOW-PCT-N TO WS-BELOW-PCT
029100         ELSE
029200             DISPLAY "PRODRPT - PRODCTL FLAG PERCENT INVALID: "
029300                 PD-BELOW-PCT ", 15 USED"
029400         END-IF
029500     END-IF.
029510     MOVE PD-PLANT-CODE TO WS-REPORT-PLANT.
029600 1100-EXIT.
029700     EXIT.
029800 2000-ADD-ONE-PAY.
029900     READ PAYIN
030000         AT END
030100             SET WS-END-OF-PAY TO TRUE
030200             GO TO 2000-EXIT
030300     END-READ.
030400     IF PY-EMPLOYEE-ID = "TRLR  "
030500         GO TO 2000-EXIT
030600     END-IF.
030700     IF PY-WORK-DATE IS NOT NUMERIC
030800         OR PY-HOURS IS NOT NUMERIC
030900             GO TO 2000-EXIT
031000     END-IF.
031100     IF PY-WORK-DATE < WS-START-DATE
031200         OR PY-WORK-DATE > WS-REPORT-DATE
031300             GO TO 2000-EXIT
031400     END-IF.
031500     IF PY-SHIFT-CODE NOT = "1" AND "2" AND "3"
031600         GO TO 2000-EXIT
031700     END-IF.
031800     MOVE PY-SHIFT-CODE TO WS-SHIFT-NUM.
031900     COMPUTE WS-DATE-INT =
032000         FUNCTION INTEGER-OF-DATE (PY-WORK-DATE).
032100     IF WS-DATE-INT = 0
032200         GO TO 2000-EXIT
032300     END-IF.
032400     ADD 1 TO WS-PAY-READ.
032500     COMPUTE WS-DAY-SUB = WS-REPORT-INT - WS-DATE-INT + 1.
032600     ADD PY-HOURS TO WS-DY-HOURS (WS-DAY-SUB WS-SHIFT-NUM).
032700 2000-EXIT.
032800     EXIT.
032900 3000-ADD-ONE-HIST.
033000     IF HH-STATION-ID = "TOTAL"
033100         GO TO 3000-READ-NEXT
033200     END-IF.
033210     IF WS-REPORT-PLANT NOT = SPACES
033220         AND HH-PLANT-CODE NOT = WS-REPORT-PLANT
033230             GO TO 3000-READ-NEXT
033240     END-IF.
033300     IF HH-SHIFT-CODE NOT = "1" AND "2" AND "3"
033400         GO TO 3000-READ-NEXT
033500     END-IF.
033600     IF HH-IN-BAND IS NOT NUMERIC
033700         GO TO 3000-READ-NEXT
033800     END-IF.
033900     MOVE HH-SHIFT-CODE TO WS-SHIFT-NUM.
034000     COMPUTE WS-DATE-INT =
034100         FUNCTION INTEGER-OF-DATE (HH-RUN-DATE).
034200     IF WS-DATE-INT = 0
034300         GO TO 3000-READ-NEXT
034400     END-IF.
034500     COMPUTE WS-DAY-SUB = WS-REPORT-INT - WS-DATE-INT + 1.
034600     ADD HH-IN-BAND TO WS-DY-IN-BAND (WS-DAY-SUB WS-SHIFT-NUM).
034700 3000-READ-NEXT.
034800     PERFORM 3100-READ-HIST
034900         THRU 3100-EXIT.
035000 3000-EXIT.
035100     EXIT.
035200 3100-READ-HIST.
035300     READ BANDHIST NEXT RECORD
035400         AT END
035500             SET WS-END-OF-HIST TO TRUE
035600             GO TO 3100-EXIT
035700     END-READ.
035800     IF HH-RUN-DATE > WS-REPORT-DATE
035900         SET WS-END-OF-HIST TO TRUE
036000         GO TO 3100-EXIT
036100     END-IF.
036200     ADD 1 TO WS-HIST-READ.
036300 3100-EXIT.
036400     EXIT.
036500 5000-PRINT-SECTION.
036600     MOVE SPACES TO PO-REPORT-LINE.
036700     WRITE PO-REPORT-LINE.
036800     IF WS-CUR-LAST = 1
036900         STRING WS-SECTION-TITLE (1:8) WS-REPORT-DATE
037000             DELIMITED BY SIZE INTO PO-REPORT-LINE
037100     ELSE
037200         STRING WS-SECTION-TITLE (1:8) WS-WEEK-START-DATE
037300             " THRU " WS-REPORT-DATE
037400             DELIMITED BY SIZE INTO PO-REPORT-LINE
037500     END-IF.
037600     WRITE PO-REPORT-LINE.
037700     WRITE PO-REPORT-LINE FROM WS-HEADING-1.
037800     MOVE 1 TO WS-SHIFT-SUB.
037900     PERFORM 5100-PRINT-ONE-SHIFT
038000         THRU 5100-EXIT
038100         UNTIL WS-SHIFT-SUB > 4.
038200 5000-EXIT.
038300     EXIT.
038400 5100-PRINT-ONE-SHIFT.
038500     MOVE WS-CUR-FIRST TO WS-SUM-FIRST.
038600     MOVE WS-CUR-LAST TO WS-SUM-LAST.
038700     PERFORM 5200-SUM-DAY-RANGE
038800         THRU 5200-EXIT.
038900     MOVE WS-SUM-HOURS TO WS-CUR-HOURS.
039000     MOVE WS-SUM-IN-BAND TO WS-CUR-IN-BAND.
039100     MOVE 0 TO WS-CUR-RATE.
039200     IF WS-CUR-HOURS > 0
039300         COMPUTE WS-CUR-RATE ROUNDED =
039400             WS-CUR-IN-BAND / WS-CUR-HOURS
039500     END-IF.
039600     MOVE WS-TRL-FIRST TO WS-SUM-FIRST.
039700     MOVE WS-TRL-LAST TO WS-SUM-LAST.
039800     PERFORM 5200-SUM-DAY-RANGE
039900         THRU 5200-EXIT.
040000     MOVE 0 TO WS-TRL-RATE.
040100     IF WS-SUM-HOURS > 0
040200         COMPUTE WS-TRL-RATE ROUNDED =
040300             WS-SUM-IN-BAND / WS-SUM-HOURS
040400     END-IF.
040500     IF WS-SHIFT-SUB = 4
040600         MOVE "PLANT" TO WS-DL-SHIFT
040700     ELSE
040800         MOVE SPACES TO WS-DL-SHIFT
040900         MOVE WS-SHIFT-SUB TO WS-DL-SHIFT (1:1)
041000     END-IF.
041100     MOVE WS-CUR-HOURS TO WS-DL-HOURS.
041200     MOVE WS-CUR-IN-BAND TO WS-DL-IN-BAND.
041300     MOVE WS-CUR-RATE TO WS-DL-RATE.
041400     MOVE WS-TRL-RATE TO WS-DL-TRAIL.
041500     MOVE SPACES TO WS-DL-FLAG.
041600     MOVE SPACES TO WS-DL-VAR-TEXT.
041700     IF WS-CUR-HOURS = 0
041800         MOVE "NO HOURS" TO WS-DL-FLAG
041900         GO TO 5100-WRITE
042000     END-IF.
042100     IF WS-TRL-RATE = 0
042200         MOVE "NO TRAIL" TO WS-DL-FLAG
042300         GO TO 5100-WRITE
042400     END-IF.
042500     COMPUTE WS-VARIANCE ROUNDED =
042600         (WS-CUR-RATE - WS-TRL-RATE) * 100 / WS-TRL-RATE.
042700     IF WS-VARIANCE > 999.9
042800         MOVE 999.9 TO WS-VARIANCE
042900     END-IF.
043000     MOVE WS-VARIANCE TO WS-DL-VARIANCE.
043100     MOVE "%" TO WS-DL-PCT-SIGN.
043200     COMPUTE WS-FLOOR-RATE ROUNDED =
043300         WS-TRL-RATE * (100 - WS-BELOW-PCT) / 100.
043400     IF WS-CUR-RATE < WS-FLOOR-RATE
043500         MOVE "BELOW TRAIL" TO WS-DL-FLAG
043600         ADD 1 TO WS-FLAG-COUNT
043700     END-IF.
043800 5100-WRITE.
043900     WRITE PO-REPORT-LINE FROM WS-DETAIL-LINE.
044000     ADD 1 TO WS-SHIFT-SUB.
044100 5100-EXIT.
044200     EXIT.
044300 5200-SUM-DAY-RANGE.
044400     MOVE 0 TO WS-SUM-HOURS.
044500     MOVE 0 TO WS-SUM-IN-BAND.
044600     MOVE WS-SUM-FIRST TO WS-DAY-SUB.
044700     PERFORM 5210-SUM-ONE-DAY
044800         THRU 5210-EXIT
044900         UNTIL WS-DAY-SUB > WS-SUM-LAST.
045000 5200-EXIT.
045100     EXIT.
045200 5210-SUM-ONE-DAY.
045300     IF WS-SHIFT-SUB < 4
045400         ADD WS-DY-HOURS (WS-DAY-SUB WS-SHIFT-SUB)
045500             TO WS-SUM-HOURS
045600         ADD WS-DY-IN-BAND (WS-DAY-SUB WS-SHIFT-SUB)
045700             TO WS-SUM-IN-BAND
045800     ELSE
045900         ADD WS-DY-HOURS (WS-DAY-SUB 1) WS-DY-HOURS (WS-DAY-SUB 2)
046000             WS-DY-HOURS (WS-DAY-SUB 3) TO WS-SUM-HOURS
046100         ADD WS-DY-IN-BAND (WS-DAY-SUB 1)
046200             WS-DY-IN-BAND (WS-DAY-SUB 2)
046300             WS-DY-IN-BAND (WS-DAY-SUB 3) TO WS-SUM-IN-BAND
046400     END-IF.
046500     ADD 1 TO WS-DAY-SUB.
046600 5210-EXIT.
046700     EXIT.
046800 8000-FINALIZE.
046900     MOVE SPACES TO PO-REPORT-LINE.
047000     WRITE PO-REPORT-LINE.
047100     MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
047200     STRING "SHIFT LINES FLAGGED BELOW TRAIL: " WS-COUNT-EDIT
047300         DELIMITED BY SIZE INTO PO-REPORT-LINE.
047400     WRITE PO-REPORT-LINE.
047500     CLOSE PAYIN BANDHIST PRODOUT.
047600     IF WS-FLAG-COUNT > 0
047700         MOVE 4 TO RETURN-CODE
047800     END-IF.
047900     MOVE WS-PAY-READ TO WS-COUNT-EDIT.
048000     DISPLAY "PRODRPT - PAY RECORDS IN PERIOD:  " WS-COUNT-EDIT.
048100     MOVE WS-HIST-READ TO WS-COUNT-EDIT.
048200     DISPLAY "PRODRPT - BANDHIST RECORDS READ:  " WS-COUNT-EDIT.
048300     MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
048400     DISPLAY "PRODRPT - SHIFT LINES FLAGGED:    " WS-COUNT-EDIT.
048500     MOVE "E" TO WS-RUN-TYPE.
048600     MOVE WS-PAY-READ TO WS-RUN-RECORDS.
048700     PERFORM 9100-WRITE-RUN-RECORD
048800         THRU 9100-EXIT.
048900 8000-EXIT.
049000     EXIT.
049100 9100-WRITE-RUN-RECORD.
049200     OPEN EXTEND RUNLOG.
049300     IF WS-RUNLOG-STATUS NOT = "00"
049400         OPEN OUTPUT RUNLOG
049500     END-IF.
049600     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
049700     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
049800     MOVE "PRODRPT  " TO RL-PROGRAM-ID.
049900     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
050000     MOVE SPACE TO RL-SHIFT-CODE.
050100     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
050200     MOVE WS-RUN-HHMMSS TO RL-TIME.
050300     MOVE WS-RUN-RECORDS TO RL-RECORDS.
050400     MOVE RETURN-CODE TO RL-RETURN-CODE.
050500     WRITE RL-RUN-RECORD.
050600     CLOSE RUNLOG.
050700 9100-EXIT.
050800     EXIT.
