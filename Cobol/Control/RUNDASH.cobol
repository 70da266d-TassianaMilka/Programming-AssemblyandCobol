002180*                    absent tonight prints as not scheduled     *
002190*                    instead of as an alarm.  DASHCTL missing   *
002192*                    falls back to the original five steps.     *
002201*   2026-10-15  DLM  Multi-plant dashboard.  A 'P' plant        *
002210*                    marker record on RUNLOG (written by        *
002219*                    RUNCLR) starts that plant's steps; each    *
002228*                    plant seen gets its own copy of the        *
002237*                    DASHCTL roster and its own section.        *
002246*                    With the plant RUNLOGs concatenated, more  *
002255*                    than one plant prints an ALL PLANTS        *
002264*                    SUMMARY of ran, failed, never started and  *
002273*                    not scheduled by plant and in total.  A    *
002282*                    log with no marker prints as before.       *
002283*   2026-10-15  DLM  Escalated critical alerts.  The 'A' records*
002284*                    ALRTAGE writes for critical alerts still   *
002285*                    unacknowledged past the IFPARM escalation  *
002286*                    limit are listed under their plant's steps *
002287*                    -- alert identifier, station, shift and    *
002288*                    hours open -- once each however often      *
002289*                    ALRTAGE ran.                               *
002291*   2026-10-15  DLM  The plant heading line is cleared before   *
002293*                    it is built; the record area is not kept   *
002295*                    after the WRITE of the blank line.         *
002297******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RUNDASH.
002500 AUTHOR. D. L. MERCER.
005000     88  WS-RPT-OK                   VALUE "00".
005100 01  WS-END-OF-LOG-SW         PIC X(01) VALUE "N".
005200     88  WS-END-OF-LOG               VALUE "Y".
005300 01  WS-PROG-MAX              PIC 9(03) VALUE 100 COMP.
005400 01  WS-PROG-CNT              PIC 9(03) VALUE 0 COMP.
005500 01  WS-PROG-SUB              PIC 9(03) VALUE 0 COMP.
005600 01  WS-SLOT-SUB              PIC 9(03) VALUE 0 COMP.
005602 01  WS-ROSTER-CNT            PIC 9(03) VALUE 0 COMP.
005604 01  WS-ROSTER-SUB            PIC 9(03) VALUE 0 COMP.
005606 01  WS-PLANT-MAX             PIC 9(03) VALUE 10 COMP.
005608 01  WS-PLANT-CNT             PIC 9(03) VALUE 0 COMP.
005610 01  WS-PLANT-SUB             PIC 9(03) VALUE 0 COMP.
005612 01  WS-PLANT-SLOT            PIC 9(03) VALUE 0 COMP.
005614 01  WS-CURR-PLANT            PIC X(02) VALUE SPACES.
005616 01  WS-PRINT-PLANT           PIC X(02) VALUE SPACES.
005618 01  WS-BLANK-SEEN-SW         PIC X(01) VALUE "N".
005620     88  WS-BLANK-SEEN               VALUE "Y".
005622 01  WS-STEP-OUTCOME          PIC X(01).
005624     88  WS-OUTCOME-RAN              VALUE "R".
005626     88  WS-OUTCOME-FAILED           VALUE "F".
005628     88  WS-OUTCOME-SKIPPED          VALUE "S".
005630     88  WS-OUTCOME-NOT-SCHED        VALUE "N".
005632 01  WS-SUM-LABEL             PIC X(08).
005634 01  WS-SUM-RAN               PIC 9(05).
005636 01  WS-SUM-FAILED            PIC 9(05).
005638 01  WS-SUM-SKIPPED           PIC 9(05).
005640 01  WS-SUM-NOT-SCHED         PIC 9(05).
005642 01  WS-TOT-RAN               PIC 9(05) VALUE 0.
005644 01  WS-TOT-FAILED            PIC 9(05) VALUE 0.
005646 01  WS-TOT-SKIPPED           PIC 9(05) VALUE 0.
005648 01  WS-TOT-NOT-SCHED         PIC 9(05) VALUE 0.
005650 01  WS-RAN-EDIT              PIC ZZZZ9.
005652 01  WS-FAILED-EDIT           PIC ZZZZ9.
005654 01  WS-SKIPPED-EDIT          PIC ZZZZ9.
005656 01  WS-NOT-SCHED-EDIT        PIC ZZZZ9.
005658 01  WS-PLANT-TABLE.
005660     05  WS-PLANT-ENTRY OCCURS 10 TIMES.
005662         10  WS-PL-CODE           PIC X(02).
005664         10  WS-PL-RAN            PIC 9(05).
005666         10  WS-PL-FAILED         PIC 9(05).
005668         10  WS-PL-SKIPPED        PIC 9(05).
005670         10  WS-PL-NOT-SCHED      PIC 9(05).
005700 01  WS-ELAPSED-SECS          PIC S9(07).
005800 01  WS-START-INT             PIC 9(07).
005900 01  WS-END-INT               PIC 9(07).
006800 01  WS-RECORDS-EDIT          PIC ZZZZZZ9.
006900 01  WS-RC-EDIT               PIC 99.
007000 01  WS-PROG-TABLE.
007100     05  WS-PROG-ENTRY OCCURS 100 TIMES.
007200         10  WS-PT-NAME           PIC X(09).
007210         10  WS-PT-PLANT          PIC X(02).
007300         10  WS-PT-S-SW           PIC X(01).
007400             88  WS-PT-S-SEEN            VALUE 'Y'.
007500         10  WS-PT-S-DATE         PIC 9(08).
008220             88  WS-PT-NIGHTLY           VALUE 'N'.
008230             88  WS-PT-WEEKLY            VALUE 'W'.
008240             88  WS-PT-MONTHLY           VALUE 'M'.
008244 01  WS-ESC-MAX               PIC 9(03) VALUE 100 COMP.
008248 01  WS-ESC-CNT               PIC 9(03) VALUE 0 COMP.
008252 01  WS-ESC-SUB               PIC 9(03) VALUE 0 COMP.
008256 01  WS-ESC-SLOT              PIC 9(03) VALUE 0 COMP.
008260 01  WS-ESC-SHOWN             PIC 9(03) VALUE 0 COMP.
008264 01  WS-ESC-LOST              PIC 9(05) VALUE 0.
008268 01  WS-HOURS-EDIT            PIC ZZZZ9.
008272 01  WS-ESC-TABLE.
008276     05  WS-ESC-ENTRY OCCURS 100 TIMES.
008280         10  WS-ES-PLANT          PIC X(02).
008284         10  WS-ES-ALERT-ID       PIC X(15).
008288         10  WS-ES-STATION        PIC X(05).
008292         10  WS-ES-SHIFT          PIC X(01).
008296         10  WS-ES-HOURS          PIC 9(05).
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE
010060         PERFORM 1300-DEFAULT-STEP-ROSTER
010080             THRU 1300-EXIT
010090     END-IF.
010100     MOVE WS-PROG-CNT TO WS-ROSTER-CNT.
010500     OPEN INPUT RUNLOG.
010600     IF NOT WS-RUNLOG-OK
010700         DISPLAY "RUNDASH - UNABLE TO OPEN RUNLOG, STATUS="
012600     EXIT.
012700 1100-PREP-ONE-SLOT.
012800     MOVE SPACES TO WS-PT-NAME (WS-PROG-SUB).
012810     MOVE SPACES TO WS-PT-PLANT (WS-PROG-SUB).
012900     MOVE "N" TO WS-PT-S-SW (WS-PROG-SUB).
013000     MOVE "N" TO WS-PT-E-SW (WS-PROG-SUB).
013100     MOVE 0 TO WS-PT-S-DATE (WS-PROG-SUB).
014070 1300-EXIT.
014080     EXIT.
014090 2000-PROCESS-ONE-LOG-REC.
014091     IF RL-PLANT-RECORD
014092         PERFORM 2050-SET-PLANT
014093             THRU 2050-EXIT
014094         GO TO 2000-READ-NEXT
014095     END-IF.
014096     IF WS-CURR-PLANT = SPACES
014097         SET WS-BLANK-SEEN TO TRUE
014098     END-IF.
014108     IF RL-ALERT-RECORD
014118         PERFORM 2400-NOTE-ESCALATION
014128             THRU 2400-EXIT
014138         GO TO 2000-READ-NEXT
014148     END-IF.
014158     PERFORM 2200-FIND-PROG-SLOT
014168         THRU 2200-EXIT.
014200     IF WS-SLOT-SUB > 0
014300         IF RL-START-RECORD
014400             SET WS-PT-S-SEEN (WS-SLOT-SUB) TO TRUE
015300             MOVE RL-RETURN-CODE TO WS-PT-RC (WS-SLOT-SUB)
015400         END-IF
015500     END-IF.
015510 2000-READ-NEXT.
015600     PERFORM 2100-READ-RUNLOG
015700         THRU 2100-EXIT.
015800 2000-EXIT.
015900     EXIT.
015902 2050-SET-PLANT.
015904     MOVE RL-PLANT-CODE TO WS-CURR-PLANT.
015906     IF WS-CURR-PLANT = SPACES
015908         GO TO 2050-EXIT
015910     END-IF.
015912     MOVE 0 TO WS-PLANT-SLOT.
015914     MOVE 0 TO WS-PLANT-SUB.
015916     PERFORM 2060-TEST-ONE-PLANT
015918         THRU 2060-EXIT
015920         UNTIL WS-PLANT-SUB >= WS-PLANT-CNT
015922             OR WS-PLANT-SLOT > 0.
015924     IF WS-PLANT-SLOT > 0
015926         GO TO 2050-EXIT
015928     END-IF.
015930     IF WS-PLANT-CNT >= WS-PLANT-MAX
015932         DISPLAY "RUNDASH - PLANT TABLE FULL, PLANT "
015934             WS-CURR-PLANT " NOT REPORTED"
015936         GO TO 2050-EXIT
015938     END-IF.
015940     ADD 1 TO WS-PLANT-CNT.
015942     MOVE WS-CURR-PLANT TO WS-PL-CODE (WS-PLANT-CNT).
015944     MOVE 0 TO WS-PL-RAN (WS-PLANT-CNT).
015946     MOVE 0 TO WS-PL-FAILED (WS-PLANT-CNT).
015948     MOVE 0 TO WS-PL-SKIPPED (WS-PLANT-CNT).
015950     MOVE 0 TO WS-PL-NOT-SCHED (WS-PLANT-CNT).
015952     MOVE 0 TO WS-ROSTER-SUB.
015954     PERFORM 2070-COPY-ONE-STEP
015956         THRU 2070-EXIT
015958         UNTIL WS-ROSTER-SUB >= WS-ROSTER-CNT.
015960 2050-EXIT.
015962     EXIT.
015964 2060-TEST-ONE-PLANT.
015966     ADD 1 TO WS-PLANT-SUB.
015968     IF WS-PL-CODE (WS-PLANT-SUB) = WS-CURR-PLANT
015970         MOVE WS-PLANT-SUB TO WS-PLANT-SLOT
015972     END-IF.
015974 2060-EXIT.
015976     EXIT.
015978 2070-COPY-ONE-STEP.
015980     ADD 1 TO WS-ROSTER-SUB.
015982     IF WS-PROG-CNT >= WS-PROG-MAX
015984         GO TO 2070-EXIT
015986     END-IF.
015988     ADD 1 TO WS-PROG-CNT.
015990     MOVE WS-PT-NAME (WS-ROSTER-SUB) TO WS-PT-NAME (WS-PROG-CNT).
015992     MOVE WS-PT-FREQ (WS-ROSTER-SUB) TO WS-PT-FREQ (WS-PROG-CNT).
015994     MOVE WS-CURR-PLANT TO WS-PT-PLANT (WS-PROG-CNT).
015996 2070-EXIT.
015998     EXIT.
016000 2100-READ-RUNLOG.
016100     READ RUNLOG
016200         AT END
017700             MOVE WS-PROG-CNT TO WS-SLOT-SUB
017800             MOVE RL-PROGRAM-ID
017900                 TO WS-PT-NAME (WS-SLOT-SUB)
017910             MOVE WS-CURR-PLANT
017920                 TO WS-PT-PLANT (WS-SLOT-SUB)
018000         END-IF
018100     END-IF.
018200 2200-EXIT.
018400 2300-TEST-ONE-PROG.
018500     ADD 1 TO WS-PROG-SUB.
018600     IF WS-PT-NAME (WS-PROG-SUB) = RL-PROGRAM-ID
018610         AND WS-PT-PLANT (WS-PROG-SUB) = WS-CURR-PLANT
018700         MOVE WS-PROG-SUB TO WS-SLOT-SUB
018800     END-IF.
018900 2300-EXIT.
019000     EXIT.
019003 2400-NOTE-ESCALATION.
019006     MOVE 0 TO WS-ESC-SLOT.
019009     MOVE 0 TO WS-ESC-SUB.
019012     PERFORM 2410-TEST-ONE-ESCALATION
019015         THRU 2410-EXIT
019018         UNTIL WS-ESC-SUB >= WS-ESC-CNT
019021             OR WS-ESC-SLOT > 0.
019024     IF WS-ESC-SLOT = 0
019027         IF WS-ESC-CNT >= WS-ESC-MAX
019030             ADD 1 TO WS-ESC-LOST
019033             GO TO 2400-EXIT
019036         END-IF
019039         ADD 1 TO WS-ESC-CNT
019042         MOVE WS-ESC-CNT TO WS-ESC-SLOT
019045         MOVE WS-CURR-PLANT TO WS-ES-PLANT (WS-ESC-SLOT)
019048         MOVE RL-ALERT-ID TO WS-ES-ALERT-ID (WS-ESC-SLOT)
019051     END-IF.
019054     MOVE RL-ALERT-STATION TO WS-ES-STATION (WS-ESC-SLOT).
019057     MOVE RL-SHIFT-CODE TO WS-ES-SHIFT (WS-ESC-SLOT).
019060     MOVE RL-ALERT-HOURS TO WS-ES-HOURS (WS-ESC-SLOT).
019063 2400-EXIT.
019066     EXIT.
019069 2410-TEST-ONE-ESCALATION.
019072     ADD 1 TO WS-ESC-SUB.
019075     IF WS-ES-PLANT (WS-ESC-SUB) = WS-CURR-PLANT
019078         AND WS-ES-ALERT-ID (WS-ESC-SUB) = RL-ALERT-ID
019081             MOVE WS-ESC-SUB TO WS-ESC-SLOT
019084     END-IF.
019087 2410-EXIT.
019090     EXIT.
019100 3000-PRINT-DASHBOARD.
019110     IF WS-PLANT-CNT = 0
019120         OR WS-BLANK-SEEN
019130             MOVE SPACES TO WS-PRINT-PLANT
019140             MOVE 0 TO WS-PLANT-SLOT
019150             PERFORM 3050-PRINT-ONE-GROUP
019160                 THRU 3050-EXIT
019170     END-IF.
019180     MOVE 0 TO WS-PLANT-SUB.
019190     PERFORM 3020-PRINT-ONE-PLANT
019200         THRU 3020-EXIT
019210         UNTIL WS-PLANT-SUB >= WS-PLANT-CNT.
019220     IF WS-PLANT-CNT > 1
019230         PERFORM 3400-PRINT-PLANT-SUMMARY
019240             THRU 3400-EXIT
019250     END-IF.
019600 3000-EXIT.
019700     EXIT.
019704 3020-PRINT-ONE-PLANT.
019708     ADD 1 TO WS-PLANT-SUB.
019712     MOVE WS-PLANT-SUB TO WS-PLANT-SLOT.
019716     MOVE WS-PL-CODE (WS-PLANT-SUB) TO WS-PRINT-PLANT.
019720     MOVE SPACES TO DR-REPORT-LINE.
019724     WRITE DR-REPORT-LINE.
019726     MOVE SPACES TO DR-REPORT-LINE.
019728     STRING "PLANT " WS-PRINT-PLANT
019732         DELIMITED BY SIZE INTO DR-REPORT-LINE.
019736     WRITE DR-REPORT-LINE.
019740     PERFORM 3050-PRINT-ONE-GROUP
019744         THRU 3050-EXIT.
019748 3020-EXIT.
019752     EXIT.
019756 3050-PRINT-ONE-GROUP.
019760     MOVE 0 TO WS-PROG-SUB.
019764     PERFORM 3100-PRINT-ONE-PROG
019768         THRU 3100-EXIT
019772         UNTIL WS-PROG-SUB >= WS-PROG-CNT.
019773     PERFORM 3500-PRINT-ESCALATIONS
019774         THRU 3500-EXIT.
019776 3050-EXIT.
019780     EXIT.
019800 3100-PRINT-ONE-PROG.
019900     ADD 1 TO WS-PROG-SUB.
019910     IF WS-PT-PLANT (WS-PROG-SUB) NOT = WS-PRINT-PLANT
019920         GO TO 3100-EXIT
019930     END-IF.
020000     MOVE SPACES TO DR-REPORT-LINE.
020100     IF NOT WS-PT-S-SEEN (WS-PROG-SUB)
020150         EVALUATE TRUE
020200             WHEN WS-PT-WEEKLY (WS-PROG-SUB)
020210                 SET WS-OUTCOME-NOT-SCHED TO TRUE
020250                 STRING WS-PT-NAME (WS-PROG-SUB)
020300                     " NOT SCHEDULED TONIGHT (WEEKLY)"
020350                     DELIMITED BY SIZE INTO DR-REPORT-LINE
020400             WHEN WS-PT-MONTHLY (WS-PROG-SUB)
020410                 SET WS-OUTCOME-NOT-SCHED TO TRUE
020420                 STRING WS-PT-NAME (WS-PROG-SUB)
020440                     " NOT SCHEDULED TONIGHT (MONTHLY)"
020460                     DELIMITED BY SIZE INTO DR-REPORT-LINE
020480             WHEN OTHER
020490                 SET WS-OUTCOME-SKIPPED TO TRUE
020500                 STRING WS-PT-NAME (WS-PROG-SUB)
020520                     " SKIPPED - NEVER STARTED"
020540                     DELIMITED BY SIZE INTO DR-REPORT-LINE
020560         END-EVALUATE
020566         PERFORM 3300-COUNT-OUTCOME
020572             THRU 3300-EXIT
020580         WRITE DR-REPORT-LINE
020600         GO TO 3100-EXIT
020700     END-IF.
020900         STRING WS-PT-NAME (WS-PROG-SUB)
021000             " FAILED - STARTED BUT NEVER ENDED"
021100             DELIMITED BY SIZE INTO DR-REPORT-LINE
021110         SET WS-OUTCOME-FAILED TO TRUE
021120         PERFORM 3300-COUNT-OUTCOME
021130             THRU 3300-EXIT
021200         WRITE DR-REPORT-LINE
021300         GO TO 3100-EXIT
021400     END-IF.
021800     MOVE WS-PT-RECORDS (WS-PROG-SUB) TO WS-RECORDS-EDIT.
021900     MOVE WS-PT-RC (WS-PROG-SUB) TO WS-RC-EDIT.
022000     IF WS-PT-RC (WS-PROG-SUB) = 0
022010         SET WS-OUTCOME-RAN TO TRUE
022100         STRING WS-PT-NAME (WS-PROG-SUB)
022200             " RAN OK   ELAPSED " WS-ELAPSED-EDIT
022300             " SEC  RECORDS " WS-RECORDS-EDIT
022400             DELIMITED BY SIZE INTO DR-REPORT-LINE
022500     ELSE
022510         SET WS-OUTCOME-FAILED TO TRUE
022600         STRING WS-PT-NAME (WS-PROG-SUB)
022700             " FAILED RC=" WS-RC-EDIT
022800             " ELAPSED " WS-ELAPSED-EDIT
022900             " SEC  RECORDS " WS-RECORDS-EDIT
023000             DELIMITED BY SIZE INTO DR-REPORT-LINE
023100     END-IF.
023110     PERFORM 3300-COUNT-OUTCOME
023120         THRU 3300-EXIT.
023200     WRITE DR-REPORT-LINE.
023300 3100-EXIT.
023400     EXIT.
025100     END-IF.
025200 3200-EXIT.
025300     EXIT.
025301 3300-COUNT-OUTCOME.
025302     IF WS-PLANT-SLOT = 0
025303         GO TO 3300-EXIT
025304     END-IF.
025305     EVALUATE TRUE
025306         WHEN WS-OUTCOME-RAN
025307             ADD 1 TO WS-PL-RAN (WS-PLANT-SLOT)
025308             ADD 1 TO WS-TOT-RAN
025309         WHEN WS-OUTCOME-FAILED
025310             ADD 1 TO WS-PL-FAILED (WS-PLANT-SLOT)
025311             ADD 1 TO WS-TOT-FAILED
025312         WHEN WS-OUTCOME-SKIPPED
025313             ADD 1 TO WS-PL-SKIPPED (WS-PLANT-SLOT)
025314             ADD 1 TO WS-TOT-SKIPPED
025315         WHEN OTHER
025316             ADD 1 TO WS-PL-NOT-SCHED (WS-PLANT-SLOT)
025317             ADD 1 TO WS-TOT-NOT-SCHED
025318     END-EVALUATE.
025319 3300-EXIT.
025320     EXIT.
025321 3400-PRINT-PLANT-SUMMARY.
025322     MOVE SPACES TO DR-REPORT-LINE.
025323     WRITE DR-REPORT-LINE.
025324     MOVE "ALL PLANTS SUMMARY" TO DR-REPORT-LINE.
025325     WRITE DR-REPORT-LINE.
025326     MOVE 0 TO WS-PLANT-SUB.
025327     PERFORM 3410-SUMMARIZE-ONE-PLANT
025328         THRU 3410-EXIT
025329         UNTIL WS-PLANT-SUB >= WS-PLANT-CNT.
025330     MOVE "ALL     " TO WS-SUM-LABEL.
025331     MOVE WS-TOT-RAN TO WS-SUM-RAN.
025332     MOVE WS-TOT-FAILED TO WS-SUM-FAILED.
025333     MOVE WS-TOT-SKIPPED TO WS-SUM-SKIPPED.
025334     MOVE WS-TOT-NOT-SCHED TO WS-SUM-NOT-SCHED.
025335     PERFORM 3450-WRITE-SUMMARY-LINE
025336         THRU 3450-EXIT.
025337 3400-EXIT.
025338     EXIT.
025339 3410-SUMMARIZE-ONE-PLANT.
025340     ADD 1 TO WS-PLANT-SUB.
025341     MOVE SPACES TO WS-SUM-LABEL.
025342     STRING "PLANT " WS-PL-CODE (WS-PLANT-SUB)
025343         DELIMITED BY SIZE INTO WS-SUM-LABEL.
025344     MOVE WS-PL-RAN (WS-PLANT-SUB) TO WS-SUM-RAN.
025345     MOVE WS-PL-FAILED (WS-PLANT-SUB) TO WS-SUM-FAILED.
025346     MOVE WS-PL-SKIPPED (WS-PLANT-SUB) TO WS-SUM-SKIPPED.
025347     MOVE WS-PL-NOT-SCHED (WS-PLANT-SUB) TO WS-SUM-NOT-SCHED.
025348     PERFORM 3450-WRITE-SUMMARY-LINE
025349         THRU 3450-EXIT.
025350 3410-EXIT.
025351     EXIT.
025352 3450-WRITE-SUMMARY-LINE.
025353     MOVE WS-SUM-RAN TO WS-RAN-EDIT.
025354     MOVE WS-SUM-FAILED TO WS-FAILED-EDIT.
025355     MOVE WS-SUM-SKIPPED TO WS-SKIPPED-EDIT.
025356     MOVE WS-SUM-NOT-SCHED TO WS-NOT-SCHED-EDIT.
025357     MOVE SPACES TO DR-REPORT-LINE.
025358     STRING WS-SUM-LABEL
025359         "  RAN OK " WS-RAN-EDIT
025360         "  FAILED " WS-FAILED-EDIT
025361         "  NEVER STARTED " WS-SKIPPED-EDIT
025362         "  NOT SCHEDULED " WS-NOT-SCHED-EDIT
025363         DELIMITED BY SIZE INTO DR-REPORT-LINE.
025364     WRITE DR-REPORT-LINE.
025365 3450-EXIT.
025366     EXIT.
025367 3500-PRINT-ESCALATIONS.
025368     MOVE 0 TO WS-ESC-SHOWN.
025369     MOVE 0 TO WS-ESC-SUB.
025370     PERFORM 3510-PRINT-ONE-ESCALATION
025371         THRU 3510-EXIT
025372         UNTIL WS-ESC-SUB >= WS-ESC-CNT.
025373 3500-EXIT.
025374     EXIT.
025375 3510-PRINT-ONE-ESCALATION.
025376     ADD 1 TO WS-ESC-SUB.
025377     IF WS-ES-PLANT (WS-ESC-SUB) NOT = WS-PRINT-PLANT
025378         GO TO 3510-EXIT
025379     END-IF.
025380     IF WS-ESC-SHOWN = 0
025381         MOVE SPACES TO DR-REPORT-LINE
025382         WRITE DR-REPORT-LINE
025383         MOVE "** CRITICAL ALERTS UNACKNOWLEDGED PAST LIMIT **"
025384             TO DR-REPORT-LINE
025385         WRITE DR-REPORT-LINE
025386     END-IF.
025387     ADD 1 TO WS-ESC-SHOWN.
025388     MOVE WS-ES-HOURS (WS-ESC-SUB) TO WS-HOURS-EDIT.
025389     MOVE SPACES TO DR-REPORT-LINE.
025390     STRING "  ALERT " WS-ES-ALERT-ID (WS-ESC-SUB)
025391         "  STATION " WS-ES-STATION (WS-ESC-SUB)
025392         "  SHIFT " WS-ES-SHIFT (WS-ESC-SUB)
025393         "  OPEN " WS-HOURS-EDIT " HOURS"
025394         DELIMITED BY SIZE INTO DR-REPORT-LINE.
025395     WRITE DR-REPORT-LINE.
025396 3510-EXIT.
025397     EXIT.
025400 8000-FINALIZE.
025500     CLOSE RUNLOG DASHRPT.
025510     IF WS-ESC-LOST > 0
025520         DISPLAY "RUNDASH - ESCALATION TABLE FULL, " WS-ESC-LOST
025530             " ESCALATED ALERTS NOT LISTED"
025540     END-IF.
025600 8000-EXIT.
025700     EXIT.
