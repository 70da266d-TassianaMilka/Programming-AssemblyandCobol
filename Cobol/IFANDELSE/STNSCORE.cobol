000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : STNSCORE                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Monthly station yield scorecard.  Rolls one calendar        *
001000*   month of BANDHIST up by station -- the daily records, or    *
001100*   the monthly 'M' summary once BANDARCH has rolled the month  *
001200*   -- and ranks every station against the target yield on its  *
001300*   STNMAST record, worst shortfall first.  Stations with no    *
001400*   target print after the ranked ones.  Under each station a   *
001500*   Pareto of its rejects by reason code shows what is costing  *
001600*   the yield, largest first, with the running percentage; the  *
001700*   plant total and plant Pareto close the report.  The month   *
001800*   comes from the optional SCORCTL card (YYYYMM); no card      *
001900*   scores the month before the run date.                       *
002000*                                                                *
002100*   MODIFICATION HISTORY                                        *
002200*   ------------------------------------------------------------*
002300*   2026-10-15  DLM  Original program.                          *
002310*   2026-10-15  DLM  SCORCTL can name a plant after the month;  *
002320*                    only that plant's BANDHIST records are     *
002330*                    scored.  A blank plant scores every plant  *
002340*                    combined.  HISTREC is 100 bytes, STNMREC   *
002350*                    57.                                        *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. STNSCORE.
002700 AUTHOR. D. L. MERCER.
002800 INSTALLATION. QC SHIFT OPERATIONS.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SCORCTL ASSIGN TO "SCORCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CTL-STATUS.
003700     SELECT BANDHIST ASSIGN TO "BANDHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HH-HIST-KEY
004100         FILE STATUS IS WS-HIST-STATUS.
004200     SELECT STNMAST ASSIGN TO "STNMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS SM-STATION-ID
004600         FILE STATUS IS WS-STN-STATUS.
004700     SELECT SORTWK ASSIGN TO "SORTWK".
004800     SELECT SCORERPT ASSIGN TO "SCORERPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005100     SELECT RUNLOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNLOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SCORCTL
005700     RECORDING MODE IS F.
005800 01  SC-CONTROL-CARD.
005900     05  SC-MONTH             PIC X(06).
006000     05  SC-MONTH-N REDEFINES SC-MONTH
006100                              PIC 9(06).
006110     05  SC-PLANT-CODE        PIC X(02).
006120     05  FILLER               PIC X(22).
006300 FD  BANDHIST
006400     RECORD CONTAINS 100 CHARACTERS.
006500     COPY HISTREC.
006600 FD  STNMAST
006700     RECORD CONTAINS 57 CHARACTERS.
006800     COPY STNMREC.
006900 SD  SORTWK.
007000 01  SW-SORT-RECORD.
007100     05  SW-NO-TARGET         PIC X(01).
007200     05  SW-VARIANCE          PIC S9(03)V9(01).
007300     05  SW-STATION-ID        PIC X(05).
007400     05  SW-SLOT              PIC 9(03).
007500 FD  SCORERPT
007600     RECORDING MODE IS F.
007700 01  SR-REPORT-LINE           PIC X(80).
007800 FD  RUNLOG
007900     RECORDING MODE IS F.
008000     COPY RUNREC.
008100 WORKING-STORAGE SECTION.
008200 01  WS-CTL-STATUS            PIC X(02).
008300     88  WS-CTL-OK                   VALUE "00".
008400 01  WS-HIST-STATUS           PIC X(02).
008500     88  WS-HIST-OK                  VALUE "00".
008600 01  WS-STN-STATUS            PIC X(02).
008700     88  WS-STN-OK                   VALUE "00".
008800 01  WS-RPT-STATUS            PIC X(02).
008900     88  WS-RPT-OK                   VALUE "00".
009000 01  WS-RUNLOG-STATUS         PIC X(02).
009100 01  WS-RUN-TYPE              PIC X(01).
009200 01  WS-RUN-RECORDS           PIC 9(07).
009300 01  WS-RUN-STAMP-DATE        PIC 9(08).
009400 01  WS-RUN-STAMP-TIME.
009500     05  WS-RUN-HHMMSS        PIC 9(06).
009600     05  FILLER               PIC 9(02).
009700 01  WS-END-OF-HIST-SW        PIC X(01) VALUE "N".
009800     88  WS-END-OF-HIST              VALUE "Y".
009900 01  WS-END-OF-SORT-SW        PIC X(01) VALUE "N".
010000     88  WS-END-OF-SORT              VALUE "Y".
010100 01  WS-STN-AVAIL-SW          PIC X(01) VALUE "N".
010200     88  WS-STN-AVAILABLE            VALUE "Y".
010300 01  WS-RUN-DATE              PIC 9(08).
010400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
010500     05  WS-RUN-YYYY          PIC 9(04).
010600     05  WS-RUN-MM            PIC 9(02).
010700     05  WS-RUN-DD            PIC 9(02).
010800 01  WS-SCORE-MONTH           PIC 9(06).
010900 01  WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
011000     05  WS-SCORE-YYYY        PIC 9(04).
011100     05  WS-SCORE-MM          PIC 9(02).
011200 01  WS-REC-MONTH             PIC 9(06).
011210 01  WS-SCORE-PLANT           PIC X(02) VALUE SPACES.
011300 01  WS-HIST-READ             PIC 9(07) VALUE 0 COMP.
011400 01  WS-STATION-MAX           PIC 9(03) VALUE 200 COMP.
011500 01  WS-STATION-CNT           PIC 9(03) VALUE 0 COMP.
011600 01  WS-STN-SUB               PIC 9(03) VALUE 0 COMP.
011700 01  WS-SLOT-SUB              PIC 9(03) VALUE 0 COMP.
011800 01  WS-RSN-SUB               PIC 9(02) VALUE 0 COMP.
011900 01  WS-PICK-SUB              PIC 9(02) VALUE 0 COMP.
012000 01  WS-RANK                  PIC 9(03) VALUE 0 COMP.
012100 01  WS-BELOW-CNT             PIC 9(03) VALUE 0 COMP.
012200 01  WS-NO-TARGET-CNT         PIC 9(03) VALUE 0 COMP.
012300 01  WS-YIELD                 PIC 9(03)V9(01).
012400 01  WS-VARIANCE              PIC S9(03)V9(01).
012500 01  WS-PARETO-BASE           PIC 9(09).
012600 01  WS-PARETO-RUNNING        PIC 9(09).
012700 01  WS-PARETO-PCT            PIC 9(03)V9(01).
012800 01  WS-PARETO-CUM            PIC 9(03)V9(01).
012900 01  WS-PARETO-MAX            PIC 9(09).
013000 01  WS-YIELD-EDIT            PIC ZZ9.9.
013100 01  WS-TARGET-EDIT           PIC ZZ9.9.
013200 01  WS-VAR-EDIT              PIC +ZZ9.9.
013300 01  WS-PCT-EDIT              PIC ZZ9.9.
013400 01  WS-CUM-EDIT              PIC ZZ9.9.
013500 01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
013600 01  WS-RANK-EDIT             PIC ZZ9.
013700 01  WS-REASON-CODE-LIST      PIC X(16)
013800                               VALUE "NNUSSDOVOBTSOPSO".
013900 01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-LIST.
014000     05  WS-REASON-CODE       PIC X(02) OCCURS 8 TIMES.
014100 01  WS-REASON-DESC-LIST.
014200     05  FILLER               PIC X(20)
014300                               VALUE "NON-NUMERIC INPUT   ".
014400     05  FILLER               PIC X(20)
014500                               VALUE "UNKNOWN STATION     ".
014600     05  FILLER               PIC X(20)
014700                               VALUE "STATION RETIRED     ".
014800     05  FILLER               PIC X(20)
014900                               VALUE "RESULT OVERFLOW     ".
015000     05  FILLER               PIC X(20)
015100                               VALUE "OUT OF BAND         ".
015200     05  FILLER               PIC X(20)
015300                               VALUE "BAD TIMESTAMP       ".
015400     05  FILLER               PIC X(20)
015500                               VALUE "OPERATOR UNVERIFIED ".
015600     05  FILLER               PIC X(20)
015700                               VALUE "STATION IN OUTAGE   ".
015800 01  WS-REASON-DESC-TABLE REDEFINES WS-REASON-DESC-LIST.
015900     05  WS-REASON-DESC       PIC X(20) OCCURS 8 TIMES.
016000 01  WS-PARETO-TABLE.
016100     05  WS-PARETO-ENTRY OCCURS 8 TIMES.
016200         10  WS-PARETO-CNT        PIC 9(09).
016300         10  WS-PARETO-USED       PIC X(01).
016400 01  WS-PLANT-TOTALS.
016500     05  WS-PL-PROCESSED      PIC 9(09) VALUE 0.
016600     05  WS-PL-IN-BAND        PIC 9(09) VALUE 0.
016700     05  WS-PL-OUT-BAND       PIC 9(09) VALUE 0.
016800     05  WS-PL-REJECTED       PIC 9(09) VALUE 0.
016900     05  WS-PL-RSN-COUNT      PIC 9(09) VALUE 0 OCCURS 8 TIMES.
017000 01  WS-STATION-TABLE.
017100     05  WS-STATION-ENTRY OCCURS 200 TIMES.
017200         10  WS-SC-STATION        PIC X(05).
017300         10  WS-SC-PROCESSED      PIC 9(09).
017400         10  WS-SC-IN-BAND        PIC 9(09).
017500         10  WS-SC-OUT-BAND       PIC 9(09).
017600         10  WS-SC-REJECTED       PIC 9(09).
017700         10  WS-SC-RSN-COUNT      PIC 9(09) OCCURS 8 TIMES.
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE
018100         THRU 1000-EXIT.
018200     PERFORM 2000-PROCESS-ONE-HIST
018300         THRU 2000-EXIT
018400         UNTIL WS-END-OF-HIST.
018500     SORT SORTWK
018600         ON ASCENDING KEY SW-NO-TARGET
018700             SW-VARIANCE SW-STATION-ID
018800         INPUT PROCEDURE IS 6000-RELEASE-STATIONS
018900             THRU 6000-EXIT
019000         OUTPUT PROCEDURE IS 7000-PRINT-SCORECARD
019100             THRU 7000-EXIT.
019200     PERFORM 7500-PRINT-PLANT-TOTAL
019300         THRU 7500-EXIT.
019400     PERFORM 8000-FINALIZE
019500         THRU 8000-EXIT.
019600     STOP RUN.
019700 1000-INITIALIZE.
019800     MOVE "S" TO WS-RUN-TYPE.
019900     MOVE 0 TO WS-RUN-RECORDS.
020000     PERFORM 9100-WRITE-RUN-RECORD
020100         THRU 9100-EXIT.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     IF WS-RUN-MM = 1
020400         COMPUTE WS-SCORE-YYYY = WS-RUN-YYYY - 1
020500         MOVE 12 TO WS-SCORE-MM
020600     ELSE
020700         MOVE WS-RUN-YYYY TO WS-SCORE-YYYY
020800         COMPUTE WS-SCORE-MM = WS-RUN-MM - 1
020900     END-IF.
021000     OPEN INPUT SCORCTL.
021100     IF WS-CTL-OK
021200         READ SCORCTL
021300             AT END
021400                 MOVE SPACES TO SC-MONTH
021410                 MOVE SPACES TO SC-PLANT-CODE
021500         END-READ
021510         MOVE SC-PLANT-CODE TO WS-SCORE-PLANT
021600         IF SC-MONTH NOT = SPACES
021700             IF SC-MONTH-N IS NUMERIC
021800                 AND SC-MONTH-N (5:2) > "00"
021900                 AND SC-MONTH-N (5:2) < "13"
022000                     MOVE SC-MONTH-N TO WS-SCORE-MONTH
022100             ELSE
022200                 DISPLAY "STNSCORE - SCORCTL MONTH INVALID: "
022300                     SC-MONTH ", PRIOR MONTH SCORED"
022400             END-IF
022500         END-IF
022600         CLOSE SCORCTL
022700     END-IF.
022800     OPEN INPUT BANDHIST.
022900     IF NOT WS-HIST-OK
023000         DISPLAY "STNSCORE - UNABLE TO OPEN BANDHIST, STATUS="
023100             WS-HIST-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500     OPEN INPUT STNMAST.
023600     IF WS-STN-OK
023700         SET WS-STN-AVAILABLE TO TRUE
023800     ELSE
023900         DISPLAY "STNSCORE - STNMAST NOT AVAILABLE, STATUS="
024000             WS-STN-STATUS ", NO TARGETS APPLIED"
024100     END-IF.
024200     OPEN OUTPUT SCORERPT.
024300     IF NOT WS-RPT-OK
024400         DISPLAY "STNSCORE - UNABLE TO OPEN SCORERPT, STATUS="
024500             WS-RPT-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     MOVE SPACES TO SR-REPORT-LINE.
025000     STRING "STNSCORE STATION YIELD SCORECARD   MONTH "
025100         WS-SCORE-YYYY "-" WS-SCORE-MM
025200         "   RUN DATE " WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
025300         DELIMITED BY SIZE INTO SR-REPORT-LINE.
025400     WRITE SR-REPORT-LINE.
025410     MOVE SPACES TO SR-REPORT-LINE.
025420     IF WS-SCORE-PLANT = SPACES
025430         MOVE "ALL PLANTS COMBINED" TO SR-REPORT-LINE
025440     ELSE
025450         STRING "PLANT " WS-SCORE-PLANT
025460             DELIMITED BY SIZE INTO SR-REPORT-LINE
025470     END-IF.
025480     WRITE SR-REPORT-LINE.
025500     MOVE SPACES TO SR-REPORT-LINE.
025600     STRING "RANKED WORST SHORTFALL AGAINST TARGET FIRST; "
025700         "NO-TARGET STATIONS LAST"
025800         DELIMITED BY SIZE INTO SR-REPORT-LINE.
025900     WRITE SR-REPORT-LINE.
026000     MOVE LOW-VALUES TO HH-HIST-KEY.
026100     COMPUTE HH-RUN-DATE = WS-SCORE-MONTH * 100.
026200     START BANDHIST KEY NOT < HH-HIST-KEY
026300         INVALID KEY
026400             SET WS-END-OF-HIST TO TRUE
026500             GO TO 1000-EXIT
026600     END-START.
026700     PERFORM 2100-READ-HIST
026800         THRU 2100-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100 2000-PROCESS-ONE-HIST.
027200     IF HH-STATION-ID = "TOTAL"
027300         GO TO 2000-READ-NEXT
027400     END-IF.
027410     IF WS-SCORE-PLANT NOT = SPACES
027420         AND HH-PLANT-CODE NOT = WS-SCORE-PLANT
027430             GO TO 2000-READ-NEXT
027440     END-IF.
027500     PERFORM 2200-FIND-STATION-SLOT
027600         THRU 2200-EXIT.
027700     IF WS-SLOT-SUB = 0
027800         GO TO 2000-READ-NEXT
027900     END-IF.
028000     ADD HH-PROCESSED TO WS-SC-PROCESSED (WS-SLOT-SUB).
028100     ADD HH-IN-BAND TO WS-SC-IN-BAND (WS-SLOT-SUB).
028200     ADD HH-OUT-BAND TO WS-SC-OUT-BAND (WS-SLOT-SUB).
028300     ADD HH-REJECTED TO WS-SC-REJECTED (WS-SLOT-SUB).
028400     IF HH-REASON-COUNTS IS NUMERIC
028500         MOVE 0 TO WS-RSN-SUB
028600         PERFORM 2400-ADD-ONE-REASON
028700             THRU 2400-EXIT
028800             UNTIL WS-RSN-SUB >= 8
028900     END-IF.
029000 2000-READ-NEXT.
029100     PERFORM 2100-READ-HIST
029200         THRU 2100-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500 2100-READ-HIST.
029600     READ BANDHIST NEXT RECORD
029700         AT END
029800             SET WS-END-OF-HIST TO TRUE
029900             GO TO 2100-EXIT
030000     END-READ.
030100     DIVIDE HH-RUN-DATE BY 100 GIVING WS-REC-MONTH.
030200     IF WS-REC-MONTH NOT = WS-SCORE-MONTH
030300         SET WS-END-OF-HIST TO TRUE
030400         GO TO 2100-EXIT
030500     END-IF.
030600     ADD 1 TO WS-HIST-READ.
030700 2100-EXIT.
030800     EXIT.
030900 2200-FIND-STATION-SLOT.
031000     MOVE 0 TO WS-SLOT-SUB.
031100     MOVE 0 TO WS-STN-SUB.
031200     PERFORM 2300-TEST-ONE-SLOT
031300         THRU 2300-EXIT
031400         UNTIL WS-STN-SUB >= WS-STATION-CNT
031500             OR WS-SLOT-SUB > 0.
031600     IF WS-SLOT-SUB = 0
031700         IF WS-STATION-CNT < WS-STATION-MAX
031800             ADD 1 TO WS-STATION-CNT
031900             MOVE WS-STATION-CNT TO WS-SLOT-SUB
032000             MOVE HH-STATION-ID
032100                 TO WS-SC-STATION (WS-SLOT-SUB)
032200             MOVE 0 TO WS-SC-PROCESSED (WS-SLOT-SUB)
032300             MOVE 0 TO WS-SC-IN-BAND (WS-SLOT-SUB)
032400             MOVE 0 TO WS-SC-OUT-BAND (WS-SLOT-SUB)
032500             MOVE 0 TO WS-SC-REJECTED (WS-SLOT-SUB)
032600             MOVE 0 TO WS-RSN-SUB
032700             PERFORM 2310-CLEAR-ONE-REASON
032800                 THRU 2310-EXIT
032900                 UNTIL WS-RSN-SUB >= 8
033000         ELSE
033100             DISPLAY "STNSCORE - STATION TABLE FULL, "
033200                 HH-STATION-ID " DROPPED"
033300         END-IF
033400     END-IF.
033500 2200-EXIT.
033600     EXIT.
033700 2300-TEST-ONE-SLOT.
033800     ADD 1 TO WS-STN-SUB.
033900     IF WS-SC-STATION (WS-STN-SUB) = HH-STATION-ID
034000         MOVE WS-STN-SUB TO WS-SLOT-SUB
034100     END-IF.
034200 2300-EXIT.
034300     EXIT.
034400 2310-CLEAR-ONE-REASON.
034500     ADD 1 TO WS-RSN-SUB.
034600     MOVE 0 TO WS-SC-RSN-COUNT (WS-SLOT-SUB WS-RSN-SUB).
034700 2310-EXIT.
034800     EXIT.
034900 2400-ADD-ONE-REASON.
035000     ADD 1 TO WS-RSN-SUB.
035100     ADD HH-RSN-COUNT (WS-RSN-SUB)
035200         TO WS-SC-RSN-COUNT (WS-SLOT-SUB WS-RSN-SUB).
035300 2400-EXIT.
035400     EXIT.
035500 6000-RELEASE-STATIONS.
035600     MOVE 0 TO WS-STN-SUB.
035700     PERFORM 6100-RELEASE-ONE
035800         THRU 6100-EXIT
035900         UNTIL WS-STN-SUB >= WS-STATION-CNT.
036000 6000-EXIT.
036100     EXIT.
036200 6100-RELEASE-ONE.
036300     ADD 1 TO WS-STN-SUB.
036400     ADD WS-SC-PROCESSED (WS-STN-SUB) TO WS-PL-PROCESSED.
036500     ADD WS-SC-IN-BAND (WS-STN-SUB) TO WS-PL-IN-BAND.
036600     ADD WS-SC-OUT-BAND (WS-STN-SUB) TO WS-PL-OUT-BAND.
036700     ADD WS-SC-REJECTED (WS-STN-SUB) TO WS-PL-REJECTED.
036800     MOVE 0 TO WS-RSN-SUB.
036900     PERFORM 6200-ADD-PLANT-REASON
037000         THRU 6200-EXIT
037100         UNTIL WS-RSN-SUB >= 8.
037200     IF WS-SC-PROCESSED (WS-STN-SUB) = 0
037300         GO TO 6100-EXIT
037400     END-IF.
037500     MOVE WS-SC-STATION (WS-STN-SUB) TO SW-STATION-ID.
037600     MOVE WS-STN-SUB TO SW-SLOT.
037700     PERFORM 6300-LOAD-TARGET
037800         THRU 6300-EXIT.
037900     IF SM-TARGET-YIELD = 0
038000         MOVE "1" TO SW-NO-TARGET
038100         MOVE 0 TO SW-VARIANCE
038200     ELSE
038300         MOVE "0" TO SW-NO-TARGET
038400         COMPUTE WS-YIELD ROUNDED =
038500             WS-SC-IN-BAND (WS-STN-SUB) * 100
038600             / WS-SC-PROCESSED (WS-STN-SUB)
038700         COMPUTE SW-VARIANCE = WS-YIELD - SM-TARGET-YIELD
038800     END-IF.
038900     RELEASE SW-SORT-RECORD.
039000 6100-EXIT.
039100     EXIT.
039200 6200-ADD-PLANT-REASON.
039300     ADD 1 TO WS-RSN-SUB.
039400     ADD WS-SC-RSN-COUNT (WS-STN-SUB WS-RSN-SUB)
039500         TO WS-PL-RSN-COUNT (WS-RSN-SUB).
039600 6200-EXIT.
039700     EXIT.
039800 6300-LOAD-TARGET.
039900     MOVE SPACES TO SM-DESCRIPTION.
040000     MOVE 0 TO SM-TARGET-YIELD.
040100     IF NOT WS-STN-AVAILABLE
040200         GO TO 6300-EXIT
040300     END-IF.
040400     MOVE WS-SC-STATION (WS-STN-SUB) TO SM-STATION-ID.
040500     READ STNMAST
040600         INVALID KEY
040700             MOVE "NOT ON STATION MASTER" TO SM-DESCRIPTION
040800             MOVE 0 TO SM-TARGET-YIELD
040900     END-READ.
041000     IF SM-TARGET-YIELD IS NOT NUMERIC
041100         MOVE 0 TO SM-TARGET-YIELD
041200     END-IF.
041300 6300-EXIT.
041400     EXIT.
041500 7000-PRINT-SCORECARD.
041600     PERFORM 7100-PRINT-ONE-STATION
041700         THRU 7100-EXIT
041800         UNTIL WS-END-OF-SORT.
041900     IF WS-RANK = 0
042000         MOVE SPACES TO SR-REPORT-LINE
042100         MOVE "NO STATION HISTORY FOR THE MONTH"
042200             TO SR-REPORT-LINE
042300         WRITE SR-REPORT-LINE
042400     END-IF.
042500 7000-EXIT.
042600     EXIT.
042700 7100-PRINT-ONE-STATION.
042800     RETURN SORTWK
042900         AT END
043000             SET WS-END-OF-SORT TO TRUE
043100             GO TO 7100-EXIT
043200     END-RETURN.
043300     ADD 1 TO WS-RANK.
043400     MOVE SW-SLOT TO WS-STN-SUB.
043500     PERFORM 6300-LOAD-TARGET
043600         THRU 6300-EXIT.
043700     COMPUTE WS-YIELD ROUNDED =
043800         WS-SC-IN-BAND (WS-STN-SUB) * 100
043900         / WS-SC-PROCESSED (WS-STN-SUB).
044000     MOVE SPACES TO SR-REPORT-LINE.
044100     WRITE SR-REPORT-LINE.
044200     MOVE WS-RANK TO WS-RANK-EDIT.
044300     MOVE WS-YIELD TO WS-YIELD-EDIT.
044400     IF SW-NO-TARGET = "1"
044500         ADD 1 TO WS-NO-TARGET-CNT
044600         STRING WS-RANK-EDIT ". " SW-STATION-ID " "
044700             SM-DESCRIPTION " YIELD " WS-YIELD-EDIT
044800             "%  NO TARGET SET"
044900             DELIMITED BY SIZE INTO SR-REPORT-LINE
045000     ELSE
045100         MOVE SM-TARGET-YIELD TO WS-TARGET-EDIT
045200         MOVE SW-VARIANCE TO WS-VAR-EDIT
045300         STRING WS-RANK-EDIT ". " SW-STATION-ID " "
045400             SM-DESCRIPTION " YIELD " WS-YIELD-EDIT
045500             "% TARGET " WS-TARGET-EDIT "% VAR " WS-VAR-EDIT
045600             DELIMITED BY SIZE INTO SR-REPORT-LINE
045700         IF SW-VARIANCE < 0
045800             ADD 1 TO WS-BELOW-CNT
045900         END-IF
046000     END-IF.
046100     WRITE SR-REPORT-LINE.
046200     MOVE SPACES TO SR-REPORT-LINE.
046300     MOVE WS-SC-PROCESSED (WS-STN-SUB) TO WS-COUNT-EDIT.
046400     STRING "     PROCESSED " WS-COUNT-EDIT
046500         DELIMITED BY SIZE INTO SR-REPORT-LINE.
046600     MOVE WS-SC-OUT-BAND (WS-STN-SUB) TO WS-COUNT-EDIT.
046700     MOVE WS-COUNT-EDIT TO SR-REPORT-LINE (26:9).
046800     MOVE " OUT-BAND" TO SR-REPORT-LINE (35:9).
046900     MOVE WS-SC-REJECTED (WS-STN-SUB) TO WS-COUNT-EDIT.
047000     MOVE WS-COUNT-EDIT TO SR-REPORT-LINE (45:9).
047100     MOVE " REJECTED" TO SR-REPORT-LINE (54:9).
047200     WRITE SR-REPORT-LINE.
047300     MOVE 0 TO WS-RSN-SUB.
047400     PERFORM 7200-LOAD-STATION-PARETO
047500         THRU 7200-EXIT
047600         UNTIL WS-RSN-SUB >= 8.
047700     PERFORM 7300-PRINT-PARETO
047800         THRU 7300-EXIT.
047900 7100-EXIT.
048000     EXIT.
048100 7200-LOAD-STATION-PARETO.
048200     ADD 1 TO WS-RSN-SUB.
048300     MOVE WS-SC-RSN-COUNT (WS-STN-SUB WS-RSN-SUB)
048400         TO WS-PARETO-CNT (WS-RSN-SUB).
048500 7200-EXIT.
048600     EXIT.
048700 7300-PRINT-PARETO.
048800     MOVE 0 TO WS-PARETO-BASE.
048900     MOVE 0 TO WS-RSN-SUB.
049000     PERFORM 7310-SUM-ONE-REASON
049100         THRU 7310-EXIT
049200         UNTIL WS-RSN-SUB >= 8.
049300     IF WS-PARETO-BASE = 0
049400         MOVE SPACES TO SR-REPORT-LINE
049500         MOVE "     NO REJECTS BY REASON ON FILE"
049600             TO SR-REPORT-LINE
049700         WRITE SR-REPORT-LINE
049800         GO TO 7300-EXIT
049900     END-IF.
050000     MOVE SPACES TO SR-REPORT-LINE.
050100     MOVE "     REJECT REASON              COUNT    PCT    CUM"
050200         TO SR-REPORT-LINE.
050300     WRITE SR-REPORT-LINE.
050400     MOVE 0 TO WS-PARETO-RUNNING.
050500     MOVE 1 TO WS-PICK-SUB.
050600     PERFORM 7320-PRINT-NEXT-REASON
050700         THRU 7320-EXIT
050800         UNTIL WS-PICK-SUB = 0.
050900 7300-EXIT.
051000     EXIT.
051100 7310-SUM-ONE-REASON.
051200     ADD 1 TO WS-RSN-SUB.
051300     MOVE "N" TO WS-PARETO-USED (WS-RSN-SUB).
051400     ADD WS-PARETO-CNT (WS-RSN-SUB) TO WS-PARETO-BASE.
051500 7310-EXIT.
051600     EXIT.
051700 7320-PRINT-NEXT-REASON.
051800     MOVE 0 TO WS-PICK-SUB.
051900     MOVE 0 TO WS-PARETO-MAX.
052000     MOVE 0 TO WS-RSN-SUB.
052100     PERFORM 7330-TEST-ONE-REASON
052200         THRU 7330-EXIT
052300         UNTIL WS-RSN-SUB >= 8.
052400     IF WS-PICK-SUB = 0
052500         GO TO 7320-EXIT
052600     END-IF.
052700     MOVE "Y" TO WS-PARETO-USED (WS-PICK-SUB).
052800     ADD WS-PARETO-CNT (WS-PICK-SUB) TO WS-PARETO-RUNNING.
052900     COMPUTE WS-PARETO-PCT ROUNDED =
053000         WS-PARETO-CNT (WS-PICK-SUB) * 100 / WS-PARETO-BASE.
053100     COMPUTE WS-PARETO-CUM ROUNDED =
053200         WS-PARETO-RUNNING * 100 / WS-PARETO-BASE.
053300     MOVE WS-PARETO-CNT (WS-PICK-SUB) TO WS-COUNT-EDIT.
053400     MOVE WS-PARETO-PCT TO WS-PCT-EDIT.
053500     MOVE WS-PARETO-CUM TO WS-CUM-EDIT.
053600     MOVE SPACES TO SR-REPORT-LINE.
053700     STRING "     " WS-REASON-CODE (WS-PICK-SUB) " "
053800         WS-REASON-DESC (WS-PICK-SUB) " " WS-COUNT-EDIT
053900         "  " WS-PCT-EDIT "  " WS-CUM-EDIT
054000         DELIMITED BY SIZE INTO SR-REPORT-LINE.
054100     WRITE SR-REPORT-LINE.
054200 7320-EXIT.
054300     EXIT.
054400 7330-TEST-ONE-REASON.
054500     ADD 1 TO WS-RSN-SUB.
054600     IF WS-PARETO-USED (WS-RSN-SUB) = "N"
054700         AND WS-PARETO-CNT (WS-RSN-SUB) > WS-PARETO-MAX
054800             MOVE WS-PARETO-CNT (WS-RSN-SUB) TO WS-PARETO-MAX
054900             MOVE WS-RSN-SUB TO WS-PICK-SUB
055000     END-IF.
055100 7330-EXIT.
055200     EXIT.
055300 7500-PRINT-PLANT-TOTAL.
055400     MOVE SPACES TO SR-REPORT-LINE.
055500     WRITE SR-REPORT-LINE.
055600     MOVE WS-PL-PROCESSED TO WS-COUNT-EDIT.
055700     STRING "PLANT TOTAL  PROCESSED " WS-COUNT-EDIT
055800         DELIMITED BY SIZE INTO SR-REPORT-LINE.
055900     IF WS-PL-PROCESSED > 0
056000         COMPUTE WS-YIELD ROUNDED =
056100             WS-PL-IN-BAND * 100 / WS-PL-PROCESSED
056200         MOVE WS-YIELD TO WS-YIELD-EDIT
056300         MOVE "  YIELD " TO SR-REPORT-LINE (33:8)
056400         MOVE WS-YIELD-EDIT TO SR-REPORT-LINE (41:5)
056500         MOVE "%" TO SR-REPORT-LINE (46:1)
056600     END-IF.
056700     WRITE SR-REPORT-LINE.
056800     MOVE SPACES TO SR-REPORT-LINE.
056900     MOVE WS-BELOW-CNT TO WS-RANK-EDIT.
057000     STRING "STATIONS BELOW TARGET " WS-RANK-EDIT
057100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
057200     MOVE WS-NO-TARGET-CNT TO WS-RANK-EDIT.
057300     MOVE "  WITH NO TARGET " TO SR-REPORT-LINE (26:17).
057400     MOVE WS-RANK-EDIT TO SR-REPORT-LINE (43:3).
057500     WRITE SR-REPORT-LINE.
057600     MOVE 0 TO WS-RSN-SUB.
057700     PERFORM 7510-LOAD-PLANT-PARETO
057800         THRU 7510-EXIT
057900         UNTIL WS-RSN-SUB >= 8.
058000     PERFORM 7300-PRINT-PARETO
058100         THRU 7300-EXIT.
058200 7500-EXIT.
058300     EXIT.
058400 7510-LOAD-PLANT-PARETO.
058500     ADD 1 TO WS-RSN-SUB.
058600     MOVE WS-PL-RSN-COUNT (WS-RSN-SUB)
058700         TO WS-PARETO-CNT (WS-RSN-SUB).
058800 7510-EXIT.
058900     EXIT.
059000 8000-FINALIZE.
059100     CLOSE BANDHIST SCORERPT.
059200     IF WS-STN-AVAILABLE
059300         CLOSE STNMAST
059400     END-IF.
059500     DISPLAY "STNSCORE - HISTORY RECORDS READ: " WS-HIST-READ.
059600     MOVE "E" TO WS-RUN-TYPE.
059700     MOVE WS-RANK TO WS-RUN-RECORDS.
059800     PERFORM 9100-WRITE-RUN-RECORD
059900         THRU 9100-EXIT.
060000 8000-EXIT.
060100     EXIT.
060200 9100-WRITE-RUN-RECORD.
060300     OPEN EXTEND RUNLOG.
060400     IF WS-RUNLOG-STATUS NOT = "00"
060500         OPEN OUTPUT RUNLOG
060600     END-IF.
060700     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
060800     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
060900     MOVE "STNSCORE " TO RL-PROGRAM-ID.
061000     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
061100     MOVE SPACE TO RL-SHIFT-CODE.
061200     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
061300     MOVE WS-RUN-HHMMSS TO RL-TIME.
061400     MOVE WS-RUN-RECORDS TO RL-RECORDS.
061500     MOVE RETURN-CODE TO RL-RETURN-CODE.
061600     WRITE RL-RUN-RECORD.
061700     CLOSE RUNLOG.
061800 9100-EXIT.
061900     EXIT.
