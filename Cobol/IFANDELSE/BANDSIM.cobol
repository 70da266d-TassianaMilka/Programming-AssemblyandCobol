000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : BANDSIM                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   What-if replay of the band check.  The SIMCTL cards name one*
001000*   night (N card, run date) and the proposed limits -- a new   *
001100*   card band (D card) and/or new limits for single stations    *
001200*   (S card; 0/0 clears the station's own limits so the card    *
001300*   band applies).  Every band-checked reading that RDGHIST, and*
001400*   any archive concatenated behind RDGARCIN, holds for that    *
001500*   night and the IFPARM plant is put through BANDCHK twice:    *
001600*   under the limits in force now (STNMAST station limits, else *
001700*   the IFPARM card band) and under the proposed ones.  SIMRPT  *
001800*   lists each reading whose disposition or severity would      *
001900*   change, then a table by station of readings replayed and    *
002000*   how many go in to out, out to in, or change severity only,  *
002100*   then totals.                                                *
002200*   The program only reads.  It writes no history, feed,        *
002300*   recycle, checkpoint or run log record -- SIMRPT is its only *
002400*   output.  RC 4 when a SIMCTL card was ignored; RC 16 when    *
002500*   there is no N card, no proposal, or RDGHIST cannot be       *
002600*   opened.                                                     *
002700*                                                                *
002800*   MODIFICATION HISTORY                                        *
002900*   ------------------------------------------------------------*
003000*   2026-10-15  DLM  Original program.                          *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. BANDSIM.
003400 AUTHOR. D. L. MERCER.
003500 INSTALLATION. QC SHIFT OPERATIONS.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT IFPARM ASSIGN TO "IFPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400     SELECT SIMCTL ASSIGN TO "SIMCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CTL-STATUS.
004700     SELECT STNMAST ASSIGN TO "STNMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS SM-STATION-ID
005100         FILE STATUS IS WS-STN-STATUS.
005200     SELECT RDGARCIN ASSIGN TO "RDGARCIN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ARCH-STATUS.
005500     SELECT RDGHIST ASSIGN TO "RDGHIST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS RD-DETAIL-KEY
005900         FILE STATUS IS WS-HIST-STATUS.
006000     SELECT SIMRPT ASSIGN TO "SIMRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  IFPARM
006600     RECORDING MODE IS F.
006700     COPY PARMREC.
006800 FD  SIMCTL
006900     RECORDING MODE IS F.
007000 01  SI-CONTROL-CARD.
007100     05  SI-CARD-TYPE         PIC X(01).
007200         88  SI-NIGHT-CARD           VALUE "N".
007300         88  SI-DEFAULT-CARD         VALUE "D".
007400         88  SI-STATION-CARD         VALUE "S".
007500     05  SI-STATION-ID        PIC X(05).
007600     05  SI-BAND-LOWER        PIC X(05).
007700     05  SI-BAND-LOWER-N REDEFINES SI-BAND-LOWER
007800                              PIC 9(05).
007900     05  SI-BAND-UPPER        PIC X(05).
008000     05  SI-BAND-UPPER-N REDEFINES SI-BAND-UPPER
008100                              PIC 9(05).
008200     05  SI-RUN-DATE          PIC X(08).
008300     05  SI-RUN-DATE-N REDEFINES SI-RUN-DATE
008400                              PIC 9(08).
008500     05  FILLER               PIC X(56).
008600 FD  STNMAST
008700     RECORD CONTAINS 57 CHARACTERS.
008800     COPY STNMREC.
008900 FD  RDGARCIN
009000     RECORDING MODE IS F.
009100     COPY RDGHREC
009200         REPLACING LEADING ==RD-== BY ==RX-==.
009300 FD  RDGHIST
009400     RECORD CONTAINS 100 CHARACTERS.
009500     COPY RDGHREC.
009600 FD  SIMRPT
009700     RECORDING MODE IS F.
009800 01  SR-REPORT-LINE           PIC X(80).
009900 WORKING-STORAGE SECTION.
010000 01  WS-PARM-STATUS           PIC X(02).
010100     88  WS-PARM-OK                  VALUE "00".
010200 01  WS-CTL-STATUS            PIC X(02).
010300     88  WS-CTL-OK                   VALUE "00".
010400 01  WS-STN-STATUS            PIC X(02).
010500     88  WS-STN-OK                   VALUE "00".
010600 01  WS-ARCH-STATUS           PIC X(02).
010700     88  WS-ARCH-OK                  VALUE "00".
010800 01  WS-HIST-STATUS           PIC X(02).
010900     88  WS-HIST-OK                  VALUE "00".
011000 01  WS-RPT-STATUS            PIC X(02).
011100     88  WS-RPT-OK                   VALUE "00".
011200 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
011300     88  WS-END-OF-CTL               VALUE "Y".
011400 01  WS-END-OF-ARCH-SW        PIC X(01) VALUE "N".
011500     88  WS-END-OF-ARCH              VALUE "Y".
011600 01  WS-END-OF-HIST-SW        PIC X(01) VALUE "N".
011700     88  WS-END-OF-HIST              VALUE "Y".
011800 01  WS-STN-AVAILABLE-SW      PIC X(01) VALUE "N".
011900     88  WS-STN-AVAILABLE            VALUE "Y".
012000 01  WS-NIGHT-SW              PIC X(01) VALUE "N".
012100     88  WS-NIGHT-GIVEN              VALUE "Y".
012200 01  WS-DEFAULT-SW            PIC X(01) VALUE "N".
012300     88  WS-DEFAULT-PROPOSED         VALUE "Y".
012400 01  WS-SIM-DATE              PIC 9(08) VALUE 0.
012500 01  WS-SIM-PLANT             PIC X(02) VALUE SPACES.
012600 01  WS-CUR-DFLT-LOWER        PIC 9(05) VALUE 60.
012700 01  WS-CUR-DFLT-UPPER        PIC 9(05) VALUE 80.
012800 01  WS-PRP-DFLT-LOWER        PIC 9(05) VALUE 60.
012900 01  WS-PRP-DFLT-UPPER        PIC 9(05) VALUE 80.
013000 01  WS-PRP-DFLT-SRC          PIC X(01) VALUE "C".
013100 01  WS-CARD-COUNT            PIC 9(05) VALUE 0 COMP.
013200 01  WS-CARDS-IGNORED         PIC 9(05) VALUE 0 COMP.
013300 01  WS-PROPOSAL-CNT          PIC 9(05) VALUE 0 COMP.
013400 01  WS-PROPOSAL-MAX          PIC 9(05) VALUE 100 COMP.
013500 01  WS-PR-SUB                PIC 9(05) VALUE 0 COMP.
013600 01  WS-PR-FOUND              PIC 9(05) VALUE 0 COMP.
013700 01  WS-SEARCH-STATION        PIC X(05).
013800 01  WS-PROPOSAL-TABLE.
013900     05  WS-PROPOSAL-ENTRY OCCURS 100 TIMES.
014000         10  WS-PR-STATION        PIC X(05).
014100         10  WS-PR-LOWER          PIC 9(05).
014200         10  WS-PR-UPPER          PIC 9(05).
014300         10  WS-PR-USED           PIC X(01).
014400 01  WS-STATION-CNT           PIC 9(05) VALUE 0 COMP.
014500 01  WS-STATION-MAX           PIC 9(05) VALUE 200 COMP.
014600 01  WS-STN-SUB               PIC 9(05) VALUE 0 COMP.
014700 01  WS-SLOT-SUB              PIC 9(05) VALUE 0 COMP.
014800 01  WS-STATION-TABLE.
014900     05  WS-STATION-ENTRY OCCURS 200 TIMES.
015000         10  WS-SS-STATION        PIC X(05).
015100         10  WS-SS-CUR-LOWER      PIC 9(05).
015200         10  WS-SS-CUR-UPPER      PIC 9(05).
015300         10  WS-SS-CUR-SRC        PIC X(01).
015400         10  WS-SS-PRP-LOWER      PIC 9(05).
015500         10  WS-SS-PRP-UPPER      PIC 9(05).
015600         10  WS-SS-PRP-SRC        PIC X(01).
015700         10  WS-SS-READINGS       PIC 9(07) COMP.
015800         10  WS-SS-IN-TO-OUT      PIC 9(07) COMP.
015900         10  WS-SS-OUT-TO-IN      PIC 9(07) COMP.
016000         10  WS-SS-SEV-CHANGED    PIC 9(07) COMP.
016100 01  WS-TOTALS.
016200     05  WS-ARCH-SELECTED     PIC 9(07) VALUE 0 COMP.
016300     05  WS-LIVE-SELECTED     PIC 9(07) VALUE 0 COMP.
016400     05  WS-TOT-REPLAYED      PIC 9(07) VALUE 0 COMP.
016500     05  WS-TOT-REJECTED      PIC 9(07) VALUE 0 COMP.
016600     05  WS-TOT-IN-TO-OUT     PIC 9(07) VALUE 0 COMP.
016700     05  WS-TOT-OUT-TO-IN     PIC 9(07) VALUE 0 COMP.
016800     05  WS-TOT-SEV-CHANGED   PIC 9(07) VALUE 0 COMP.
016900     05  WS-TOT-NO-SLOT       PIC 9(07) VALUE 0 COMP.
017000     05  WS-DETAIL-LINES      PIC 9(07) VALUE 0 COMP.
017100 01  WS-CUR-RESULT.
017200     05  WS-CUR-DISP          PIC X(01).
017300     05  WS-CUR-SEV           PIC X(01).
017400     05  WS-CUR-PCT           PIC 9(03)V99.
017500 01  WS-PRP-RESULT.
017600     05  WS-PRP-DISP          PIC X(01).
017700     05  WS-PRP-SEV           PIC X(01).
017800     05  WS-PRP-PCT           PIC 9(03)V99.
017900 01  WS-OUTCOME-TEXT          PIC X(20).
018000 01  WS-CUR-TEXT              PIC X(20).
018100 01  WS-SEV-WORD              PIC X(08).
018200 01  WS-PCT-EDIT              PIC ZZ9.99.
018300 01  WS-RESULT-EDIT           PIC ZZZZ9.
018400 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
018500 01  WS-OUTCOME-DISP          PIC X(01).
018600 01  WS-OUTCOME-SEV           PIC X(01).
018700 01  WS-OUTCOME-PCT           PIC 9(03)V99.
018800 01  WS-DETAIL-LINE.
018900     05  WS-DL-STATION        PIC X(05).
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  WS-DL-TIMESTAMP      PIC X(14).
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  WS-DL-SHIFT          PIC X(01).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  WS-DL-RESULT         PIC ZZZZ9.
019600     05  FILLER               PIC X(02) VALUE SPACES.
019700     05  WS-DL-CURRENT        PIC X(20).
019800     05  FILLER               PIC X(04) VALUE " -> ".
019900     05  WS-DL-PROPOSED       PIC X(20).
020000     05  FILLER               PIC X(06) VALUE SPACES.
020100 01  WS-DETAIL-HEAD.
020200     05  FILLER               PIC X(06) VALUE "STN".
020300     05  FILLER               PIC X(15) VALUE "TIMESTAMP".
020400     05  FILLER               PIC X(02) VALUE "S".
020500     05  FILLER               PIC X(07) VALUE "RESULT".
020600     05  FILLER               PIC X(24)
020700             VALUE "UNDER CURRENT LIMITS".
020800     05  FILLER               PIC X(26)
020900             VALUE "UNDER PROPOSED LIMITS".
021000 01  WS-SUMMARY-LINE.
021100     05  WS-SL-STATION        PIC X(05).
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  WS-SL-CUR-LOWER      PIC ZZZZ9.
021400     05  FILLER               PIC X(01) VALUE "-".
021500     05  WS-SL-CUR-UPPER      PIC 9(05).
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  WS-SL-CUR-SRC        PIC X(01).
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  WS-SL-PRP-LOWER      PIC ZZZZ9.
022000     05  FILLER               PIC X(01) VALUE "-".
022100     05  WS-SL-PRP-UPPER      PIC 9(05).
022200     05  FILLER               PIC X(01) VALUE SPACE.
022300     05  WS-SL-PRP-SRC        PIC X(01).
022400     05  FILLER               PIC X(02) VALUE SPACES.
022500     05  WS-SL-READINGS       PIC ZZZZZZ9.
022600     05  FILLER               PIC X(01) VALUE SPACE.
022700     05  WS-SL-IN-TO-OUT      PIC ZZZZZ9.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  WS-SL-OUT-TO-IN      PIC ZZZZZ9.
023000     05  FILLER               PIC X(01) VALUE SPACE.
023100     05  WS-SL-SEV-CHANGED    PIC ZZZZZ9.
023200     05  FILLER               PIC X(14) VALUE SPACES.
023300 01  WS-SUMMARY-HEAD-1.
023400     05  FILLER               PIC X(06) VALUE SPACES.
023500     05  FILLER               PIC X(15) VALUE "CURRENT BAND".
023600     05  FILLER               PIC X(15) VALUE "PROPOSED BAND".
023700     05  FILLER               PIC X(08) VALUE SPACES.
023800     05  FILLER               PIC X(07) VALUE " IN TO".
023900     05  FILLER               PIC X(07) VALUE "OUT TO".
024000     05  FILLER               PIC X(22) VALUE "SEVRTY".
024100 01  WS-SUMMARY-HEAD-2.
024200     05  FILLER               PIC X(06) VALUE "STN".
024300     05  FILLER               PIC X(15) VALUE "LOWER-UPPER SRC".
024400     05  FILLER               PIC X(15) VALUE "LOWER-UPPER SRC".
024500     05  FILLER               PIC X(08) VALUE "READINGS".
024600     05  FILLER               PIC X(07) VALUE "   OUT".
024700     05  FILLER               PIC X(07) VALUE "    IN".
024800     05  FILLER               PIC X(22) VALUE "CHANGE".
024900     COPY BANDLINK.
025000     COPY RDGHREC
025100         REPLACING LEADING ==RD-== BY ==RW-==.
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE
025500         THRU 1000-EXIT.
025600     PERFORM 2000-REPLAY-ARCHIVE
025700         THRU 2000-EXIT.
025800     PERFORM 3000-REPLAY-LIVE
025900         THRU 3000-EXIT.
026000     PERFORM 7000-PRINT-SUMMARY
026100         THRU 7000-EXIT.
026200     PERFORM 8000-FINALIZE
026300         THRU 8000-EXIT.
026400     STOP RUN.
026500 1000-INITIALIZE.
026600     OPEN INPUT IFPARM.
026700     IF WS-PARM-OK
026800         READ IFPARM
026900             AT END
027000                 MOVE 60 TO PM-BAND-LOWER
027100                 MOVE 80 TO PM-BAND-UPPER
027200                 MOVE SPACES TO PM-PLANT-CODE
027300         END-READ
027400         CLOSE IFPARM
027500     ELSE
027600         MOVE 60 TO PM-BAND-LOWER
027700         MOVE 80 TO PM-BAND-UPPER
027800         MOVE SPACES TO PM-PLANT-CODE
027900     END-IF.
028000     IF PM-BAND-LOWER IS NUMERIC
028100         AND PM-BAND-UPPER IS NUMERIC
028200             MOVE PM-BAND-LOWER TO WS-CUR-DFLT-LOWER
028300             MOVE PM-BAND-UPPER TO WS-CUR-DFLT-UPPER
028400     END-IF.
028500     MOVE PM-PLANT-CODE TO WS-SIM-PLANT.
028600     MOVE WS-CUR-DFLT-LOWER TO WS-PRP-DFLT-LOWER.
028700     MOVE WS-CUR-DFLT-UPPER TO WS-PRP-DFLT-UPPER.
028800     OPEN INPUT SIMCTL.
028900     IF NOT WS-CTL-OK
029000         DISPLAY "BANDSIM - UNABLE TO OPEN SIMCTL, STATUS="
029100             WS-CTL-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     PERFORM 1100-READ-CARD
029600         THRU 1100-EXIT.
029700     PERFORM 1200-EDIT-CARD
029800         THRU 1200-EXIT
029900         UNTIL WS-END-OF-CTL.
030000     CLOSE SIMCTL.
030100     IF NOT WS-NIGHT-GIVEN
030200         DISPLAY "BANDSIM - NO N CARD NAMING THE NIGHT TO REPLAY"
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     IF WS-PROPOSAL-CNT = 0
030700         AND NOT WS-DEFAULT-PROPOSED
030800             DISPLAY "BANDSIM - NO PROPOSED LIMITS ON SIMCTL"
030900             MOVE 16 TO RETURN-CODE
031000             STOP RUN
031100     END-IF.
031200     OPEN INPUT STNMAST.
031300     IF WS-STN-OK
031400         SET WS-STN-AVAILABLE TO TRUE
031500     ELSE
031600         DISPLAY "BANDSIM - STNMAST NOT AVAILABLE, STATUS="
031700             WS-STN-STATUS ", CARD BAND USED FOR EVERY STATION"
031800     END-IF.
031900     OPEN OUTPUT SIMRPT.
032000     IF NOT WS-RPT-OK
032100         DISPLAY "BANDSIM - UNABLE TO OPEN SIMRPT, STATUS="
032200             WS-RPT-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     PERFORM 1500-PRINT-HEADING
032700         THRU 1500-EXIT.
032800 1000-EXIT.
032900     EXIT.
033000 1100-READ-CARD.
033100     READ SIMCTL
033200         AT END
033300             SET WS-END-OF-CTL TO TRUE
033400     END-READ.
033500 1100-EXIT.
033600     EXIT.
033700 1200-EDIT-CARD.
033800     ADD 1 TO WS-CARD-COUNT.
033900     IF SI-NIGHT-CARD
034000         IF SI-RUN-DATE IS NOT NUMERIC
034100             OR SI-RUN-DATE-N = 0
034200                 DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
034300                     " RUN DATE NOT NUMERIC, IGNORED"
034400                 ADD 1 TO WS-CARDS-IGNORED
034500         ELSE
034600             MOVE SI-RUN-DATE-N TO WS-SIM-DATE
034700             SET WS-NIGHT-GIVEN TO TRUE
034800         END-IF
034900         GO TO 1200-READ-NEXT
035000     END-IF.
035100     IF NOT SI-DEFAULT-CARD
035200         AND NOT SI-STATION-CARD
035300             DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
035400                 " TYPE " SI-CARD-TYPE " NOT N, D OR S, IGNORED"
035500             ADD 1 TO WS-CARDS-IGNORED
035600             GO TO 1200-READ-NEXT
035700     END-IF.
035800     IF SI-BAND-LOWER IS NOT NUMERIC
035900         OR SI-BAND-UPPER IS NOT NUMERIC
036000             DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
036100                 " BAND LIMITS NOT NUMERIC, IGNORED"
036200             ADD 1 TO WS-CARDS-IGNORED
036300             GO TO 1200-READ-NEXT
036400     END-IF.
036500     IF SI-STATION-CARD
036600         AND SI-BAND-LOWER-N = 0
036700         AND SI-BAND-UPPER-N = 0
036800             GO TO 1200-STATION
036900     END-IF.
037000     IF SI-BAND-LOWER-N NOT < SI-BAND-UPPER-N
037100         DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
037200             " LOWER LIMIT NOT BELOW UPPER, IGNORED"
037300         ADD 1 TO WS-CARDS-IGNORED
037400         GO TO 1200-READ-NEXT
037500     END-IF.
037600     IF SI-DEFAULT-CARD
037700         MOVE SI-BAND-LOWER-N TO WS-PRP-DFLT-LOWER
037800         MOVE SI-BAND-UPPER-N TO WS-PRP-DFLT-UPPER
037900         MOVE "D" TO WS-PRP-DFLT-SRC
038000         SET WS-DEFAULT-PROPOSED TO TRUE
038100         GO TO 1200-READ-NEXT
038200     END-IF.
038300 1200-STATION.
038400     IF SI-STATION-ID = SPACES
038500         DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
038600             " HAS NO STATION ID, IGNORED"
038700         ADD 1 TO WS-CARDS-IGNORED
038800         GO TO 1200-READ-NEXT
038900     END-IF.
039000     MOVE SI-STATION-ID TO WS-SEARCH-STATION.
039100     PERFORM 1300-FIND-PROPOSAL
039200         THRU 1300-EXIT.
039300     IF WS-PR-FOUND > 0
039400         DISPLAY "BANDSIM - CARD " WS-CARD-COUNT
039500             " REPEATS STATION " SI-STATION-ID ", IGNORED"
039600         ADD 1 TO WS-CARDS-IGNORED
039700         GO TO 1200-READ-NEXT
039800     END-IF.
039900     IF WS-PROPOSAL-CNT >= WS-PROPOSAL-MAX
040000         DISPLAY "BANDSIM - MORE THAN 100 STATION CARDS, CARD "
040100             WS-CARD-COUNT " IGNORED"
040200         ADD 1 TO WS-CARDS-IGNORED
040300         GO TO 1200-READ-NEXT
040400     END-IF.
040500     ADD 1 TO WS-PROPOSAL-CNT.
040600     MOVE SI-STATION-ID TO WS-PR-STATION (WS-PROPOSAL-CNT).
040700     MOVE SI-BAND-LOWER-N TO WS-PR-LOWER (WS-PROPOSAL-CNT).
040800     MOVE SI-BAND-UPPER-N TO WS-PR-UPPER (WS-PROPOSAL-CNT).
040900     MOVE "N" TO WS-PR-USED (WS-PROPOSAL-CNT).
041000 1200-READ-NEXT.
041100     PERFORM 1100-READ-CARD
041200         THRU 1100-EXIT.
041300 1200-EXIT.
041400     EXIT.
041500 1300-FIND-PROPOSAL.
041600     MOVE 0 TO WS-PR-FOUND.
041700     MOVE 0 TO WS-PR-SUB.
041800     PERFORM 1310-CHECK-PROPOSAL
041900         THRU 1310-EXIT
042000         UNTIL WS-PR-SUB >= WS-PROPOSAL-CNT
042100             OR WS-PR-FOUND > 0.
042200 1300-EXIT.
042300     EXIT.
042400 1310-CHECK-PROPOSAL.
042500     ADD 1 TO WS-PR-SUB.
042600     IF WS-PR-STATION (WS-PR-SUB) = WS-SEARCH-STATION
042700         MOVE WS-PR-SUB TO WS-PR-FOUND
042800     END-IF.
042900 1310-EXIT.
043000     EXIT.
043100 1500-PRINT-HEADING.
043200     MOVE SPACES TO SR-REPORT-LINE.
043300     STRING "BANDSIM WHAT-IF BAND LIMIT REPLAY   NIGHT OF "
043400         WS-SIM-DATE
043500         DELIMITED BY SIZE INTO SR-REPORT-LINE.
043600     WRITE SR-REPORT-LINE.
043700     MOVE SPACES TO SR-REPORT-LINE.
043800     IF WS-SIM-PLANT = SPACES
043900         MOVE "ALL PLANTS" TO SR-REPORT-LINE
044000     ELSE
044100         STRING "PLANT " WS-SIM-PLANT
044200             DELIMITED BY SIZE INTO SR-REPORT-LINE
044300     END-IF.
044400     WRITE SR-REPORT-LINE.
044500     MOVE "SIMULATION ONLY -- NO HISTORY, FEED OR RECYCLE FILE IS"
044600         TO SR-REPORT-LINE.
044700     WRITE SR-REPORT-LINE.
044800     MOVE "UPDATED BY THIS RUN." TO SR-REPORT-LINE.
044900     WRITE SR-REPORT-LINE.
045000     MOVE SPACES TO SR-REPORT-LINE.
045100     WRITE SR-REPORT-LINE.
045200     MOVE SPACES TO SR-REPORT-LINE.
045300     STRING "CURRENT CARD BAND  " WS-CUR-DFLT-LOWER "-"
045400         WS-CUR-DFLT-UPPER
045500         DELIMITED BY SIZE INTO SR-REPORT-LINE.
045600     WRITE SR-REPORT-LINE.
045700     MOVE SPACES TO SR-REPORT-LINE.
045800     IF WS-DEFAULT-PROPOSED
045900         STRING "PROPOSED CARD BAND " WS-PRP-DFLT-LOWER "-"
046000             WS-PRP-DFLT-UPPER
046100             DELIMITED BY SIZE INTO SR-REPORT-LINE
046200     ELSE
046300         MOVE "PROPOSED CARD BAND UNCHANGED" TO SR-REPORT-LINE
046400     END-IF.
046500     WRITE SR-REPORT-LINE.
046600     MOVE 0 TO WS-PR-SUB.
046700     PERFORM 1510-PRINT-PROPOSAL
046800         THRU 1510-EXIT
046900         UNTIL WS-PR-SUB >= WS-PROPOSAL-CNT.
047000     MOVE SPACES TO SR-REPORT-LINE.
047100     WRITE SR-REPORT-LINE.
047200     MOVE "READINGS THAT WOULD CHANGE DISPOSITION OR SEVERITY"
047300         TO SR-REPORT-LINE.
047400     WRITE SR-REPORT-LINE.
047500     MOVE WS-DETAIL-HEAD TO SR-REPORT-LINE.
047600     WRITE SR-REPORT-LINE.
047700 1500-EXIT.
047800     EXIT.
047900 1510-PRINT-PROPOSAL.
048000     ADD 1 TO WS-PR-SUB.
048100     MOVE SPACES TO SR-REPORT-LINE.
048200     IF WS-PR-UPPER (WS-PR-SUB) = 0
048300         STRING "PROPOSED STATION " WS-PR-STATION (WS-PR-SUB)
048400             " LIMITS CLEARED -- CARD BAND APPLIES"
048500             DELIMITED BY SIZE INTO SR-REPORT-LINE
048600     ELSE
048700         STRING "PROPOSED STATION " WS-PR-STATION (WS-PR-SUB)
048800             " LIMITS " WS-PR-LOWER (WS-PR-SUB) "-"
048900             WS-PR-UPPER (WS-PR-SUB)
049000             DELIMITED BY SIZE INTO SR-REPORT-LINE
049100     END-IF.
049200     WRITE SR-REPORT-LINE.
049300 1510-EXIT.
049400     EXIT.
049500 2000-REPLAY-ARCHIVE.
049600     OPEN INPUT RDGARCIN.
049700     IF NOT WS-ARCH-OK
049800         GO TO 2000-EXIT
049900     END-IF.
050000     PERFORM 2100-READ-ARCHIVE
050100         THRU 2100-EXIT.
050200     PERFORM 2200-SELECT-ARCHIVED
050300         THRU 2200-EXIT
050400         UNTIL WS-END-OF-ARCH.
050500     CLOSE RDGARCIN.
050600 2000-EXIT.
050700     EXIT.
050800 2100-READ-ARCHIVE.
050900     READ RDGARCIN
051000         AT END
051100             SET WS-END-OF-ARCH TO TRUE
051200     END-READ.
051300 2100-EXIT.
051400     EXIT.
051500 2200-SELECT-ARCHIVED.
051600     IF RX-RUN-DATE NOT = WS-SIM-DATE
051700         GO TO 2200-READ-NEXT
051800     END-IF.
051900     MOVE RX-DETAIL-RECORD TO RW-DETAIL-RECORD.
052000     ADD 1 TO WS-ARCH-SELECTED.
052100     PERFORM 4000-REPLAY-READING
052200         THRU 4000-EXIT.
052300 2200-READ-NEXT.
052400     PERFORM 2100-READ-ARCHIVE
052500         THRU 2100-EXIT.
052600 2200-EXIT.
052700     EXIT.
052800 3000-REPLAY-LIVE.
052900     OPEN INPUT RDGHIST.
053000     IF NOT WS-HIST-OK
053100         DISPLAY "BANDSIM - UNABLE TO OPEN RDGHIST, STATUS="
053200             WS-HIST-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600     PERFORM 3100-READ-LIVE
053700         THRU 3100-EXIT.
053800     PERFORM 3200-SELECT-LIVE
053900         THRU 3200-EXIT
054000         UNTIL WS-END-OF-HIST.
054100     CLOSE RDGHIST.
054200 3000-EXIT.
054300     EXIT.
054400 3100-READ-LIVE.
054500     READ RDGHIST NEXT RECORD
054600         AT END
054700             SET WS-END-OF-HIST TO TRUE
054800     END-READ.
054900 3100-EXIT.
055000     EXIT.
055100 3200-SELECT-LIVE.
055200     IF RD-RUN-DATE NOT = WS-SIM-DATE
055300         GO TO 3200-READ-NEXT
055400     END-IF.
055500     MOVE RD-DETAIL-RECORD TO RW-DETAIL-RECORD.
055600     ADD 1 TO WS-LIVE-SELECTED.
055700     PERFORM 4000-REPLAY-READING
055800         THRU 4000-EXIT.
055900 3200-READ-NEXT.
056000     PERFORM 3100-READ-LIVE
056100         THRU 3100-EXIT.
056200 3200-EXIT.
056300     EXIT.
056400 4000-REPLAY-READING.
056500     IF WS-SIM-PLANT NOT = SPACES
056600         AND RW-PLANT-CODE NOT = WS-SIM-PLANT
056700             GO TO 4000-EXIT
056800     END-IF.
056900     IF RW-NOT-BAND-CHECKED
057000         GO TO 4000-EXIT
057100     END-IF.
057200     PERFORM 4100-FIND-STATION-SLOT
057300         THRU 4100-EXIT.
057400     IF WS-SLOT-SUB = 0
057500         ADD 1 TO WS-TOT-NO-SLOT
057600         GO TO 4000-EXIT
057700     END-IF.
057800     ADD 1 TO WS-SS-READINGS (WS-SLOT-SUB).
057900     ADD 1 TO WS-TOT-REPLAYED.
058000     IF RW-REJECTED
058100         OR RW-NUM1 IS NOT NUMERIC
058200         OR RW-NUM2 IS NOT NUMERIC
058300             ADD 1 TO WS-TOT-REJECTED
058400             GO TO 4000-EXIT
058500     END-IF.
058600     MOVE RW-NUM1 TO BC-NUM1.
058700     MOVE RW-NUM2 TO BC-NUM2.
058800     MOVE WS-SS-CUR-LOWER (WS-SLOT-SUB) TO BC-LOWER-LIMIT.
058900     MOVE WS-SS-CUR-UPPER (WS-SLOT-SUB) TO BC-UPPER-LIMIT.
059000     CALL "BANDCHK" USING BC-LINK-AREA.
059100     MOVE BC-STATUS-FLAG TO WS-CUR-DISP.
059200     MOVE BC-SEVERITY-FLAG TO WS-CUR-SEV.
059300     MOVE BC-DEVIATION-PCT TO WS-CUR-PCT.
059400     MOVE RW-NUM1 TO BC-NUM1.
059500     MOVE RW-NUM2 TO BC-NUM2.
059600     MOVE WS-SS-PRP-LOWER (WS-SLOT-SUB) TO BC-LOWER-LIMIT.
059700     MOVE WS-SS-PRP-UPPER (WS-SLOT-SUB) TO BC-UPPER-LIMIT.
059800     CALL "BANDCHK" USING BC-LINK-AREA.
059900     MOVE BC-STATUS-FLAG TO WS-PRP-DISP.
060000     MOVE BC-SEVERITY-FLAG TO WS-PRP-SEV.
060100     MOVE BC-DEVIATION-PCT TO WS-PRP-PCT.
060200     IF WS-CUR-DISP = WS-PRP-DISP
060300         AND WS-CUR-SEV = WS-PRP-SEV
060400             GO TO 4000-EXIT
060500     END-IF.
060600     IF WS-CUR-DISP = "I"
060700         AND WS-PRP-DISP = "O"
060800             ADD 1 TO WS-SS-IN-TO-OUT (WS-SLOT-SUB)
060900             ADD 1 TO WS-TOT-IN-TO-OUT
061000     END-IF.
061100     IF WS-CUR-DISP = "O"
061200         AND WS-PRP-DISP = "I"
061300             ADD 1 TO WS-SS-OUT-TO-IN (WS-SLOT-SUB)
061400             ADD 1 TO WS-TOT-OUT-TO-IN
061500     END-IF.
061600     IF WS-CUR-DISP = WS-PRP-DISP
061700         ADD 1 TO WS-SS-SEV-CHANGED (WS-SLOT-SUB)
061800         ADD 1 TO WS-TOT-SEV-CHANGED
061900     END-IF.
062000     PERFORM 4500-PRINT-FLIP
062100         THRU 4500-EXIT.
062200 4000-EXIT.
062300     EXIT.
062400 4100-FIND-STATION-SLOT.
062500     IF WS-SLOT-SUB > 0
062600         IF WS-SS-STATION (WS-SLOT-SUB) = RW-STATION-ID
062700             GO TO 4100-EXIT
062800         END-IF
062900     END-IF.
063000     MOVE 0 TO WS-SLOT-SUB.
063100     MOVE 0 TO WS-STN-SUB.
063200     PERFORM 4110-CHECK-SLOT
063300         THRU 4110-EXIT
063400         UNTIL WS-STN-SUB >= WS-STATION-CNT
063500             OR WS-SLOT-SUB > 0.
063600     IF WS-SLOT-SUB > 0
063700         GO TO 4100-EXIT
063800     END-IF.
063900     IF WS-STATION-CNT >= WS-STATION-MAX
064000         DISPLAY "BANDSIM - MORE THAN 200 STATIONS, "
064100             RW-STATION-ID " NOT REPLAYED"
064200         GO TO 4100-EXIT
064300     END-IF.
064400     ADD 1 TO WS-STATION-CNT.
064500     MOVE WS-STATION-CNT TO WS-SLOT-SUB.
064600     PERFORM 4200-LOAD-LIMITS
064700         THRU 4200-EXIT.
064800 4100-EXIT.
064900     EXIT.
065000 4110-CHECK-SLOT.
065100     ADD 1 TO WS-STN-SUB.
065200     IF WS-SS-STATION (WS-STN-SUB) = RW-STATION-ID
065300         MOVE WS-STN-SUB TO WS-SLOT-SUB
065400     END-IF.
065500 4110-EXIT.
065600     EXIT.
065700 4200-LOAD-LIMITS.
065800     MOVE RW-STATION-ID TO WS-SS-STATION (WS-SLOT-SUB).
065900     MOVE 0 TO WS-SS-READINGS (WS-SLOT-SUB).
066000     MOVE 0 TO WS-SS-IN-TO-OUT (WS-SLOT-SUB).
066100     MOVE 0 TO WS-SS-OUT-TO-IN (WS-SLOT-SUB).
066200     MOVE 0 TO WS-SS-SEV-CHANGED (WS-SLOT-SUB).
066300     MOVE 0 TO SM-BAND-LOWER.
066400     MOVE 0 TO SM-BAND-UPPER.
066500     IF WS-STN-AVAILABLE
066600         MOVE RW-STATION-ID TO SM-STATION-ID
066700         READ STNMAST
066800             INVALID KEY
066900                 MOVE 0 TO SM-BAND-LOWER
067000                 MOVE 0 TO SM-BAND-UPPER
067100         END-READ
067200     END-IF.
067300     IF SM-BAND-LOWER IS NUMERIC
067400         AND SM-BAND-UPPER IS NUMERIC
067500         AND SM-BAND-UPPER > 0
067600             MOVE SM-BAND-LOWER TO WS-SS-CUR-LOWER (WS-SLOT-SUB)
067700             MOVE SM-BAND-UPPER TO WS-SS-CUR-UPPER (WS-SLOT-SUB)
067800             MOVE "S" TO WS-SS-CUR-SRC (WS-SLOT-SUB)
067900     ELSE
068000         MOVE WS-CUR-DFLT-LOWER TO WS-SS-CUR-LOWER (WS-SLOT-SUB)
068100         MOVE WS-CUR-DFLT-UPPER TO WS-SS-CUR-UPPER (WS-SLOT-SUB)
068200         MOVE "C" TO WS-SS-CUR-SRC (WS-SLOT-SUB)
068300     END-IF.
068400     MOVE RW-STATION-ID TO WS-SEARCH-STATION.
068500     PERFORM 1300-FIND-PROPOSAL
068600         THRU 1300-EXIT.
068700     IF WS-PR-FOUND > 0
068800         MOVE "Y" TO WS-PR-USED (WS-PR-FOUND)
068900         IF WS-PR-UPPER (WS-PR-FOUND) > 0
069000             MOVE WS-PR-LOWER (WS-PR-FOUND)
069100                 TO WS-SS-PRP-LOWER (WS-SLOT-SUB)
069200             MOVE WS-PR-UPPER (WS-PR-FOUND)
069300                 TO WS-SS-PRP-UPPER (WS-SLOT-SUB)
069400             MOVE "P" TO WS-SS-PRP-SRC (WS-SLOT-SUB)
069500             GO TO 4200-EXIT
069600         END-IF
069700     END-IF.
069800     IF WS-PR-FOUND = 0
069900         AND WS-SS-CUR-SRC (WS-SLOT-SUB) = "S"
070000             MOVE WS-SS-CUR-LOWER (WS-SLOT-SUB)
070100                 TO WS-SS-PRP-LOWER (WS-SLOT-SUB)
070200             MOVE WS-SS-CUR-UPPER (WS-SLOT-SUB)
070300                 TO WS-SS-PRP-UPPER (WS-SLOT-SUB)
070400             MOVE "S" TO WS-SS-PRP-SRC (WS-SLOT-SUB)
070500             GO TO 4200-EXIT
070600     END-IF.
070700     MOVE WS-PRP-DFLT-LOWER TO WS-SS-PRP-LOWER (WS-SLOT-SUB).
070800     MOVE WS-PRP-DFLT-UPPER TO WS-SS-PRP-UPPER (WS-SLOT-SUB).
070900     MOVE WS-PRP-DFLT-SRC TO WS-SS-PRP-SRC (WS-SLOT-SUB).
071000 4200-EXIT.
071100     EXIT.
071200 4500-PRINT-FLIP.
071300     MOVE WS-CUR-DISP TO WS-OUTCOME-DISP.
071400     MOVE WS-CUR-SEV TO WS-OUTCOME-SEV.
071500     MOVE WS-CUR-PCT TO WS-OUTCOME-PCT.
071600     PERFORM 4600-FORMAT-OUTCOME
071700         THRU 4600-EXIT.
071800     MOVE WS-OUTCOME-TEXT TO WS-CUR-TEXT.
071900     MOVE WS-PRP-DISP TO WS-OUTCOME-DISP.
072000     MOVE WS-PRP-SEV TO WS-OUTCOME-SEV.
072100     MOVE WS-PRP-PCT TO WS-OUTCOME-PCT.
072200     PERFORM 4600-FORMAT-OUTCOME
072300         THRU 4600-EXIT.
072400     MOVE RW-STATION-ID TO WS-DL-STATION.
072500     MOVE RW-TIMESTAMP TO WS-DL-TIMESTAMP.
072600     MOVE RW-SHIFT-CODE TO WS-DL-SHIFT.
072700     MOVE BC-RESULT TO WS-DL-RESULT.
072800     MOVE WS-CUR-TEXT TO WS-DL-CURRENT.
072900     MOVE WS-OUTCOME-TEXT TO WS-DL-PROPOSED.
073000     MOVE WS-DETAIL-LINE TO SR-REPORT-LINE.
073100     WRITE SR-REPORT-LINE.
073200     ADD 1 TO WS-DETAIL-LINES.
073300 4500-EXIT.
073400     EXIT.
073500 4600-FORMAT-OUTCOME.
073600     MOVE SPACES TO WS-OUTCOME-TEXT.
073700     IF WS-OUTCOME-DISP = "I"
073800         MOVE "IN BAND" TO WS-OUTCOME-TEXT
073900         GO TO 4600-EXIT
074000     END-IF.
074100     IF WS-OUTCOME-DISP = "R"
074200         MOVE "REJECTED" TO WS-OUTCOME-TEXT
074300         GO TO 4600-EXIT
074400     END-IF.
074500     MOVE SPACES TO WS-SEV-WORD.
074600     IF WS-OUTCOME-SEV = "M"
074700         MOVE "MARGINAL" TO WS-SEV-WORD
074800     END-IF.
074900     IF WS-OUTCOME-SEV = "S"
075000         MOVE "SERIOUS" TO WS-SEV-WORD
075100     END-IF.
075200     IF WS-OUTCOME-SEV = "C"
075300         MOVE "CRITICAL" TO WS-SEV-WORD
075400     END-IF.
075500     MOVE WS-OUTCOME-PCT TO WS-PCT-EDIT.
075600     STRING "OUT " WS-SEV-WORD " " WS-PCT-EDIT "%"
075700         DELIMITED BY SIZE INTO WS-OUTCOME-TEXT.
075800 4600-EXIT.
075900     EXIT.
076000 7000-PRINT-SUMMARY.
076100     IF WS-DETAIL-LINES = 0
076200         MOVE "  NO READING WOULD CHANGE UNDER THESE LIMITS"
076300             TO SR-REPORT-LINE
076400         WRITE SR-REPORT-LINE
076500     END-IF.
076600     MOVE SPACES TO SR-REPORT-LINE.
076700     WRITE SR-REPORT-LINE.
076800     MOVE "CHANGES BY STATION  (SRC S=STATION MASTER C=CARD BAND"
076900         TO SR-REPORT-LINE.
077000     WRITE SR-REPORT-LINE.
077100     MOVE "   P=PROPOSED STATION LIMITS D=PROPOSED CARD BAND)"
077200         TO SR-REPORT-LINE.
077300     WRITE SR-REPORT-LINE.
077400     MOVE WS-SUMMARY-HEAD-1 TO SR-REPORT-LINE.
077500     WRITE SR-REPORT-LINE.
077600     MOVE WS-SUMMARY-HEAD-2 TO SR-REPORT-LINE.
077700     WRITE SR-REPORT-LINE.
077800     MOVE 0 TO WS-STN-SUB.
077900     PERFORM 7100-PRINT-ONE-STATION
078000         THRU 7100-EXIT
078100         UNTIL WS-STN-SUB >= WS-STATION-CNT.
078200     MOVE 0 TO WS-PR-SUB.
078300     PERFORM 7200-CHECK-UNUSED
078400         THRU 7200-EXIT
078500         UNTIL WS-PR-SUB >= WS-PROPOSAL-CNT.
078600     MOVE SPACES TO SR-REPORT-LINE.
078700     WRITE SR-REPORT-LINE.
078800     MOVE WS-ARCH-SELECTED TO WS-COUNT-EDIT.
078900     MOVE SPACES TO SR-REPORT-LINE.
079000     STRING "  READINGS FROM ARCHIVE:      " WS-COUNT-EDIT
079100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
079200     WRITE SR-REPORT-LINE.
079300     MOVE WS-LIVE-SELECTED TO WS-COUNT-EDIT.
079400     MOVE SPACES TO SR-REPORT-LINE.
079500     STRING "  READINGS FROM RDGHIST:      " WS-COUNT-EDIT
079600         DELIMITED BY SIZE INTO SR-REPORT-LINE.
079700     WRITE SR-REPORT-LINE.
079800     MOVE WS-TOT-REPLAYED TO WS-COUNT-EDIT.
079900     MOVE SPACES TO SR-REPORT-LINE.
080000     STRING "  BAND-CHECKED READINGS:      " WS-COUNT-EDIT
080100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
080200     WRITE SR-REPORT-LINE.
080300     MOVE WS-TOT-REJECTED TO WS-COUNT-EDIT.
080400     MOVE SPACES TO SR-REPORT-LINE.
080500     STRING "  REJECTED EITHER WAY:        " WS-COUNT-EDIT
080600         DELIMITED BY SIZE INTO SR-REPORT-LINE.
080700     WRITE SR-REPORT-LINE.
080800     MOVE WS-TOT-IN-TO-OUT TO WS-COUNT-EDIT.
080900     MOVE SPACES TO SR-REPORT-LINE.
081000     STRING "  IN BAND TO OUT OF BAND:     " WS-COUNT-EDIT
081100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
081200     WRITE SR-REPORT-LINE.
081300     MOVE WS-TOT-OUT-TO-IN TO WS-COUNT-EDIT.
081400     MOVE SPACES TO SR-REPORT-LINE.
081500     STRING "  OUT OF BAND TO IN BAND:     " WS-COUNT-EDIT
081600         DELIMITED BY SIZE INTO SR-REPORT-LINE.
081700     WRITE SR-REPORT-LINE.
081800     MOVE WS-TOT-SEV-CHANGED TO WS-COUNT-EDIT.
081900     MOVE SPACES TO SR-REPORT-LINE.
082000     STRING "  SEVERITY CHANGED ONLY:      " WS-COUNT-EDIT
082100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
082200     WRITE SR-REPORT-LINE.
082300     IF WS-TOT-NO-SLOT > 0
082400         MOVE WS-TOT-NO-SLOT TO WS-COUNT-EDIT
082500         MOVE SPACES TO SR-REPORT-LINE
082600         STRING "  NOT REPLAYED (TABLE FULL):  " WS-COUNT-EDIT
082700             DELIMITED BY SIZE INTO SR-REPORT-LINE
082800         WRITE SR-REPORT-LINE
082900     END-IF.
083000 7000-EXIT.
083100     EXIT.
083200 7100-PRINT-ONE-STATION.
083300     ADD 1 TO WS-STN-SUB.
083400     MOVE WS-SS-STATION (WS-STN-SUB) TO WS-SL-STATION.
083500     MOVE WS-SS-CUR-LOWER (WS-STN-SUB) TO WS-SL-CUR-LOWER.
083600     MOVE WS-SS-CUR-UPPER (WS-STN-SUB) TO WS-SL-CUR-UPPER.
083700     MOVE WS-SS-CUR-SRC (WS-STN-SUB) TO WS-SL-CUR-SRC.
083800     MOVE WS-SS-PRP-LOWER (WS-STN-SUB) TO WS-SL-PRP-LOWER.
083900     MOVE WS-SS-PRP-UPPER (WS-STN-SUB) TO WS-SL-PRP-UPPER.
084000     MOVE WS-SS-PRP-SRC (WS-STN-SUB) TO WS-SL-PRP-SRC.
084100     MOVE WS-SS-READINGS (WS-STN-SUB) TO WS-SL-READINGS.
084200     MOVE WS-SS-IN-TO-OUT (WS-STN-SUB) TO WS-SL-IN-TO-OUT.
084300     MOVE WS-SS-OUT-TO-IN (WS-STN-SUB) TO WS-SL-OUT-TO-IN.
084400     MOVE WS-SS-SEV-CHANGED (WS-STN-SUB) TO WS-SL-SEV-CHANGED.
084500     MOVE WS-SUMMARY-LINE TO SR-REPORT-LINE.
084600     WRITE SR-REPORT-LINE.
084700 7100-EXIT.
084800     EXIT.
084900 7200-CHECK-UNUSED.
085000     ADD 1 TO WS-PR-SUB.
085100     IF WS-PR-USED (WS-PR-SUB) = "Y"
085200         GO TO 7200-EXIT
085300     END-IF.
085400     MOVE SPACES TO SR-REPORT-LINE.
085500     STRING WS-PR-STATION (WS-PR-SUB)
085600         " PROPOSAL NOT TRIED -- NO READINGS THAT NIGHT"
085700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
085800     WRITE SR-REPORT-LINE.
085900 7200-EXIT.
086000     EXIT.
086100 8000-FINALIZE.
086200     CLOSE SIMRPT.
086300     IF WS-STN-AVAILABLE
086400         CLOSE STNMAST
086500     END-IF.
086600     IF WS-CARDS-IGNORED > 0
086700         MOVE 4 TO RETURN-CODE
086800     END-IF.
086900     DISPLAY "BANDSIM - " WS-TOT-REPLAYED " READINGS REPLAYED, "
087000         WS-DETAIL-LINES " WOULD CHANGE".
087100 8000-EXIT.
087200     EXIT.
