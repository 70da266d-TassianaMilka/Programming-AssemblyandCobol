000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : MAINTRPT                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Maintenance actions by requester, for the internal control  *
001000*   review.  Sorts the common MAINTLOG action log written by    *
001100*   ROSTMAINT, STNMAINT and CALMAINT by requester, program, date*
001200*   and time, and prints every action each requester submitted  *
001300*   -- what it touched, when, and whether it was applied, queued*
001400*   for a later date, rejected by the edits, or refused for want*
001500*   of MAINTAUT authority -- with a count of each per requester *
001600*   and for the period.  An optional MRPTCTL card limits the run*
001700*   dates (blank from or to leaves that end open).  RETURN-CODE *
001800*   4 when the period holds any refusal.                        *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002210*   2026-10-15  DLM  The program column is 9 wide, so ROSTMAINT *
002220*                    prints in full.                            *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. MAINTRPT.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MRPTCTL ASSIGN TO "MRPTCTL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CTL-STATUS.
003600     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOG-STATUS.
003900     SELECT SORTWK ASSIGN TO "SORTWK".
004000     SELECT MAINTRPT ASSIGN TO "MAINTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-STATUS.
004300     SELECT RUNLOG ASSIGN TO "RUNLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RUNLOG-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MRPTCTL
004900     RECORDING MODE IS F.
005000 01  MC-CONTROL-CARD.
005100     05  MC-FROM-DATE         PIC X(08).
005200     05  MC-FROM-DATE-N REDEFINES MC-FROM-DATE
005300                              PIC 9(08).
005400     05  MC-TO-DATE           PIC X(08).
005500     05  MC-TO-DATE-N REDEFINES MC-TO-DATE
005600                              PIC 9(08).
005700     05  FILLER               PIC X(64).
005800 FD  MAINTLOG
005900     RECORDING MODE IS F.
006000     COPY MLOGREC.
006100 SD  SORTWK.
006200     COPY MLOGREC
006300         REPLACING LEADING ==ML-== BY ==MW-==.
006400 FD  MAINTRPT
006500     RECORDING MODE IS F.
006600 01  MR-REPORT-LINE           PIC X(80).
006700 FD  RUNLOG
006800     RECORDING MODE IS F.
006900     COPY RUNREC.
007000 WORKING-STORAGE SECTION.
007100 01  WS-CTL-STATUS            PIC X(02).
007200     88  WS-CTL-OK                   VALUE "00".
007300 01  WS-LOG-STATUS            PIC X(02).
007400     88  WS-LOG-OK                   VALUE "00".
007500 01  WS-RPT-STATUS            PIC X(02).
007600     88  WS-RPT-OK                   VALUE "00".
007700 01  WS-RUNLOG-STATUS         PIC X(02).
007800 01  WS-END-OF-LOG-SW         PIC X(01) VALUE "N".
007900     88  WS-END-OF-LOG               VALUE "Y".
008000 01  WS-END-OF-SORT-SW        PIC X(01) VALUE "N".
008100     88  WS-END-OF-SORT              VALUE "Y".
008200 01  WS-FIRST-GROUP-SW        PIC X(01) VALUE "Y".
008300     88  WS-FIRST-GROUP              VALUE "Y".
008400 01  WS-TODAY                 PIC 9(08).
008500 01  WS-FROM-DATE             PIC 9(08) VALUE 0.
008600 01  WS-TO-DATE               PIC 9(08) VALUE 99999999.
008700 01  WS-PREV-REQUESTER        PIC X(06).
008800 01  WS-LOG-READ              PIC 9(07) VALUE 0 COMP.
008900 01  WS-SELECTED              PIC 9(07) VALUE 0 COMP.
009000 01  WS-REQUESTER-CNT         PIC 9(07) VALUE 0 COMP.
009100 01  WS-RQ-COUNTS.
009200     05  WS-RQ-APPLIED        PIC 9(07) COMP.
009300     05  WS-RQ-QUEUED         PIC 9(07) COMP.
009400     05  WS-RQ-REJECTED       PIC 9(07) COMP.
009500     05  WS-RQ-REFUSED        PIC 9(07) COMP.
009600 01  WS-GT-COUNTS.
009700     05  WS-GT-APPLIED        PIC 9(07) VALUE 0 COMP.
009800     05  WS-GT-QUEUED         PIC 9(07) VALUE 0 COMP.
009900     05  WS-GT-REJECTED       PIC 9(07) VALUE 0 COMP.
010000     05  WS-GT-REFUSED        PIC 9(07) VALUE 0 COMP.
010100 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
010200 01  WS-EDIT-APPLIED          PIC ZZZZZZ9.
010300 01  WS-EDIT-QUEUED           PIC ZZZZZZ9.
010400 01  WS-EDIT-REJECTED         PIC ZZZZZZ9.
010500 01  WS-EDIT-REFUSED          PIC ZZZZZZ9.
010600 01  WS-HEAD-LINE.
010700     05  FILLER               PIC X(10) VALUE "PROGRAM".
010800     05  FILLER               PIC X(03) VALUE "ACT".
010900     05  FILLER               PIC X(11) VALUE "KEY".
011000     05  FILLER               PIC X(09) VALUE "DATE".
011100     05  FILLER               PIC X(07) VALUE "TIME".
011200     05  FILLER               PIC X(09) VALUE "OUTCOME".
011300     05  FILLER               PIC X(31) VALUE "REASON".
011400 01  WS-DETAIL-LINE.
011500     05  WS-DL-PROGRAM        PIC X(09).
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  WS-DL-ACTION         PIC X(01).
011800     05  FILLER               PIC X(02) VALUE SPACES.
011900     05  WS-DL-KEY            PIC X(10).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  WS-DL-DATE           PIC 9(08).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  WS-DL-TIME           PIC 9(06).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  WS-DL-OUTCOME        PIC X(08).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  WS-DL-REASON         PIC X(30).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900 01  WS-RUN-TYPE              PIC X(01).
013000 01  WS-RUN-RECORDS           PIC 9(07).
013100 01  WS-RUN-STAMP-DATE        PIC 9(08).
013200 01  WS-RUN-STAMP-TIME.
013300     05  WS-RUN-HHMMSS        PIC 9(06).
013400     05  FILLER               PIC 9(02).
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-EXIT.
013900     SORT SORTWK
014000         ON ASCENDING KEY MW-REQUESTER-ID
014100             MW-PROGRAM-ID MW-RUN-DATE MW-RUN-TIME
014200         INPUT PROCEDURE IS 6000-RELEASE-LOG
014300             THRU 6000-EXIT
014400         OUTPUT PROCEDURE IS 7000-PRINT-LOG
014500             THRU 7000-EXIT.
014600     PERFORM 8000-FINALIZE
014700         THRU 8000-EXIT.
014800     STOP RUN.
014900 1000-INITIALIZE.
015000     MOVE "S" TO WS-RUN-TYPE.
015100     MOVE 0 TO WS-RUN-RECORDS.
015200     PERFORM 9100-WRITE-RUN-RECORD
015300         THRU 9100-EXIT.
015400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
015500     OPEN INPUT MRPTCTL.
015600     IF WS-CTL-OK
015700         READ MRPTCTL
015800             AT END
015900                 MOVE SPACES TO MC-CONTROL-CARD
016000         END-READ
016100         PERFORM 1100-EDIT-CONTROL-CARD
016200             THRU 1100-EXIT
016300         CLOSE MRPTCTL
016400     END-IF.
016500     OPEN INPUT MAINTLOG.
016600     IF NOT WS-LOG-OK
016700         DISPLAY "MAINTRPT - UNABLE TO OPEN MAINTLOG, STATUS="
016800             WS-LOG-STATUS
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200     OPEN OUTPUT MAINTRPT.
017300     IF NOT WS-RPT-OK
017400         DISPLAY "MAINTRPT - UNABLE TO OPEN MAINTRPT, STATUS="
017500             WS-RPT-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     MOVE SPACES TO MR-REPORT-LINE.
018000     STRING "MAINTENANCE ACTIONS BY REQUESTER   RUN DATE "
018100         WS-TODAY
018200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
018300     WRITE MR-REPORT-LINE.
018400     MOVE SPACES TO MR-REPORT-LINE.
018500     STRING "ROSTMAINT, STNMAINT AND CALMAINT   RUN DATES "
018600         WS-FROM-DATE " TO " WS-TO-DATE
018700         DELIMITED BY SIZE INTO MR-REPORT-LINE.
018800     WRITE MR-REPORT-LINE.
018900 1000-EXIT.
019000     EXIT.
019100 1100-EDIT-CONTROL-CARD.
019200     IF MC-FROM-DATE NOT = SPACES
019300         IF MC-FROM-DATE IS NUMERIC
019400             MOVE MC-FROM-DATE-N TO WS-FROM-DATE
019500         ELSE
019600             DISPLAY "MAINTRPT - MRPTCTL FROM DATE INVALID: "
019700                 MC-FROM-DATE ", LEFT OPEN"
019800         END-IF
019900     END-IF.
020000     IF MC-TO-DATE NOT = SPACES
020100         IF MC-TO-DATE IS NUMERIC
020200             MOVE MC-TO-DATE-N TO WS-TO-DATE
020300         ELSE
020400             DISPLAY "MAINTRPT - MRPTCTL TO DATE INVALID: "
020500                 MC-TO-DATE ", LEFT OPEN"
020600         END-IF
020700     END-IF.
020800 1100-EXIT.
020900     EXIT.
021000 6000-RELEASE-LOG.
021100     PERFORM 6100-RELEASE-ONE
021200         THRU 6100-EXIT
021300         UNTIL WS-END-OF-LOG.
021400 6000-EXIT.
021500     EXIT.
021600 6100-RELEASE-ONE.
021700     READ MAINTLOG
021800         AT END
021900             SET WS-END-OF-LOG TO TRUE
022000             GO TO 6100-EXIT
022100     END-READ.
022200     ADD 1 TO WS-LOG-READ.
022300     IF ML-RUN-DATE < WS-FROM-DATE
022400         OR ML-RUN-DATE > WS-TO-DATE
022500             GO TO 6100-EXIT
022600     END-IF.
022700     ADD 1 TO WS-SELECTED.
022800     MOVE ML-LOG-RECORD TO MW-LOG-RECORD.
022900     RELEASE MW-LOG-RECORD.
023000 6100-EXIT.
023100     EXIT.
023200 7000-PRINT-LOG.
023300     PERFORM 7100-PRINT-ONE-ACTION
023400         THRU 7100-EXIT
023500         UNTIL WS-END-OF-SORT.
023600     IF WS-FIRST-GROUP
023700         MOVE SPACES TO MR-REPORT-LINE
023800         WRITE MR-REPORT-LINE
023900         MOVE "NO MAINTENANCE ACTIONS LOGGED FOR THE PERIOD"
024000             TO MR-REPORT-LINE
024100         WRITE MR-REPORT-LINE
024200     ELSE
024300         PERFORM 7300-PRINT-REQUESTER-TOTAL
024400             THRU 7300-EXIT
024500     END-IF.
024600 7000-EXIT.
024700     EXIT.
024800 7100-PRINT-ONE-ACTION.
024900     RETURN SORTWK
025000         AT END
025100             SET WS-END-OF-SORT TO TRUE
025200             GO TO 7100-EXIT
025300     END-RETURN.
025400     IF WS-FIRST-GROUP
025500         PERFORM 7200-START-REQUESTER
025600             THRU 7200-EXIT
025700     ELSE
025800         IF MW-REQUESTER-ID NOT = WS-PREV-REQUESTER
025900             PERFORM 7300-PRINT-REQUESTER-TOTAL
026000                 THRU 7300-EXIT
026100             PERFORM 7200-START-REQUESTER
026200                 THRU 7200-EXIT
026300         END-IF
026400     END-IF.
026500     MOVE MW-PROGRAM-ID TO WS-DL-PROGRAM.
026600     MOVE MW-ACTION-CODE TO WS-DL-ACTION.
026700     MOVE MW-ENTITY-KEY TO WS-DL-KEY.
026800     MOVE MW-RUN-DATE TO WS-DL-DATE.
026900     MOVE MW-RUN-TIME TO WS-DL-TIME.
027000     MOVE MW-REASON TO WS-DL-REASON.
027100     EVALUATE TRUE
027200         WHEN MW-APPLIED
027300             MOVE "APPLIED" TO WS-DL-OUTCOME
027400             ADD 1 TO WS-RQ-APPLIED
027500         WHEN MW-QUEUED
027600             MOVE "QUEUED" TO WS-DL-OUTCOME
027700             ADD 1 TO WS-RQ-QUEUED
027800         WHEN MW-UNAUTHORIZED
027900             MOVE "REFUSED" TO WS-DL-OUTCOME
028000             ADD 1 TO WS-RQ-REFUSED
028100         WHEN OTHER
028200             MOVE "REJECTED" TO WS-DL-OUTCOME
028300             ADD 1 TO WS-RQ-REJECTED
028400     END-EVALUATE.
028500     MOVE WS-DETAIL-LINE TO MR-REPORT-LINE.
028600     WRITE MR-REPORT-LINE.
028700 7100-EXIT.
028800     EXIT.
028900 7200-START-REQUESTER.
029000     MOVE "N" TO WS-FIRST-GROUP-SW.
029100     MOVE MW-REQUESTER-ID TO WS-PREV-REQUESTER.
029200     ADD 1 TO WS-REQUESTER-CNT.
029300     MOVE 0 TO WS-RQ-APPLIED.
029400     MOVE 0 TO WS-RQ-QUEUED.
029500     MOVE 0 TO WS-RQ-REJECTED.
029600     MOVE 0 TO WS-RQ-REFUSED.
029700     MOVE SPACES TO MR-REPORT-LINE.
029800     WRITE MR-REPORT-LINE.
029900     MOVE SPACES TO MR-REPORT-LINE.
030000     IF MW-REQUESTER-ID = SPACES
030100         MOVE "REQUESTER NOT GIVEN" TO MR-REPORT-LINE
030200     ELSE
030300         IF MW-REQUESTER-NAME = SPACES
030400             STRING "REQUESTER " MW-REQUESTER-ID
030500                 "  NO MAINTAUT CARD"
030600                 DELIMITED BY SIZE INTO MR-REPORT-LINE
030700         ELSE
030800             STRING "REQUESTER " MW-REQUESTER-ID
030900                 "  " MW-REQUESTER-NAME
031000                 DELIMITED BY SIZE INTO MR-REPORT-LINE
031100         END-IF
031200     END-IF.
031300     WRITE MR-REPORT-LINE.
031400     MOVE WS-HEAD-LINE TO MR-REPORT-LINE.
031500     WRITE MR-REPORT-LINE.
031600 7200-EXIT.
031700     EXIT.
031800 7300-PRINT-REQUESTER-TOTAL.
031900     ADD WS-RQ-APPLIED TO WS-GT-APPLIED.
032000     ADD WS-RQ-QUEUED TO WS-GT-QUEUED.
032100     ADD WS-RQ-REJECTED TO WS-GT-REJECTED.
032200     ADD WS-RQ-REFUSED TO WS-GT-REFUSED.
032300     MOVE WS-RQ-APPLIED TO WS-EDIT-APPLIED.
032400     MOVE WS-RQ-QUEUED TO WS-EDIT-QUEUED.
032500     MOVE WS-RQ-REJECTED TO WS-EDIT-REJECTED.
032600     MOVE WS-RQ-REFUSED TO WS-EDIT-REFUSED.
032700     MOVE SPACES TO MR-REPORT-LINE.
032800     STRING "  APPLIED " WS-EDIT-APPLIED
032900         "  QUEUED " WS-EDIT-QUEUED
033000         "  REJECTED " WS-EDIT-REJECTED
033100         "  REFUSED " WS-EDIT-REFUSED
033200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
033300     WRITE MR-REPORT-LINE.
033400 7300-EXIT.
033500     EXIT.
033600 8000-FINALIZE.
033700     MOVE SPACES TO MR-REPORT-LINE.
033800     WRITE MR-REPORT-LINE.
033900     MOVE WS-LOG-READ TO WS-COUNT-EDIT.
034000     MOVE SPACES TO MR-REPORT-LINE.
034100     STRING "MAINTLOG RECORDS READ:    " WS-COUNT-EDIT
034200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
034300     WRITE MR-REPORT-LINE.
034400     MOVE WS-SELECTED TO WS-COUNT-EDIT.
034500     MOVE SPACES TO MR-REPORT-LINE.
034600     STRING "ACTIONS IN THE PERIOD:    " WS-COUNT-EDIT
034700         DELIMITED BY SIZE INTO MR-REPORT-LINE.
034800     WRITE MR-REPORT-LINE.
034900     MOVE WS-REQUESTER-CNT TO WS-COUNT-EDIT.
035000     MOVE SPACES TO MR-REPORT-LINE.
035100     STRING "REQUESTERS:               " WS-COUNT-EDIT
035200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
035300     WRITE MR-REPORT-LINE.
035400     MOVE WS-GT-APPLIED TO WS-COUNT-EDIT.
035500     MOVE SPACES TO MR-REPORT-LINE.
035600     STRING "APPLIED:                  " WS-COUNT-EDIT
035700         DELIMITED BY SIZE INTO MR-REPORT-LINE.
035800     WRITE MR-REPORT-LINE.
035900     MOVE WS-GT-QUEUED TO WS-COUNT-EDIT.
036000     MOVE SPACES TO MR-REPORT-LINE.
036100     STRING "QUEUED FOR A LATER DATE:  " WS-COUNT-EDIT
036200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
036300     WRITE MR-REPORT-LINE.
036400     MOVE WS-GT-REJECTED TO WS-COUNT-EDIT.
036500     MOVE SPACES TO MR-REPORT-LINE.
036600     STRING "REJECTED BY THE EDITS:    " WS-COUNT-EDIT
036700         DELIMITED BY SIZE INTO MR-REPORT-LINE.
036800     WRITE MR-REPORT-LINE.
036900     MOVE WS-GT-REFUSED TO WS-COUNT-EDIT.
037000     MOVE SPACES TO MR-REPORT-LINE.
037100     STRING "REFUSED, NOT AUTHORIZED:  " WS-COUNT-EDIT
037200         DELIMITED BY SIZE INTO MR-REPORT-LINE.
037300     WRITE MR-REPORT-LINE.
037400     CLOSE MAINTLOG MAINTRPT.
037500     IF WS-GT-REFUSED > 0
037600         MOVE 4 TO RETURN-CODE
037700     END-IF.
037800     MOVE "E" TO WS-RUN-TYPE.
037900     MOVE WS-SELECTED TO WS-RUN-RECORDS.
038000     PERFORM 9100-WRITE-RUN-RECORD
038100         THRU 9100-EXIT.
038200 8000-EXIT.
038300     EXIT.
038400 9100-WRITE-RUN-RECORD.
038500     OPEN EXTEND RUNLOG.
038600     IF WS-RUNLOG-STATUS NOT = "00"
038700         OPEN OUTPUT RUNLOG
038800     END-IF.
038900     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
039000     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
039100     MOVE "MAINTRPT " TO RL-PROGRAM-ID.
039200     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
039300     MOVE SPACE TO RL-SHIFT-CODE.
039400     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
039500     MOVE WS-RUN-HHMMSS TO RL-TIME.
039600     MOVE WS-RUN-RECORDS TO RL-RECORDS.
039700     MOVE RETURN-CODE TO RL-RETURN-CODE.
039800     WRITE RL-RUN-RECORD.
039900     CLOSE RUNLOG.
040000 9100-EXIT.
040100     EXIT.
