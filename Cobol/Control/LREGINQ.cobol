000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : LREGINQ                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Lot-number register inquiry for the traceability audits.    *
001000*   Each LREGCTL card names a plant and a lot number; the       *
001100*   listing shows the LOOPREG range that number was issued in   *
001200*   -- the run date and time, the shift, and which card of      *
001300*   that night's LOOPCTL it came from -- or says it was never   *
001400*   issued.  A blank number lists every range on the register   *
001500*   for the plant.  Cards stack; each prints its own section    *
001600*   to LREGRPT in the RPTRPRT manner.                           *
001700*                                                                *
001800*   MODIFICATION HISTORY                                        *
001900*   ------------------------------------------------------------*
002000*   2026-10-15  DLM  Original program.                          *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. LREGINQ.
002400 AUTHOR. D. L. MERCER.
002500 INSTALLATION. QC SHIFT OPERATIONS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LREGCTL ASSIGN TO "LREGCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CTL-STATUS.
003400     SELECT LOOPREG ASSIGN TO "LOOPREG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS LG-REGISTER-KEY
003800         FILE STATUS IS WS-REG-STATUS.
003900     SELECT LREGRPT ASSIGN TO "LREGRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LREGCTL
004500     RECORDING MODE IS F.
004600 01  LQ-CONTROL-CARD.
004700     05  LQ-PLANT-CODE        PIC X(02).
004800     05  LQ-LOT-NUMBER        PIC X(05).
004900     05  LQ-LOT-NUMBER-N REDEFINES LQ-LOT-NUMBER
005000                              PIC 9(05).
005100     05  FILLER               PIC X(23).
005200 FD  LOOPREG
005300     RECORD CONTAINS 40 CHARACTERS.
005400     COPY LREGREC.
005500 FD  LREGRPT
005600     RECORDING MODE IS F.
005700 01  LQ-REPORT-LINE           PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  WS-CTL-STATUS            PIC X(02).
006000     88  WS-CTL-OK                   VALUE "00".
006100 01  WS-REG-STATUS            PIC X(02).
006200     88  WS-REG-OK                   VALUE "00".
006300 01  WS-RPT-STATUS            PIC X(02).
006400     88  WS-RPT-OK                   VALUE "00".
006500 01  WS-END-OF-CTL-SW         PIC X(01) VALUE "N".
006600     88  WS-END-OF-CTL               VALUE "Y".
006700 01  WS-END-OF-REG-SW         PIC X(01).
006800     88  WS-END-OF-REG               VALUE "Y".
006900 01  WS-LIST-ALL-SW           PIC X(01).
007000     88  WS-LIST-ALL                 VALUE "Y".
007100 01  WS-BANNER-LINE           PIC X(80) VALUE ALL "*".
007200 01  WS-HEAD-LINE.
007300     05  FILLER               PIC X(07) VALUE "PLANT".
007400     05  FILLER               PIC X(16) VALUE "NUMBERS".
007500     05  FILLER               PIC X(10) VALUE "RUN DATE".
007600     05  FILLER               PIC X(08) VALUE "TIME".
007700     05  FILLER               PIC X(07) VALUE "SHIFT".
007800     05  FILLER               PIC X(32) VALUE "LOOPCTL CARD".
007900 01  WS-DETAIL-LINE.
008000     05  WS-DL-PLANT          PIC X(02).
008100     05  FILLER               PIC X(05) VALUE SPACES.
008200     05  WS-DL-START          PIC 9(05).
008300     05  FILLER               PIC X(03) VALUE " - ".
008400     05  WS-DL-END            PIC 9(05).
008500     05  FILLER               PIC X(03) VALUE SPACES.
008600     05  WS-DL-RUN-DATE       PIC 9(08).
008700     05  FILLER               PIC X(02) VALUE SPACES.
008800     05  WS-DL-TIME           PIC 9(06).
008900     05  FILLER               PIC X(02) VALUE SPACES.
009000     05  WS-DL-SHIFT          PIC X(01).
009100     05  FILLER               PIC X(06) VALUE SPACES.
009200     05  WS-DL-RANGE-NO       PIC ZZ9.
009300     05  FILLER               PIC X(29) VALUE SPACES.
009400 01  WS-CARD-COUNT            PIC 9(05) VALUE 0 COMP.
009500 01  WS-FOUND-COUNT           PIC 9(05) VALUE 0 COMP.
009600 01  WS-HIT-COUNT             PIC 9(05) VALUE 0 COMP.
009700 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE
010100         THRU 1000-EXIT.
010200     PERFORM 2000-PROCESS-ONE-CARD
010300         THRU 2000-EXIT
010400         UNTIL WS-END-OF-CTL.
010500     PERFORM 8000-FINALIZE
010600         THRU 8000-EXIT.
010700     STOP RUN.
010800 1000-INITIALIZE.
010900     OPEN INPUT LREGCTL.
011000     IF NOT WS-CTL-OK
011100         DISPLAY "LREGINQ - UNABLE TO OPEN LREGCTL, STATUS="
011200             WS-CTL-STATUS
011300         MOVE 16 TO RETURN-CODE
011400         STOP RUN
011500     END-IF.
011600     OPEN INPUT LOOPREG.
011700     IF NOT WS-REG-OK
011800         DISPLAY "LREGINQ - UNABLE TO OPEN LOOPREG, STATUS="
011900             WS-REG-STATUS
012000         MOVE 16 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012300     OPEN OUTPUT LREGRPT.
012400     IF NOT WS-RPT-OK
012500         DISPLAY "LREGINQ - UNABLE TO OPEN LREGRPT, STATUS="
012600             WS-RPT-STATUS
012700         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013200 2000-PROCESS-ONE-CARD.
013300     READ LREGCTL
013400         AT END
013500             SET WS-END-OF-CTL TO TRUE
013600             GO TO 2000-EXIT
013700     END-READ.
013800     MOVE "N" TO WS-LIST-ALL-SW.
013900     IF LQ-LOT-NUMBER = SPACES
014000         SET WS-LIST-ALL TO TRUE
014100     ELSE
014200         IF LQ-LOT-NUMBER IS NOT NUMERIC
014300             DISPLAY "LREGINQ - LOT NUMBER NOT NUMERIC FOR PLANT "
014400                 LQ-PLANT-CODE ", CARD IGNORED"
014500             GO TO 2000-EXIT
014600         END-IF
014700     END-IF.
014800     ADD 1 TO WS-CARD-COUNT.
014900     MOVE 0 TO WS-HIT-COUNT.
015000     PERFORM 2300-WRITE-BANNER
015100         THRU 2300-EXIT.
015200     MOVE WS-HEAD-LINE TO LQ-REPORT-LINE.
015300     WRITE LQ-REPORT-LINE.
015400     MOVE "N" TO WS-END-OF-REG-SW.
015500     MOVE LQ-PLANT-CODE TO LG-PLANT-CODE.
015600     MOVE 0 TO LG-RANGE-START.
015700     START LOOPREG KEY IS NOT LESS THAN LG-REGISTER-KEY
015800         INVALID KEY
015900             SET WS-END-OF-REG TO TRUE
016000     END-START.
016100     PERFORM 2100-TEST-ONE-RANGE
016200         THRU 2100-EXIT
016300         UNTIL WS-END-OF-REG.
016400     MOVE SPACES TO LQ-REPORT-LINE.
016500     IF WS-HIT-COUNT = 0
016600         IF WS-LIST-ALL
016700             STRING "NO RANGES ON THE REGISTER FOR PLANT "
016800                 LQ-PLANT-CODE
016900                 DELIMITED BY SIZE INTO LQ-REPORT-LINE
017000         ELSE
017100             STRING "NUMBER " LQ-LOT-NUMBER
017200                 " HAS NOT BEEN ISSUED FOR PLANT " LQ-PLANT-CODE
017300                 DELIMITED BY SIZE INTO LQ-REPORT-LINE
017400         END-IF
017500     ELSE
017600         ADD 1 TO WS-FOUND-COUNT
017700         MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
017800         STRING "RANGES LISTED: " WS-COUNT-EDIT
017900             DELIMITED BY SIZE INTO LQ-REPORT-LINE
018000     END-IF.
018100     WRITE LQ-REPORT-LINE.
018200 2000-EXIT.
018300     EXIT.
018400 2100-TEST-ONE-RANGE.
018500     READ LOOPREG NEXT RECORD
018600         AT END
018700             SET WS-END-OF-REG TO TRUE
018800             GO TO 2100-EXIT
018900     END-READ.
019000     IF LG-PLANT-CODE NOT = LQ-PLANT-CODE
019100         SET WS-END-OF-REG TO TRUE
019200         GO TO 2100-EXIT
019300     END-IF.
019400     IF NOT WS-LIST-ALL
019500         IF LG-RANGE-START > LQ-LOT-NUMBER-N
019600             SET WS-END-OF-REG TO TRUE
019700             GO TO 2100-EXIT
019800         END-IF
019900         IF LG-RANGE-END < LQ-LOT-NUMBER-N
020000             GO TO 2100-EXIT
020100         END-IF
020200     END-IF.
020300     ADD 1 TO WS-HIT-COUNT.
020400     MOVE LG-PLANT-CODE TO WS-DL-PLANT.
020500     MOVE LG-RANGE-START TO WS-DL-START.
020600     MOVE LG-RANGE-END TO WS-DL-END.
020700     MOVE LG-RUN-DATE TO WS-DL-RUN-DATE.
020800     MOVE LG-ISSUE-TIME TO WS-DL-TIME.
020900     MOVE LG-SHIFT-CODE TO WS-DL-SHIFT.
021000     MOVE LG-RANGE-NUMBER TO WS-DL-RANGE-NO.
021100     MOVE WS-DETAIL-LINE TO LQ-REPORT-LINE.
021200     WRITE LQ-REPORT-LINE.
021300 2100-EXIT.
021400     EXIT.
021500 2300-WRITE-BANNER.
021600     MOVE WS-BANNER-LINE TO LQ-REPORT-LINE.
021700     WRITE LQ-REPORT-LINE.
021800     MOVE SPACES TO LQ-REPORT-LINE.
021900     IF WS-LIST-ALL
022000         STRING "*  LOT-NUMBER REGISTER  PLANT " LQ-PLANT-CODE
022100             "  ALL RANGES ISSUED"
022200             DELIMITED BY SIZE INTO LQ-REPORT-LINE
022300     ELSE
022400         STRING "*  LOT-NUMBER REGISTER  PLANT " LQ-PLANT-CODE
022500             "  WHO ISSUED NUMBER " LQ-LOT-NUMBER
022600             DELIMITED BY SIZE INTO LQ-REPORT-LINE
022700     END-IF.
022800     WRITE LQ-REPORT-LINE.
022900     MOVE WS-BANNER-LINE TO LQ-REPORT-LINE.
023000     WRITE LQ-REPORT-LINE.
023100 2300-EXIT.
023200     EXIT.
023300 8000-FINALIZE.
023400     CLOSE LREGCTL LOOPREG LREGRPT.
023500     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
023600     DISPLAY "LREGINQ - INQUIRIES REQUESTED: " WS-COUNT-EDIT.
023700     MOVE WS-FOUND-COUNT TO WS-COUNT-EDIT.
023800     DISPLAY "LREGINQ - INQUIRIES ANSWERED:  " WS-COUNT-EDIT.
023900     IF WS-FOUND-COUNT < WS-CARD-COUNT
024000         MOVE 4 TO RETURN-CODE
024100     END-IF.
024200 8000-EXIT.
024300     EXIT.
