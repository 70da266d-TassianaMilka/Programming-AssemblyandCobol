001900*   MODIFICATION HISTORY                                        *
002000*   ------------------------------------------------------------*
002100*   2026-08-22  DLM  Original program.                          *
002110*   2026-10-15  DLM  Added the PENDING FUTURE-DATED CHANGES     *
002120*                    section ahead of the integrity section:    *
002130*                    employees whose EMPROST window starts      *
002140*                    after today, active employees whose window *
002150*                    ends on or after today, and every change   *
002160*                    still queued on ROSTPEND, so HR can        *
002170*                    confirm them before they take effect.      *
002174*   2026-10-15  DLM  Multi-plant roster.  Sorted by plant,      *
002178*                    shift and employee; each group heads as    *
002182*                    PLANT xx SHIFT n (SHIFT n alone for a      *
002186*                    blank plant), and the grand totals cover   *
002190*                    every plant on EMPROST.  ROSTREC is 46     *
002194*                    bytes.                                     *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ROSTLIST.
003800     SELECT ROSTRPT ASSIGN TO "ROSTRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RPT-STATUS.
004010     SELECT ROSTPEND ASSIGN TO "ROSTPEND"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-PEND-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EMPROST
004400     RECORD CONTAINS 46 CHARACTERS.
004500     COPY ROSTREC.
004600 SD  SORTWK.
004700     COPY ROSTREC
004900 FD  ROSTRPT
005000     RECORDING MODE IS F.
005100 01  RL-REPORT-LINE           PIC X(80).
005110 FD  ROSTPEND
005120     RECORDING MODE IS F.
005130     COPY RSTMREC
005140         REPLACING LEADING ==RM-== BY ==RP-==.
005200 WORKING-STORAGE SECTION.
005300 01  WS-ROSTER-STATUS         PIC X(02).
005400     88  WS-ROSTER-OK                VALUE "00".
006000 01  WS-END-OF-SORT-SW        PIC X(01) VALUE "N".
006100     88  WS-END-OF-SORT              VALUE "Y".
006200 01  WS-CURR-SHIFT            PIC X(01) VALUE LOW-VALUES.
006210 01  WS-CURR-PLANT            PIC X(02) VALUE LOW-VALUES.
006300 01  WS-SHIFT-AUTH            PIC 9(05) VALUE 0.
006400 01  WS-SHIFT-DEACT           PIC 9(05) VALUE 0.
006500 01  WS-SHIFT-LOCKED          PIC 9(05) VALUE 0.
007500     05  WS-SUSPECT-ENTRY OCCURS 100 TIMES.
007600         10  WS-SU-EMPLOYEE-ID    PIC X(06).
007700         10  WS-SU-REASON         PIC X(30).
007705 01  WS-PEND-STATUS           PIC X(02).
007710     88  WS-PEND-OK                  VALUE "00".
007715 01  WS-END-OF-PEND-SW        PIC X(01) VALUE "N".
007720     88  WS-END-OF-PEND              VALUE "Y".
007725 01  WS-TODAY                 PIC 9(08).
007730 01  WS-PENDING-MAX           PIC 9(03) VALUE 100 COMP.
007735 01  WS-PENDING-CNT           PIC 9(03) VALUE 0 COMP.
007740 01  WS-PENDING-SUB           PIC 9(03) VALUE 0 COMP.
007745 01  WS-QUEUED-CNT            PIC 9(05) VALUE 0.
007750 01  WS-PENDING-FULL-SW       PIC X(01) VALUE "N".
007755     88  WS-PENDING-TABLE-FULL       VALUE "Y".
007760 01  WS-PENDING-WORD          PIC X(10).
007765 01  WS-PENDING-DATE          PIC 9(08).
007770 01  WS-PENDING-TABLE.
007775     05  WS-PENDING-ENTRY OCCURS 100 TIMES.
007780         10  WS-PN-EMPLOYEE-ID    PIC X(06).
007785         10  WS-PN-EMPLOYEE-NAME  PIC X(20).
007790         10  WS-PN-WORD           PIC X(10).
007795         10  WS-PN-DATE           PIC 9(08).
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE
008100         THRU 1000-EXIT.
008200     SORT SORTWK
008210         ON ASCENDING KEY SR-PLANT-CODE SR-SHIFT-CODE
008220             SR-EMPLOYEE-ID
008400         INPUT PROCEDURE IS 6000-RELEASE-ROSTER
008500             THRU 6090-EXIT
008600         OUTPUT PROCEDURE IS 7000-PRINT-ROSTER
010400         STOP RUN
010500     END-IF.
010600     MOVE SPACES TO RL-REPORT-LINE.
010610     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
010700     MOVE "EMPLOYEE ROSTER BY SHIFT" TO RL-REPORT-LINE.
010800     WRITE RL-REPORT-LINE.
010900 1000-EXIT.
011000     EXIT.
011100 8000-FINALIZE.
011110     PERFORM 8300-PRINT-PENDING
011120         THRU 8300-EXIT.
011200     MOVE SPACES TO RL-REPORT-LINE.
011300     MOVE "INTEGRITY SECTION" TO RL-REPORT-LINE.
011400     WRITE RL-REPORT-LINE.
013400     WRITE RL-REPORT-LINE.
013500 8100-EXIT.
013600     EXIT.
013601 8300-PRINT-PENDING.
013602     MOVE SPACES TO RL-REPORT-LINE.
013603     MOVE "PENDING FUTURE-DATED CHANGES" TO RL-REPORT-LINE.
013604     WRITE RL-REPORT-LINE.
013605     MOVE 0 TO WS-PENDING-SUB.
013606     PERFORM 8310-PRINT-ONE-PENDING
013607         THRU 8310-EXIT
013608         UNTIL WS-PENDING-SUB >= WS-PENDING-CNT.
013609     IF WS-PENDING-TABLE-FULL
013610         MOVE SPACES TO RL-REPORT-LINE
013611         MOVE "  PENDING TABLE FULL - LIST INCOMPLETE"
013612             TO RL-REPORT-LINE
013613         WRITE RL-REPORT-LINE
013614     END-IF.
013615     OPEN INPUT ROSTPEND.
013616     IF NOT WS-PEND-OK
013617         MOVE SPACES TO RL-REPORT-LINE
013618         MOVE "  ROSTPEND NOT AVAILABLE - QUEUE NOT LISTED"
013619             TO RL-REPORT-LINE
013620         WRITE RL-REPORT-LINE
013621         GO TO 8300-EXIT
013622     END-IF.
013623     PERFORM 8320-PRINT-ONE-QUEUED
013624         THRU 8320-EXIT
013625         UNTIL WS-END-OF-PEND.
013626     CLOSE ROSTPEND.
013627     IF WS-PENDING-CNT = 0
013628         AND WS-QUEUED-CNT = 0
013629             MOVE SPACES TO RL-REPORT-LINE
013630             MOVE "  NO PENDING CHANGES" TO RL-REPORT-LINE
013631             WRITE RL-REPORT-LINE
013632     END-IF.
013633 8300-EXIT.
013634     EXIT.
013635 8310-PRINT-ONE-PENDING.
013636     ADD 1 TO WS-PENDING-SUB.
013637     MOVE SPACES TO RL-REPORT-LINE.
013638     STRING "  " WS-PN-EMPLOYEE-ID (WS-PENDING-SUB)
013639         " " WS-PN-EMPLOYEE-NAME (WS-PENDING-SUB)
013640         " " WS-PN-WORD (WS-PENDING-SUB)
013641         " " WS-PN-DATE (WS-PENDING-SUB)
013642         DELIMITED BY SIZE INTO RL-REPORT-LINE.
013643     WRITE RL-REPORT-LINE.
013644 8310-EXIT.
013645     EXIT.
013646 8320-PRINT-ONE-QUEUED.
013647     READ ROSTPEND
013648         AT END
013649             SET WS-END-OF-PEND TO TRUE
013650             GO TO 8320-EXIT
013651     END-READ.
013652     IF RP-EFFECTIVE-DATE NOT > WS-TODAY
013653         GO TO 8320-EXIT
013654     END-IF.
013655     ADD 1 TO WS-QUEUED-CNT.
013656     MOVE SPACES TO RL-REPORT-LINE.
013657     STRING "  " RP-EMPLOYEE-ID " " RP-EMPLOYEE-NAME
013658         " CHANGE ON " RP-EFFECTIVE-DATE
013659         " SHIFT " RP-SHIFT-CODE " AUTH " RP-AUTH-FLAG
013660         DELIMITED BY SIZE INTO RL-REPORT-LINE.
013661     WRITE RL-REPORT-LINE.
013662 8320-EXIT.
013663     EXIT.
013700 6000-RELEASE-ROSTER.
013800     PERFORM 6010-RELEASE-ONE
013900         THRU 6010-EXIT
016900             GO TO 7010-EXIT
017000     END-RETURN.
017100     IF SR-SHIFT-CODE NOT = WS-CURR-SHIFT
017110         OR SR-PLANT-CODE NOT = WS-CURR-PLANT
017200         IF WS-CURR-SHIFT NOT = LOW-VALUES
017300             PERFORM 7200-PRINT-SHIFT-TOTALS
017400                 THRU 7200-EXIT
017500         END-IF
017600         MOVE SR-SHIFT-CODE TO WS-CURR-SHIFT
017610         MOVE SR-PLANT-CODE TO WS-CURR-PLANT
017700         MOVE 0 TO WS-SHIFT-AUTH
017800         MOVE 0 TO WS-SHIFT-DEACT
017900         MOVE 0 TO WS-SHIFT-LOCKED
018000         MOVE SPACES TO RL-REPORT-LINE
018010         IF WS-CURR-PLANT = SPACES
018020             STRING "SHIFT " WS-CURR-SHIFT
018030                 DELIMITED BY SIZE INTO RL-REPORT-LINE
018040         ELSE
018050             STRING "PLANT " WS-CURR-PLANT
018060                 " SHIFT " WS-CURR-SHIFT
018070                 DELIMITED BY SIZE INTO RL-REPORT-LINE
018080         END-IF
018300         WRITE RL-REPORT-LINE
018400     END-IF.
018500     EVALUATE TRUE
020300     WRITE RL-REPORT-LINE.
020400     PERFORM 7100-CHECK-INTEGRITY
020500         THRU 7100-EXIT.
020510     PERFORM 7400-CHECK-PENDING
020520         THRU 7400-EXIT.
020600 7010-EXIT.
020700     EXIT.
020800 7100-CHECK-INTEGRITY.
027200     WRITE RL-REPORT-LINE.
027300 7300-EXIT.
027400     EXIT.
027403 7400-CHECK-PENDING.
027406     IF SR-START-DATE IS NUMERIC
027409         AND SR-START-DATE > WS-TODAY
027412             MOVE "STARTS    " TO WS-PENDING-WORD
027415             MOVE SR-START-DATE TO WS-PENDING-DATE
027418             PERFORM 7450-SAVE-PENDING
027421                 THRU 7450-EXIT
027424     END-IF.
027427     IF SR-END-DATE IS NUMERIC
027430         AND NOT SR-OPEN-ENDED
027433         AND NOT SR-NOT-AUTHORIZED
027436         AND SR-END-DATE NOT < WS-TODAY
027439             MOVE "LAST DAY  " TO WS-PENDING-WORD
027442             MOVE SR-END-DATE TO WS-PENDING-DATE
027445             PERFORM 7450-SAVE-PENDING
027448                 THRU 7450-EXIT
027451     END-IF.
027454 7400-EXIT.
027457     EXIT.
027460 7450-SAVE-PENDING.
027463     IF WS-PENDING-CNT >= WS-PENDING-MAX
027466         SET WS-PENDING-TABLE-FULL TO TRUE
027469         GO TO 7450-EXIT
027472     END-IF.
027475     ADD 1 TO WS-PENDING-CNT.
027478     MOVE SR-EMPLOYEE-ID TO WS-PN-EMPLOYEE-ID (WS-PENDING-CNT).
027481     MOVE SR-EMPLOYEE-NAME
027484         TO WS-PN-EMPLOYEE-NAME (WS-PENDING-CNT).
027487     MOVE WS-PENDING-WORD TO WS-PN-WORD (WS-PENDING-CNT).
027490     MOVE WS-PENDING-DATE TO WS-PN-DATE (WS-PENDING-CNT).
027493 7450-EXIT.
027496     EXIT.
027500 7090-EXIT.
027600     EXIT.
