000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : ALRTACK                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Supervisor acknowledgment of alerts.  Reads ALKTRN (one     *
001000*   ALKTREC per acknowledgment) and records each on the ALRTREG *
001100*   alert register: the supervisor, when the alert was dealt    *
001200*   with, the disposition -- adjusted, recalibrated or false    *
001300*   alarm -- and a comment.  The supervisor must hold action K  *
001400*   for ALRTACK on the MAINTAUT deck (checked through MAUTHCHK).*
001500*   A transaction is refused, and displayed, when the alert is  *
001600*   not on the register or already acknowledged, the            *
001700*   disposition is not A, R or F, or the time given is not a    *
001800*   valid YYYYMMDDHHMMSS, is in the future, or is before the    *
001900*   alert opened.  A blank time means now.  RC 4 when any       *
002000*   transaction was refused.                                    *
002100*                                                                *
002200*   MODIFICATION HISTORY                                        *
002300*   ------------------------------------------------------------*
002400*   2026-10-15  DLM  Original program.                          *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ALRTACK.
002800 AUTHOR. D. L. MERCER.
002900 INSTALLATION. QC SHIFT OPERATIONS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ALKTRN ASSIGN TO "ALKTRN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800     SELECT ALRTREG ASSIGN TO "ALRTREG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS RG-ALERT-ID
004200         FILE STATUS IS WS-REG-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ALKTRN
004600     RECORDING MODE IS F.
004700     COPY ALKTREC.
004800 FD  ALRTREG
004900     RECORD CONTAINS 200 CHARACTERS.
005000     COPY ALRGREC.
005100 WORKING-STORAGE SECTION.
005200 01  WS-TRAN-STATUS           PIC X(02).
005300     88  WS-TRAN-OK                  VALUE "00".
005400 01  WS-REG-STATUS            PIC X(02).
005500     88  WS-REG-OK                   VALUE "00".
005600 01  WS-END-OF-TRAN-SW        PIC X(01) VALUE "N".
005700     88  WS-END-OF-TRAN              VALUE "Y".
005800 01  WS-NOW-DATE              PIC 9(08).
005900 01  WS-NOW-TIME.
006000     05  WS-NOW-HHMMSS        PIC 9(06).
006100     05  FILLER               PIC 9(02).
006200 01  WS-NOW-TS                PIC 9(14).
006300 01  WS-OPENED-TS             PIC 9(14).
006400 01  WS-TS-WORK.
006500     05  WS-TS-DATE           PIC 9(08).
006600     05  WS-TS-TIME           PIC 9(06).
006700 01  WS-TS-NUM REDEFINES WS-TS-WORK
006800                              PIC 9(14).
006900 01  WS-TRAN-READ             PIC 9(07) VALUE 0.
007000 01  WS-TRAN-APPLIED          PIC 9(07) VALUE 0.
007100 01  WS-TRAN-REFUSED          PIC 9(07) VALUE 0.
007200     COPY MALINK.
007300     COPY TSLINK.
007400 LINKAGE SECTION.
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE
007800         THRU 1000-EXIT.
007900     PERFORM 2000-PROCESS-ONE-TRAN
008000         THRU 2000-EXIT
008100         UNTIL WS-END-OF-TRAN.
008200     PERFORM 8000-FINALIZE
008300         THRU 8000-EXIT.
008400     STOP RUN.
008500 1000-INITIALIZE.
008600     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
008700     ACCEPT WS-NOW-TIME FROM TIME.
008800     COMPUTE WS-NOW-TS = WS-NOW-DATE * 1000000 + WS-NOW-HHMMSS.
008900     OPEN INPUT ALKTRN.
009000     IF NOT WS-TRAN-OK
009100         DISPLAY "ALRTACK - UNABLE TO OPEN ALKTRN, STATUS="
009200             WS-TRAN-STATUS
009300         MOVE 16 TO RETURN-CODE
009400         STOP RUN
009500     END-IF.
009600     OPEN I-O ALRTREG.
009700     IF NOT WS-REG-OK
009800         DISPLAY "ALRTACK - UNABLE TO OPEN ALRTREG, STATUS="
009900             WS-REG-STATUS
010000         MOVE 16 TO RETURN-CODE
010100         STOP RUN
010200     END-IF.
010300     PERFORM 2100-READ-TRAN
010400         THRU 2100-EXIT.
010500 1000-EXIT.
010600     EXIT.
010700 2000-PROCESS-ONE-TRAN.
010800     IF NOT AT-ADJUSTED
010900         AND NOT AT-RECALIBRATED
011000         AND NOT AT-FALSE-ALARM
011100             DISPLAY "ALRTACK - INVALID DISPOSITION FOR ALERT "
011200                 AT-ALERT-ID
011300             ADD 1 TO WS-TRAN-REFUSED
011400             GO TO 2000-READ-NEXT
011500     END-IF.
011600     MOVE "ALRTACK" TO MA-PROGRAM-ID.
011700     MOVE AT-SUPERVISOR-ID TO MA-REQUESTER-ID.
011800     MOVE "K" TO MA-ACTION-CODE.
011900     CALL "MAUTHCHK" USING MA-LINK-AREA.
012000     IF MA-NOT-AUTHORIZED
012100         DISPLAY "ALRTACK - " MA-REJECT-REASON " - ALERT "
012200             AT-ALERT-ID
012300         ADD 1 TO WS-TRAN-REFUSED
012400         GO TO 2000-READ-NEXT
012500     END-IF.
012600     IF AT-ACK-TS = SPACES
012700         MOVE WS-NOW-DATE TO WS-TS-DATE
012800         MOVE WS-NOW-HHMMSS TO WS-TS-TIME
012900     ELSE
013000         MOVE AT-ACK-TS TO TS-TIMESTAMP
013100         CALL "TSCHECK" USING TS-LINK-AREA
013200         IF TS-INVALID
013300             DISPLAY "ALRTACK - ACK TIME " TS-REJECT-REASON
013400                 " - ALERT " AT-ALERT-ID
013500             ADD 1 TO WS-TRAN-REFUSED
013600             GO TO 2000-READ-NEXT
013700         END-IF
013800         MOVE TS-DATE-PART TO WS-TS-DATE
013900         MOVE TS-TIME-PART TO WS-TS-TIME
014000     END-IF.
014100     IF WS-TS-NUM > WS-NOW-TS
014200         DISPLAY "ALRTACK - ACK TIME " WS-TS-NUM
014300             " IN FUTURE - ALERT " AT-ALERT-ID
014400         ADD 1 TO WS-TRAN-REFUSED
014500         GO TO 2000-READ-NEXT
014600     END-IF.
014700     MOVE AT-ALERT-ID TO RG-ALERT-ID.
014800     READ ALRTREG
014900         INVALID KEY
015000             DISPLAY "ALRTACK - ALERT NOT ON REGISTER "
015100                 AT-ALERT-ID
015200             ADD 1 TO WS-TRAN-REFUSED
015300             GO TO 2000-READ-NEXT
015400     END-READ.
015500     IF RG-ACKNOWLEDGED
015600         DISPLAY "ALRTACK - ALERT " AT-ALERT-ID
015700             " ALREADY ACKNOWLEDGED BY " RG-SUPERVISOR-ID
015800         ADD 1 TO WS-TRAN-REFUSED
015900         GO TO 2000-READ-NEXT
016000     END-IF.
016100     COMPUTE WS-OPENED-TS =
016200         RG-OPENED-DATE * 1000000 + RG-OPENED-TIME.
016300     IF WS-TS-NUM < WS-OPENED-TS
016400         DISPLAY "ALRTACK - ACK TIME " WS-TS-NUM
016500             " BEFORE ALERT OPENED - ALERT " AT-ALERT-ID
016600         ADD 1 TO WS-TRAN-REFUSED
016700         GO TO 2000-READ-NEXT
016800     END-IF.
016900     SET RG-ACKNOWLEDGED TO TRUE.
017000     MOVE AT-SUPERVISOR-ID TO RG-SUPERVISOR-ID.
017100     MOVE MA-REQUESTER-NAME TO RG-SUPERVISOR-NAME.
017200     MOVE WS-TS-DATE TO RG-ACK-DATE.
017300     MOVE WS-TS-TIME TO RG-ACK-TIME.
017400     MOVE AT-DISPOSITION TO RG-DISPOSITION.
017500     MOVE AT-COMMENT TO RG-ACK-COMMENT.
017600     REWRITE RG-ALERT-RECORD
017700         INVALID KEY
017800             DISPLAY "ALRTACK - REWRITE FAILED FOR ALERT "
017900                 AT-ALERT-ID ", STATUS=" WS-REG-STATUS
018000             ADD 1 TO WS-TRAN-REFUSED
018100             GO TO 2000-READ-NEXT
018200     END-REWRITE.
018300     ADD 1 TO WS-TRAN-APPLIED.
018400 2000-READ-NEXT.
018500     PERFORM 2100-READ-TRAN
018600         THRU 2100-EXIT.
018700 2000-EXIT.
018800     EXIT.
018900 2100-READ-TRAN.
019000     READ ALKTRN
019100         AT END
019200             SET WS-END-OF-TRAN TO TRUE
019300             GO TO 2100-EXIT
019400     END-READ.
019500     ADD 1 TO WS-TRAN-READ.
019600 2100-EXIT.
019700     EXIT.
019800 8000-FINALIZE.
019900     CLOSE ALKTRN ALRTREG.
020000     DISPLAY "ALRTACK - TRANSACTIONS READ: " WS-TRAN-READ
020100         " APPLIED: " WS-TRAN-APPLIED
020200         " REFUSED: " WS-TRAN-REFUSED.
020300     IF WS-TRAN-REFUSED > 0
020400         MOVE 4 TO RETURN-CODE
020500     END-IF.
020600 8000-EXIT.
020700     EXIT.
