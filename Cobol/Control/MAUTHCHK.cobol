000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : MAUTHCHK                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Single callable maintenance-authority module, in the        *
001000*   TSCHECK mold.  ROSTMAINT, STNMAINT and CALMAINT pass each   *
001100*   transaction's requester ID and action code through MALINK;  *
001200*   MAUTHCHK answers whether the requester holds a MAINTAUT     *
001300*   card for that program listing that action.  The deck is     *
001400*   loaded into a table on the first call of the run and kept   *
001500*   for the rest.  A missing deck, a blank requester, a         *
001600*   requester with no card for the program, and an action not   *
001700*   on the card are all refusals, each with a reason naming     *
001800*   the requester for the caller's reject listing.              *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original module.                           *
002210*   2026-10-15  DLM  MAUTHREC prefix is now MU-.  The program   *
002220*                    ID is 9 bytes throughout, so a ROSTMAINT   *
002230*                    card and request match in full.            *
002240*                    ALRTACK also calls it, with action K, for  *
002250*                    alert acknowledgments.                     *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. MAUTHCHK.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MAINTAUT ASSIGN TO "MAINTAUT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-AUTH-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MAINTAUT
003900     RECORDING MODE IS F.
004000     COPY MAUTHREC.
004100 WORKING-STORAGE SECTION.
004200 01  WS-AUTH-STATUS           PIC X(02).
004300     88  WS-AUTH-OK                  VALUE "00".
004400 01  WS-LOADED-SW             PIC X(01) VALUE "N".
004500     88  WS-DECK-LOADED              VALUE "Y".
004600 01  WS-END-OF-AUTH-SW        PIC X(01) VALUE "N".
004700     88  WS-END-OF-AUTH              VALUE "Y".
004800 01  WS-FOUND-SW              PIC X(01).
004900     88  WS-CARD-FOUND               VALUE "Y".
005000 01  WS-ACTION-HITS           PIC 9(03) COMP.
005100 01  WS-AUTH-MAX              PIC 9(03) VALUE 300 COMP.
005200 01  WS-AUTH-CNT              PIC 9(03) VALUE 0 COMP.
005300 01  WS-AUTH-SUB              PIC 9(03) VALUE 0 COMP.
005400 01  WS-AUTH-TABLE.
005500     05  WS-AT-ENTRY OCCURS 300 TIMES.
005600         10  WS-AT-REQUESTER-ID   PIC X(06).
005700         10  WS-AT-PROGRAM-ID     PIC X(09).
005800         10  WS-AT-ACTIONS        PIC X(03).
005900         10  WS-AT-REQUESTER-NAME PIC X(20).
006000 LINKAGE SECTION.
006100     COPY MALINK.
006200 PROCEDURE DIVISION USING MA-LINK-AREA.
006300 0000-MAINLINE.
006400     IF NOT WS-DECK-LOADED
006500         PERFORM 1000-LOAD-DECK
006600             THRU 1000-EXIT
006700     END-IF.
006800     SET MA-NOT-AUTHORIZED TO TRUE.
006900     MOVE SPACES TO MA-REQUESTER-NAME.
007000     MOVE SPACES TO MA-REJECT-REASON.
007100     IF MA-REQUESTER-ID = SPACES
007200         MOVE "REQUESTER ID MISSING" TO MA-REJECT-REASON
007300         GOBACK
007400     END-IF.
007500     MOVE "N" TO WS-FOUND-SW.
007600     MOVE 0 TO WS-AUTH-SUB.
007700     PERFORM 2000-TEST-ONE-CARD
007800         THRU 2000-EXIT
007900         UNTIL WS-CARD-FOUND
008000             OR WS-AUTH-SUB >= WS-AUTH-CNT.
008100     IF NOT WS-CARD-FOUND
008200         STRING "REQUESTER " MA-REQUESTER-ID " UNAUTHORIZED"
008300             DELIMITED BY SIZE INTO MA-REJECT-REASON
008400         GOBACK
008500     END-IF.
008600     MOVE WS-AT-REQUESTER-NAME (WS-AUTH-SUB) TO MA-REQUESTER-NAME.
008700     MOVE 0 TO WS-ACTION-HITS.
008800     IF MA-ACTION-CODE NOT = SPACE
008900         INSPECT WS-AT-ACTIONS (WS-AUTH-SUB)
009000             TALLYING WS-ACTION-HITS FOR ALL MA-ACTION-CODE
009100     END-IF.
009200     IF WS-ACTION-HITS = 0
009300         STRING "REQUESTER " MA-REQUESTER-ID " LACKS "
009400             MA-ACTION-CODE " AUTH"
009500             DELIMITED BY SIZE INTO MA-REJECT-REASON
009600         GOBACK
009700     END-IF.
009800     SET MA-AUTHORIZED TO TRUE.
009900     GOBACK.
010000 1000-LOAD-DECK.
010100     SET WS-DECK-LOADED TO TRUE.
010200     OPEN INPUT MAINTAUT.
010300     IF NOT WS-AUTH-OK
010400         DISPLAY "MAUTHCHK - UNABLE TO OPEN MAINTAUT, STATUS="
010500             WS-AUTH-STATUS ", NO REQUESTER IS AUTHORIZED"
010600         GO TO 1000-EXIT
010700     END-IF.
010800     PERFORM 1100-LOAD-ONE-CARD
010900         THRU 1100-EXIT
011000         UNTIL WS-END-OF-AUTH.
011100     CLOSE MAINTAUT.
011200 1000-EXIT.
011300     EXIT.
011400 1100-LOAD-ONE-CARD.
011500     READ MAINTAUT
011600         AT END
011700             SET WS-END-OF-AUTH TO TRUE
011800             GO TO 1100-EXIT
011900     END-READ.
012000     IF MU-REQUESTER-ID = SPACES
012100         GO TO 1100-EXIT
012200     END-IF.
012300     IF WS-AUTH-CNT >= WS-AUTH-MAX
012400         DISPLAY "MAUTHCHK - MAINTAUT OVER 300 CARDS, REQUESTER "
012500             MU-REQUESTER-ID " " MU-PROGRAM-ID " IGNORED"
012600         GO TO 1100-EXIT
012700     END-IF.
012800     ADD 1 TO WS-AUTH-CNT.
012900     MOVE MU-REQUESTER-ID TO WS-AT-REQUESTER-ID (WS-AUTH-CNT).
013000     MOVE MU-PROGRAM-ID TO WS-AT-PROGRAM-ID (WS-AUTH-CNT).
013100     MOVE MU-ALLOWED-ACTIONS TO WS-AT-ACTIONS (WS-AUTH-CNT).
013200     MOVE MU-REQUESTER-NAME TO WS-AT-REQUESTER-NAME (WS-AUTH-CNT).
013300 1100-EXIT.
013400     EXIT.
013500 2000-TEST-ONE-CARD.
013600     ADD 1 TO WS-AUTH-SUB.
013700     IF WS-AT-REQUESTER-ID (WS-AUTH-SUB) = MA-REQUESTER-ID
013800         AND WS-AT-PROGRAM-ID (WS-AUTH-SUB) = MA-PROGRAM-ID
013900             SET WS-CARD-FOUND TO TRUE
014000     END-IF.
014100 2000-EXIT.
014200     EXIT.
