000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : CERTMAINT                                      *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Maintenance for the CERTMAST operator certification         *
001000*   master, in the STNMAINT mold.  Reads maintenance            *
001100*   transactions from CERTTRN (one CERTTREC per action) and     *
001200*   applies them to CERTMAST: record a certification, change    *
001300*   it (a renewal carries the new issue and expiry dates), or   *
001400*   delete one recorded in error.  Both dates are edited        *
001500*   through the shared TSCHECK module, the expiry must fall     *
001600*   after the issue date, and a new certification must be for   *
001700*   an employee on EMPROST -- STOP-NAME turns people away at    *
001800*   the door on the strength of this file.                      *
001900*                                                                *
002000*   MODIFICATION HISTORY                                        *
002100*   ------------------------------------------------------------*
002200*   2026-10-15  DLM  Original program.                          *
002210*   2026-10-15  DLM  ROSTREC grew the effective window dates;   *
002220*                    FD record length only, no logic change.    *
002230*   2026-10-15  DLM  ROSTREC grew the plant code; FD record     *
002240*                    length only, no logic change.              *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CERTMAINT.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CERTTRN ASSIGN TO "CERTTRN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TRAN-STATUS.
003600     SELECT CERTMAST ASSIGN TO "CERTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CE-CERT-KEY
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT EMPROST ASSIGN TO "EMPROST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS RO-EMPLOYEE-ID
004500         FILE STATUS IS WS-ROSTER-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CERTTRN
004900     RECORDING MODE IS F.
005000     COPY CERTTREC.
005100 FD  CERTMAST
005200     RECORD CONTAINS 47 CHARACTERS.
005300     COPY CERTREC.
005400 FD  EMPROST
005500     RECORD CONTAINS 46 CHARACTERS.
005600     COPY ROSTREC.
005700 WORKING-STORAGE SECTION.
005800 01  WS-TRAN-STATUS           PIC X(02).
005900     88  WS-TRAN-OK                  VALUE "00".
006000     88  WS-TRAN-EOF                 VALUE "10".
006100 01  WS-MASTER-STATUS         PIC X(02).
006200 01  WS-ROSTER-STATUS         PIC X(02).
006300     88  WS-ROSTER-OK                VALUE "00".
006400 01  WS-END-OF-TRAN-SW        PIC X(01) VALUE "N".
006500     88  WS-END-OF-TRAN              VALUE "Y".
006600 01  WS-EDIT-REASON           PIC X(30).
006700 01  WS-DATE-WORK.
006800     05  WS-DW-DATE           PIC 9(08).
006900     05  WS-DW-TIME           PIC X(06) VALUE "000000".
007000     COPY TSLINK.
007100 LINKAGE SECTION.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE
007500         THRU 1000-EXIT.
007600     PERFORM 2000-PROCESS-ONE-TRAN
007700         THRU 2000-EXIT
007800         UNTIL WS-END-OF-TRAN.
007900     PERFORM 8000-FINALIZE
008000         THRU 8000-EXIT.
008100     STOP RUN.
008200 1000-INITIALIZE.
008300     OPEN INPUT CERTTRN.
008400     IF NOT WS-TRAN-OK
008500         DISPLAY "CERTMAINT - UNABLE TO OPEN CERTTRN, STATUS="
008600             WS-TRAN-STATUS
008700         MOVE 16 TO RETURN-CODE
008800         STOP RUN
008900     END-IF.
009000     OPEN INPUT EMPROST.
009100     IF NOT WS-ROSTER-OK
009200         DISPLAY "CERTMAINT - UNABLE TO OPEN EMPROST, STATUS="
009300             WS-ROSTER-STATUS
009400         MOVE 16 TO RETURN-CODE
009500         STOP RUN
009600     END-IF.
009700     OPEN I-O CERTMAST.
009800     IF WS-MASTER-STATUS = "35"
009900         OPEN OUTPUT CERTMAST
010000         CLOSE CERTMAST
010100         OPEN I-O CERTMAST
010200     END-IF.
010300     PERFORM 2100-READ-TRAN
010400         THRU 2100-EXIT.
010500 1000-EXIT.
010600     EXIT.
010700 2000-PROCESS-ONE-TRAN.
010800     PERFORM 2150-EDIT-TRAN
010900         THRU 2150-EXIT.
011000     IF WS-EDIT-REASON NOT = SPACES
011100         DISPLAY "CERTMAINT - TRANSACTION REJECTED FOR "
011200             CN-EMPLOYEE-ID " " CN-CERT-CODE " - "
011300             WS-EDIT-REASON
011400         GO TO 2000-READ-NEXT
011500     END-IF.
011600     EVALUATE TRUE
011700         WHEN CN-ADD-ACTION
011800             PERFORM 2200-ADD-CERT-RECORD
011900                 THRU 2200-EXIT
012000         WHEN CN-CHANGE-ACTION
012100             PERFORM 2300-CHANGE-CERT-RECORD
012200                 THRU 2300-EXIT
012300         WHEN CN-DELETE-ACTION
012400             PERFORM 2400-DELETE-CERT-RECORD
012500                 THRU 2400-EXIT
012600         WHEN OTHER
012700             DISPLAY "CERTMAINT - INVALID ACTION CODE FOR "
012800                 CN-EMPLOYEE-ID " " CN-CERT-CODE
012900     END-EVALUATE.
013000 2000-READ-NEXT.
013100     PERFORM 2100-READ-TRAN
013200         THRU 2100-EXIT.
013300 2000-EXIT.
013400     EXIT.
013500 2100-READ-TRAN.
013600     READ CERTTRN
013700         AT END
013800             SET WS-END-OF-TRAN TO TRUE
013900     END-READ.
014000 2100-EXIT.
014100     EXIT.
014200 2150-EDIT-TRAN.
014300     MOVE SPACES TO WS-EDIT-REASON.
014400     IF CN-EMPLOYEE-ID = SPACES
014500         OR CN-CERT-CODE = SPACES
014600             MOVE "EMPLOYEE OR CERT CODE BLANK"
014700                 TO WS-EDIT-REASON
014800             GO TO 2150-EXIT
014900     END-IF.
015000     IF CN-DELETE-ACTION
015100         GO TO 2150-EXIT
015200     END-IF.
015300     IF CN-ISSUE-DATE IS NOT NUMERIC
015400         MOVE "ISSUE DATE NOT NUMERIC" TO WS-EDIT-REASON
015500         GO TO 2150-EXIT
015600     END-IF.
015700     MOVE CN-ISSUE-DATE TO WS-DW-DATE.
015800     MOVE WS-DATE-WORK TO TS-TIMESTAMP.
015900     CALL "TSCHECK" USING TS-LINK-AREA.
016000     IF TS-INVALID
016100         STRING "ISSUE " TS-REJECT-REASON
016200             DELIMITED BY SIZE INTO WS-EDIT-REASON
016300         GO TO 2150-EXIT
016400     END-IF.
016500     IF CN-EXPIRY-DATE IS NOT NUMERIC
016600         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-EDIT-REASON
016700         GO TO 2150-EXIT
016800     END-IF.
016900     MOVE CN-EXPIRY-DATE TO WS-DW-DATE.
017000     MOVE WS-DATE-WORK TO TS-TIMESTAMP.
017100     CALL "TSCHECK" USING TS-LINK-AREA.
017200     IF TS-INVALID
017300         STRING "EXPIRY " TS-REJECT-REASON
017400             DELIMITED BY SIZE INTO WS-EDIT-REASON
017500         GO TO 2150-EXIT
017600     END-IF.
017700     IF CN-EXPIRY-DATE NOT > CN-ISSUE-DATE
017800         MOVE "EXPIRY NOT AFTER ISSUE" TO WS-EDIT-REASON
017900         GO TO 2150-EXIT
018000     END-IF.
018100     IF CN-MANDATORY-FLAG NOT = "Y" AND "N" AND SPACE
018200         MOVE "MANDATORY FLAG NOT Y, N OR BLANK"
018300             TO WS-EDIT-REASON
018400         GO TO 2150-EXIT
018500     END-IF.
018600     IF CN-ADD-ACTION
018700         MOVE CN-EMPLOYEE-ID TO RO-EMPLOYEE-ID
018800         READ EMPROST
018900             INVALID KEY
019000                 MOVE "EMPLOYEE NOT ON EMPROST"
019100                     TO WS-EDIT-REASON
019200         END-READ
019300     END-IF.
019400 2150-EXIT.
019500     EXIT.
019600 2200-ADD-CERT-RECORD.
019700     MOVE CN-EMPLOYEE-ID TO CE-EMPLOYEE-ID.
019800     MOVE CN-CERT-CODE TO CE-CERT-CODE.
019900     MOVE CN-DESCRIPTION TO CE-DESCRIPTION.
020000     PERFORM 2500-SET-CERT-FIELDS
020100         THRU 2500-EXIT.
020200     WRITE CE-CERT-RECORD
020300         INVALID KEY
020400             DISPLAY "CERTMAINT - DUPLICATE CERTIFICATION "
020500                 CN-EMPLOYEE-ID " " CN-CERT-CODE
020600     END-WRITE.
020700 2200-EXIT.
020800     EXIT.
020900 2300-CHANGE-CERT-RECORD.
021000     MOVE CN-EMPLOYEE-ID TO CE-EMPLOYEE-ID.
021100     MOVE CN-CERT-CODE TO CE-CERT-CODE.
021200     READ CERTMAST
021300         INVALID KEY
021400             DISPLAY "CERTMAINT - CERTIFICATION NOT ON FILE "
021500                 CN-EMPLOYEE-ID " " CN-CERT-CODE
021600         NOT INVALID KEY
021700             IF CN-DESCRIPTION NOT = SPACES
021800                 MOVE CN-DESCRIPTION TO CE-DESCRIPTION
021900             END-IF
022000             PERFORM 2500-SET-CERT-FIELDS
022100                 THRU 2500-EXIT
022200             REWRITE CE-CERT-RECORD
022300     END-READ.
022400 2300-EXIT.
022500     EXIT.
022600 2400-DELETE-CERT-RECORD.
022700     MOVE CN-EMPLOYEE-ID TO CE-EMPLOYEE-ID.
022800     MOVE CN-CERT-CODE TO CE-CERT-CODE.
022900     DELETE CERTMAST
023000         INVALID KEY
023100             DISPLAY "CERTMAINT - CERTIFICATION NOT ON FILE "
023200                 CN-EMPLOYEE-ID " " CN-CERT-CODE
023300     END-DELETE.
023400 2400-EXIT.
023500     EXIT.
023600 2500-SET-CERT-FIELDS.
023700     MOVE CN-ISSUE-DATE TO CE-ISSUE-DATE.
023800     MOVE CN-EXPIRY-DATE TO CE-EXPIRY-DATE.
023900     IF CN-MANDATORY-FLAG = "N"
024000         SET CE-OPTIONAL TO TRUE
024100     ELSE
024200         SET CE-MANDATORY TO TRUE
024300     END-IF.
024400 2500-EXIT.
024500     EXIT.
024600 8000-FINALIZE.
024700     CLOSE CERTTRN CERTMAST EMPROST.
024800 8000-EXIT.
024900     EXIT.
