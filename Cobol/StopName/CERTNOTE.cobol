000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : CERTNOTE                                       *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Weekly certification expiry notice.  Reads CERTMAST,        *
001000*   keeps every certification whose expiry date falls in the    *
001100*   next 30 days (run date through run date + 30), looks the    *
001200*   holder up on EMPROST for name and shift, sorts by shift,    *
001300*   expiry date and employee, and prints CERTRPT grouped by     *
001400*   shift so each supervisor can book retraining before         *
001500*   STOP-NAME starts turning people away as CERT EXPIRED.  A    *
001600*   certification whose holder is no longer on the roster       *
001700*   prints under shift "?" so the stale record gets cleaned     *
001800*   up through CERTMAINT.                                       *
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
002500 PROGRAM-ID. CERTNOTE.
002600 AUTHOR. D. L. MERCER.
002700 INSTALLATION. QC SHIFT OPERATIONS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CERTMAST ASSIGN TO "CERTMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS CE-CERT-KEY
003700         FILE STATUS IS WS-CERT-STATUS.
003800     SELECT EMPROST ASSIGN TO "EMPROST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS RO-EMPLOYEE-ID
004200         FILE STATUS IS WS-ROSTER-STATUS.
004300     SELECT SORTWK ASSIGN TO "SORTWK".
004400     SELECT CERTRPT ASSIGN TO "CERTRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700     SELECT RUNLOG ASSIGN TO "RUNLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RUNLOG-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CERTMAST
005300     RECORD CONTAINS 47 CHARACTERS.
005400     COPY CERTREC.
005500 FD  EMPROST
005600     RECORD CONTAINS 46 CHARACTERS.
005700     COPY ROSTREC.
005800 SD  SORTWK.
005900 01  SC-SORT-RECORD.
006000     05  SC-SHIFT-CODE        PIC X(01).
006100     05  SC-EXPIRY-DATE       PIC 9(08).
006200     05  SC-EMPLOYEE-ID       PIC X(06).
006300     05  SC-EMPLOYEE-NAME     PIC X(20).
006400     05  SC-CERT-CODE         PIC X(04).
006500     05  SC-DESCRIPTION       PIC X(20).
006600     05  SC-MANDATORY-FLAG    PIC X(01).
006700         88  SC-MANDATORY            VALUE "Y".
006800 FD  CERTRPT
006900     RECORDING MODE IS F.
007000 01  CR-REPORT-LINE           PIC X(80).
007100 FD  RUNLOG
007200     RECORDING MODE IS F.
007300     COPY RUNREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-CERT-STATUS           PIC X(02).
007600     88  WS-CERT-OK                  VALUE "00".
007700 01  WS-ROSTER-STATUS         PIC X(02).
007800     88  WS-ROSTER-OK                VALUE "00".
007900 01  WS-RPT-STATUS            PIC X(02).
008000     88  WS-RPT-OK                   VALUE "00".
008100 01  WS-END-OF-CERT-SW        PIC X(01) VALUE "N".
008200     88  WS-END-OF-CERT              VALUE "Y".
008300 01  WS-END-OF-SORT-SW        PIC X(01) VALUE "N".
008400     88  WS-END-OF-SORT              VALUE "Y".
008500 01  WS-RUN-DATE              PIC 9(08).
008600 01  WS-RUN-INT               PIC 9(07).
008700 01  WS-HORIZON-DATE          PIC 9(08).
008800 01  WS-NOTICE-DAYS           PIC 9(03) VALUE 30.
008900 01  WS-DAYS-LEFT             PIC 9(03).
009000 01  WS-DAYS-EDIT             PIC ZZ9.
009100 01  WS-MAND-WORD             PIC X(09).
009200 01  WS-CURR-SHIFT            PIC X(01) VALUE LOW-VALUES.
009300 01  WS-SHIFT-COUNT           PIC 9(05) VALUE 0.
009400 01  WS-TOTAL-COUNT           PIC 9(05) VALUE 0.
009500 01  WS-CERTS-READ            PIC 9(07) VALUE 0 COMP.
009600 01  WS-COUNT-EDIT            PIC ZZZZ9.
009700 01  WS-RUNLOG-STATUS         PIC X(02).
009800 01  WS-RUN-TYPE              PIC X(01).
009900 01  WS-RUN-RECORDS           PIC 9(07).
010000 01  WS-RUN-STAMP-DATE        PIC 9(08).
010100 01  WS-RUN-STAMP-TIME.
010200     05  WS-RUN-HHMMSS        PIC 9(06).
010300     05  FILLER               PIC 9(02).
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE
010700         THRU 1000-EXIT.
010800     SORT SORTWK
010900         ON ASCENDING KEY SC-SHIFT-CODE SC-EXPIRY-DATE
011000             SC-EMPLOYEE-ID SC-CERT-CODE
011100         INPUT PROCEDURE IS 6000-RELEASE-DUE-CERTS
011200             THRU 6090-EXIT
011300         OUTPUT PROCEDURE IS 7000-PRINT-NOTICES
011400             THRU 7090-EXIT.
011500     PERFORM 8000-FINALIZE
011600         THRU 8000-EXIT.
011700     STOP RUN.
011800 1000-INITIALIZE.
011900     MOVE "S" TO WS-RUN-TYPE.
012000     MOVE 0 TO WS-RUN-RECORDS.
012100     PERFORM 9100-WRITE-RUN-RECORD
012200         THRU 9100-EXIT.
012300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012400     COMPUTE WS-RUN-INT =
012500         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
012600     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
012700         (WS-RUN-INT + WS-NOTICE-DAYS).
012800     OPEN INPUT CERTMAST.
012900     IF NOT WS-CERT-OK
013000         DISPLAY "CERTNOTE - UNABLE TO OPEN CERTMAST, STATUS="
013100             WS-CERT-STATUS
013200         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     OPEN INPUT EMPROST.
013600     IF NOT WS-ROSTER-OK
013700         DISPLAY "CERTNOTE - UNABLE TO OPEN EMPROST, STATUS="
013800             WS-ROSTER-STATUS
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     OPEN OUTPUT CERTRPT.
014300     IF NOT WS-RPT-OK
014400         DISPLAY "CERTNOTE - UNABLE TO OPEN CERTRPT, STATUS="
014500             WS-RPT-STATUS
014600         MOVE 16 TO RETURN-CODE
014700         STOP RUN
014800     END-IF.
014900     MOVE SPACES TO CR-REPORT-LINE.
015000     STRING "CERTIFICATIONS EXPIRING " WS-RUN-DATE
015100         " THROUGH " WS-HORIZON-DATE " BY SHIFT"
015200         DELIMITED BY SIZE INTO CR-REPORT-LINE.
015300     WRITE CR-REPORT-LINE.
015400 1000-EXIT.
015500     EXIT.
015600 6000-RELEASE-DUE-CERTS.
015700     PERFORM 6010-RELEASE-ONE
015800         THRU 6010-EXIT
015900         UNTIL WS-END-OF-CERT.
016000     GO TO 6090-EXIT.
016100 6010-RELEASE-ONE.
016200     READ CERTMAST
016300         AT END
016400             SET WS-END-OF-CERT TO TRUE
016500             GO TO 6010-EXIT
016600     END-READ.
016700     ADD 1 TO WS-CERTS-READ.
016800     IF CE-EXPIRY-DATE IS NOT NUMERIC
016900         OR CE-EXPIRY-DATE < WS-RUN-DATE
017000         OR CE-EXPIRY-DATE > WS-HORIZON-DATE
017100             GO TO 6010-EXIT
017200     END-IF.
017300     MOVE CE-EXPIRY-DATE TO SC-EXPIRY-DATE.
017400     MOVE CE-EMPLOYEE-ID TO SC-EMPLOYEE-ID.
017500     MOVE CE-CERT-CODE TO SC-CERT-CODE.
017600     MOVE CE-DESCRIPTION TO SC-DESCRIPTION.
017700     MOVE CE-MANDATORY-FLAG TO SC-MANDATORY-FLAG.
017800     MOVE CE-EMPLOYEE-ID TO RO-EMPLOYEE-ID.
017900     READ EMPROST
018000         INVALID KEY
018100             MOVE "?" TO SC-SHIFT-CODE
018200             MOVE "** NOT ON ROSTER **" TO SC-EMPLOYEE-NAME
018300         NOT INVALID KEY
018400             MOVE RO-SHIFT-CODE TO SC-SHIFT-CODE
018500             MOVE RO-EMPLOYEE-NAME TO SC-EMPLOYEE-NAME
018600     END-READ.
018700     RELEASE SC-SORT-RECORD.
018800 6010-EXIT.
018900     EXIT.
019000 6090-EXIT.
019100     EXIT.
019200 7000-PRINT-NOTICES.
019300     PERFORM 7010-PRINT-ONE
019400         THRU 7010-EXIT
019500         UNTIL WS-END-OF-SORT.
019600     IF WS-CURR-SHIFT NOT = LOW-VALUES
019700         PERFORM 7200-PRINT-SHIFT-TOTAL
019800             THRU 7200-EXIT
019900     END-IF.
020000     MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT.
020100     MOVE SPACES TO CR-REPORT-LINE.
020200     STRING "TOTAL CERTIFICATIONS DUE: " WS-COUNT-EDIT
020300         DELIMITED BY SIZE INTO CR-REPORT-LINE.
020400     WRITE CR-REPORT-LINE.
020500     GO TO 7090-EXIT.
020600 7010-PRINT-ONE.
020700     RETURN SORTWK
020800         AT END
020900             SET WS-END-OF-SORT TO TRUE
021000             GO TO 7010-EXIT
021100     END-RETURN.
021200     IF SC-SHIFT-CODE NOT = WS-CURR-SHIFT
021300         IF WS-CURR-SHIFT NOT = LOW-VALUES
021400             PERFORM 7200-PRINT-SHIFT-TOTAL
021500                 THRU 7200-EXIT
021600         END-IF
021700         MOVE SC-SHIFT-CODE TO WS-CURR-SHIFT
021800         MOVE 0 TO WS-SHIFT-COUNT
021900         MOVE SPACES TO CR-REPORT-LINE
022000         STRING "SHIFT " WS-CURR-SHIFT
022100             DELIMITED BY SIZE INTO CR-REPORT-LINE
022200         WRITE CR-REPORT-LINE
022300     END-IF.
022400     ADD 1 TO WS-SHIFT-COUNT.
022500     ADD 1 TO WS-TOTAL-COUNT.
022600     COMPUTE WS-DAYS-LEFT =
022700         FUNCTION INTEGER-OF-DATE (SC-EXPIRY-DATE) - WS-RUN-INT.
022800     MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT.
022900     IF SC-MANDATORY
023000         MOVE "MANDATORY" TO WS-MAND-WORD
023100     ELSE
023200         MOVE SPACES TO WS-MAND-WORD
023300     END-IF.
023400     MOVE SPACES TO CR-REPORT-LINE.
023500     STRING "  " SC-EMPLOYEE-ID " " SC-EMPLOYEE-NAME
023600         " " SC-CERT-CODE " " SC-EXPIRY-DATE
023700         " " WS-DAYS-EDIT " DAYS " WS-MAND-WORD
023800         DELIMITED BY SIZE INTO CR-REPORT-LINE.
023900     WRITE CR-REPORT-LINE.
024000     IF SC-DESCRIPTION NOT = SPACES
024100         MOVE SPACES TO CR-REPORT-LINE
024200         STRING "         " SC-DESCRIPTION
024300             DELIMITED BY SIZE INTO CR-REPORT-LINE
024400         WRITE CR-REPORT-LINE
024500     END-IF.
024600 7010-EXIT.
024700     EXIT.
024800 7200-PRINT-SHIFT-TOTAL.
024900     MOVE WS-SHIFT-COUNT TO WS-COUNT-EDIT.
025000     MOVE SPACES TO CR-REPORT-LINE.
025100     STRING "  SHIFT " WS-CURR-SHIFT
025200         " CERTIFICATIONS DUE: " WS-COUNT-EDIT
025300         DELIMITED BY SIZE INTO CR-REPORT-LINE.
025400     WRITE CR-REPORT-LINE.
025500 7200-EXIT.
025600     EXIT.
025700 7090-EXIT.
025800     EXIT.
025900 8000-FINALIZE.
026000     CLOSE CERTMAST EMPROST CERTRPT.
026100     MOVE "E" TO WS-RUN-TYPE.
026200     MOVE WS-CERTS-READ TO WS-RUN-RECORDS.
026300     PERFORM 9100-WRITE-RUN-RECORD
026400         THRU 9100-EXIT.
026500 8000-EXIT.
026600     EXIT.
026700 9100-WRITE-RUN-RECORD.
026800     OPEN EXTEND RUNLOG.
026900     IF WS-RUNLOG-STATUS NOT = "00"
027000         OPEN OUTPUT RUNLOG
027100     END-IF.
027200     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
027300     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
027400     MOVE "CERTNOTE " TO RL-PROGRAM-ID.
027500     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
027600     MOVE SPACE TO RL-SHIFT-CODE.
027700     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
027800     MOVE WS-RUN-HHMMSS TO RL-TIME.
027900     MOVE WS-RUN-RECORDS TO RL-RECORDS.
028000     MOVE RETURN-CODE TO RL-RETURN-CODE.
028100     WRITE RL-RUN-RECORD.
028200     CLOSE RUNLOG.
028300 9100-EXIT.
028400     EXIT.
