000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : HRRECN                                         *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   HR termination reconciliation.  Sorts corporate HR's        *
001000*   employee status extract (HRSTAT) by employee ID and         *
001100*   matches it against the EMPROST roster, printing to HRRRPT   *
001200*   every employee terminated in HR but still authorized here,  *
001300*   every employee active here that HR does not know, and every *
001400*   name or shift that differs between the two.  For each       *
001500*   termination still authorized it writes a ROSTMAINT          *
001600*   deactivate transaction (RSTMREC) to HRDEACT, effective the  *
001700*   day after HR's last day of employment, so the access window *
001800*   ends on the last day worked.  HRDEACT is reviewed and the   *
001900*   approved transactions fed to the normal ROSTMAINT run on    *
002000*   ROSTTRN -- this program never writes EMPROST, so every      *
002100*   deactivation still reaches ROSTHIST and CHGRPT.  A roster   *
002200*   record already end-dated on or before HR's date needs no    *
002300*   transaction and is listed as such.  RETURN-CODE 4 when      *
002400*   anything is reported.                                       *
002500*                                                                *
002600*   MODIFICATION HISTORY                                        *
002700*   ------------------------------------------------------------*
002800*   2026-10-15  DLM  Original program.                          *
002810*   2026-10-15  DLM  Generated deactivations carry requester    *
002820*                    HRRECN, which the MAINTAUT deck authorizes *
002830*                    for ROSTMAINT deactivations only.          *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. HRRECN.
003200 AUTHOR. D. L. MERCER.
003300 INSTALLATION. QC SHIFT OPERATIONS.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HRSTAT ASSIGN TO "HRSTAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-HRSTAT-STATUS.
004200     SELECT SORTWK ASSIGN TO "SORTWK".
004300     SELECT HRSORT ASSIGN TO "HRSORT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-HRSORT-STATUS.
004600     SELECT EMPROST ASSIGN TO "EMPROST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS RO-EMPLOYEE-ID
005000         FILE STATUS IS WS-ROSTER-STATUS.
005100     SELECT HRDEACT ASSIGN TO "HRDEACT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DEACT-STATUS.
005400     SELECT HRRRPT ASSIGN TO "HRRRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.
005700     SELECT RUNLOG ASSIGN TO "RUNLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNLOG-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  HRSTAT
006300     RECORDING MODE IS F.
006400     COPY HRSTREC
006500         REPLACING LEADING ==HS-== BY ==HI-==.
006600 SD  SORTWK.
006700     COPY HRSTREC
006800         REPLACING LEADING ==HS-== BY ==HW-==.
006900 FD  HRSORT
007000     RECORDING MODE IS F.
007100     COPY HRSTREC.
007200 FD  EMPROST
007300     RECORD CONTAINS 46 CHARACTERS.
007400     COPY ROSTREC.
007500 FD  HRDEACT
007600     RECORDING MODE IS F.
007700     COPY RSTMREC
007800         REPLACING LEADING ==RM-== BY ==HD-==.
007900 FD  HRRRPT
008000     RECORDING MODE IS F.
008100 01  HR-REPORT-LINE           PIC X(80).
008200 FD  RUNLOG
008300     RECORDING MODE IS F.
008400     COPY RUNREC.
008500 WORKING-STORAGE SECTION.
008600 01  WS-HRSTAT-STATUS         PIC X(02).
008700     88  WS-HRSTAT-OK                VALUE "00".
008800 01  WS-HRSORT-STATUS         PIC X(02).
008900     88  WS-HRSORT-OK                VALUE "00".
009000 01  WS-ROSTER-STATUS         PIC X(02).
009100     88  WS-ROSTER-OK                VALUE "00".
009200 01  WS-DEACT-STATUS          PIC X(02).
009300     88  WS-DEACT-OK                 VALUE "00".
009400 01  WS-RPT-STATUS            PIC X(02).
009500     88  WS-RPT-OK                   VALUE "00".
009600 01  WS-RUNLOG-STATUS         PIC X(02).
009700 01  WS-RO-KEY                PIC X(06).
009800 01  WS-HS-KEY                PIC X(06).
009900 01  WS-RO-ACTIVE-SW          PIC X(01).
010000     88  WS-RO-ACTIVE                VALUE "Y".
010100 01  WS-TODAY                 PIC 9(08).
010200 01  WS-DATE-INT              PIC 9(07).
010300 01  WS-EFFECTIVE-DATE        PIC 9(08).
010400 01  WS-DATE-WORK.
010500     05  WS-DW-DATE           PIC 9(08).
010600     05  WS-DW-TIME           PIC X(06) VALUE "000000".
010700 01  WS-TERM-DATE-SW          PIC X(01).
010800     88  WS-TERM-DATE-GOOD           VALUE "Y".
010900 01  WS-HR-READ               PIC 9(07) VALUE 0 COMP.
011000 01  WS-RO-READ               PIC 9(07) VALUE 0 COMP.
011100 01  WS-MATCHED               PIC 9(07) VALUE 0 COMP.
011200 01  WS-HR-ONLY               PIC 9(07) VALUE 0 COMP.
011300 01  WS-DEACT-WRITTEN         PIC 9(07) VALUE 0 COMP.
011400 01  WS-ALREADY-ENDED         PIC 9(07) VALUE 0 COMP.
011500 01  WS-UNKNOWN-TO-HR         PIC 9(07) VALUE 0 COMP.
011600 01  WS-NAME-MISMATCH         PIC 9(07) VALUE 0 COMP.
011700 01  WS-SHIFT-MISMATCH        PIC 9(07) VALUE 0 COMP.
011800 01  WS-BAD-STATUS            PIC 9(07) VALUE 0 COMP.
011900 01  WS-EXCEPTIONS            PIC 9(07) VALUE 0 COMP.
012000 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
012100 01  WS-DETAIL-LINE.
012200     05  WS-DL-EMPLOYEE-ID    PIC X(06).
012300     05  FILLER               PIC X(01) VALUE SPACE.
012400     05  WS-DL-NAME           PIC X(20).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  WS-DL-MESSAGE        PIC X(52).
012700 01  WS-RUN-TYPE              PIC X(01).
012800 01  WS-RUN-RECORDS           PIC 9(07).
012900 01  WS-RUN-STAMP-DATE        PIC 9(08).
013000 01  WS-RUN-STAMP-TIME.
013100     05  WS-RUN-HHMMSS        PIC 9(06).
013200     05  FILLER               PIC 9(02).
013300     COPY TSLINK.
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE
013700         THRU 1000-EXIT.
013800     PERFORM 2000-MATCH-ONE-KEY
013900         THRU 2000-EXIT
014000         UNTIL WS-RO-KEY = HIGH-VALUES
014100             AND WS-HS-KEY = HIGH-VALUES.
014200     PERFORM 8000-FINALIZE
014300         THRU 8000-EXIT.
014400     STOP RUN.
014500 1000-INITIALIZE.
014600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014700     MOVE "S" TO WS-RUN-TYPE.
014800     MOVE 0 TO WS-RUN-RECORDS.
014900     PERFORM 9100-WRITE-RUN-RECORD
015000         THRU 9100-EXIT.
015100     OPEN INPUT HRSTAT.
015200     IF NOT WS-HRSTAT-OK
015300         DISPLAY "HRRECN - UNABLE TO OPEN HRSTAT, STATUS="
015400             WS-HRSTAT-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF.
015800     CLOSE HRSTAT.
015900     SORT SORTWK
016000         ON ASCENDING KEY HW-EMPLOYEE-ID
016100         USING HRSTAT
016200         GIVING HRSORT.
016300     OPEN INPUT HRSORT.
016400     IF NOT WS-HRSORT-OK
016500         DISPLAY "HRRECN - UNABLE TO OPEN HRSORT, STATUS="
016600             WS-HRSORT-STATUS
016700         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
017000     OPEN INPUT EMPROST.
017100     IF NOT WS-ROSTER-OK
017200         DISPLAY "HRRECN - UNABLE TO OPEN EMPROST, STATUS="
017300             WS-ROSTER-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF.
017700     OPEN OUTPUT HRDEACT.
017800     IF NOT WS-DEACT-OK
017900         DISPLAY "HRRECN - UNABLE TO OPEN HRDEACT, STATUS="
018000             WS-DEACT-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     OPEN OUTPUT HRRRPT.
018500     IF NOT WS-RPT-OK
018600         DISPLAY "HRRECN - UNABLE TO OPEN HRRRPT, STATUS="
018700             WS-RPT-STATUS
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100     MOVE SPACES TO HR-REPORT-LINE.
019200     STRING "HR STATUS RECONCILIATION AGAINST EMPROST   RUN DATE "
019300         WS-TODAY
019400         DELIMITED BY SIZE INTO HR-REPORT-LINE.
019500     WRITE HR-REPORT-LINE.
019600     MOVE SPACES TO HR-REPORT-LINE.
019700     WRITE HR-REPORT-LINE.
019800     MOVE "EMP ID ROSTER NAME          FINDING"
019900         TO HR-REPORT-LINE.
020000     WRITE HR-REPORT-LINE.
020100     PERFORM 2100-READ-ROSTER
020200         THRU 2100-EXIT.
020300     PERFORM 2200-READ-HR
020400         THRU 2200-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700 2000-MATCH-ONE-KEY.
020800     IF WS-RO-KEY < WS-HS-KEY
020900         PERFORM 3000-ROSTER-ONLY
021000             THRU 3000-EXIT
021100         PERFORM 2100-READ-ROSTER
021200             THRU 2100-EXIT
021300         GO TO 2000-EXIT
021400     END-IF.
021500     IF WS-RO-KEY > WS-HS-KEY
021600         ADD 1 TO WS-HR-ONLY
021700         PERFORM 2200-READ-HR
021800             THRU 2200-EXIT
021900         GO TO 2000-EXIT
022000     END-IF.
022100     ADD 1 TO WS-MATCHED.
022200     PERFORM 4000-MATCHED
022300         THRU 4000-EXIT.
022400     PERFORM 2100-READ-ROSTER
022500         THRU 2100-EXIT.
022600     PERFORM 2200-READ-HR
022700         THRU 2200-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000 2100-READ-ROSTER.
023100     READ EMPROST
023200         AT END
023300             MOVE HIGH-VALUES TO WS-RO-KEY
023400             GO TO 2100-EXIT
023500     END-READ.
023600     ADD 1 TO WS-RO-READ.
023700     MOVE RO-EMPLOYEE-ID TO WS-RO-KEY.
023800     MOVE "N" TO WS-RO-ACTIVE-SW.
023900     IF (RO-AUTHORIZED OR RO-LOCKED)
024000         AND (RO-OPEN-ENDED OR RO-END-DATE NOT < WS-TODAY)
024100             SET WS-RO-ACTIVE TO TRUE
024200     END-IF.
024300 2100-EXIT.
024400     EXIT.
024500 2200-READ-HR.
024600     READ HRSORT
024700         AT END
024800             MOVE HIGH-VALUES TO WS-HS-KEY
024900             GO TO 2200-EXIT
025000     END-READ.
025100     ADD 1 TO WS-HR-READ.
025200     MOVE HS-EMPLOYEE-ID TO WS-HS-KEY.
025300 2200-EXIT.
025400     EXIT.
025500 3000-ROSTER-ONLY.
025600     IF NOT WS-RO-ACTIVE
025700         GO TO 3000-EXIT
025800     END-IF.
025900     ADD 1 TO WS-UNKNOWN-TO-HR.
026000     MOVE SPACES TO WS-DL-MESSAGE.
026100     MOVE "ACTIVE HERE, NOT ON THE HR EXTRACT" TO WS-DL-MESSAGE.
026200     PERFORM 5000-WRITE-FINDING
026300         THRU 5000-EXIT.
026400 3000-EXIT.
026500     EXIT.
026600 4000-MATCHED.
026700     IF HS-TERMINATED
026800         PERFORM 4100-CHECK-TERMINATION
026900             THRU 4100-EXIT
027000         GO TO 4000-EXIT
027100     END-IF.
027200     IF NOT HS-ACTIVE
027300         AND NOT HS-ON-LEAVE
027400             ADD 1 TO WS-BAD-STATUS
027500             MOVE SPACES TO WS-DL-MESSAGE
027600             STRING "HR STATUS CODE '" HS-STATUS-CODE
027700                 "' NOT A, L OR T -- NOT CHECKED"
027800                 DELIMITED BY SIZE INTO WS-DL-MESSAGE
027900             PERFORM 5000-WRITE-FINDING
028000                 THRU 5000-EXIT
028100             GO TO 4000-EXIT
028200     END-IF.
028300     IF HS-EMPLOYEE-NAME NOT = RO-EMPLOYEE-NAME
028400         ADD 1 TO WS-NAME-MISMATCH
028500         MOVE SPACES TO WS-DL-MESSAGE
028600         STRING "NAME DIFFERS - HR HAS " HS-EMPLOYEE-NAME
028700             DELIMITED BY SIZE INTO WS-DL-MESSAGE
028800         PERFORM 5000-WRITE-FINDING
028900             THRU 5000-EXIT
029000     END-IF.
029100     IF HS-SHIFT-CODE NOT = RO-SHIFT-CODE
029200         ADD 1 TO WS-SHIFT-MISMATCH
029300         MOVE SPACES TO WS-DL-MESSAGE
029400         STRING "SHIFT DIFFERS - HR SHIFT " HS-SHIFT-CODE
029500             ", ROSTER SHIFT " RO-SHIFT-CODE
029600             DELIMITED BY SIZE INTO WS-DL-MESSAGE
029700         PERFORM 5000-WRITE-FINDING
029800             THRU 5000-EXIT
029900     END-IF.
030000 4000-EXIT.
030100     EXIT.
030200 4100-CHECK-TERMINATION.
030300     IF NOT RO-AUTHORIZED
030400         AND NOT RO-LOCKED
030500             GO TO 4100-EXIT
030600     END-IF.
030700     MOVE "N" TO WS-TERM-DATE-SW.
030800     IF HS-TERM-DATE IS NUMERIC
030900         AND HS-TERM-DATE-N > 0
031000             MOVE HS-TERM-DATE-N TO WS-DW-DATE
031100             MOVE WS-DATE-WORK TO TS-TIMESTAMP
031200             CALL "TSCHECK" USING TS-LINK-AREA
031300             IF TS-VALID
031400                 SET WS-TERM-DATE-GOOD TO TRUE
031500             END-IF
031600     END-IF.
031700     IF WS-TERM-DATE-GOOD
031800         AND NOT RO-OPEN-ENDED
031900         AND RO-END-DATE NOT > HS-TERM-DATE-N
032000             ADD 1 TO WS-ALREADY-ENDED
032100             MOVE SPACES TO WS-DL-MESSAGE
032200             STRING "TERMINATED " HS-TERM-DATE
032300                 " - ROSTER ALREADY ENDS " RO-END-DATE
032400                 DELIMITED BY SIZE INTO WS-DL-MESSAGE
032500             PERFORM 5000-WRITE-FINDING
032600                 THRU 5000-EXIT
032700             GO TO 4100-EXIT
032800     END-IF.
032900     MOVE SPACES TO HD-MAINT-TRANS.
033000     SET HD-DEACTIVATE-ACTION TO TRUE.
033100     MOVE RO-EMPLOYEE-ID TO HD-EMPLOYEE-ID.
033200     MOVE RO-EMPLOYEE-NAME TO HD-EMPLOYEE-NAME.
033300     MOVE RO-SHIFT-CODE TO HD-SHIFT-CODE.
033400     MOVE "N" TO HD-AUTH-FLAG.
033500     MOVE RO-PLANT-CODE TO HD-PLANT-CODE.
033510     MOVE "HRRECN" TO HD-REQUESTER-ID.
033600     MOVE SPACES TO WS-DL-MESSAGE.
033700     IF WS-TERM-DATE-GOOD
033800         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
033900             (HS-TERM-DATE-N) + 1
034000         COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
034100             (WS-DATE-INT)
034200         MOVE WS-EFFECTIVE-DATE TO HD-EFFECTIVE-DATE-N
034300         STRING "TERMINATED " HS-TERM-DATE
034400             " - DEACTIVATE EFFECTIVE " HD-EFFECTIVE-DATE
034500             DELIMITED BY SIZE INTO WS-DL-MESSAGE
034600     ELSE
034700         STRING "TERMINATED, NO VALID HR DATE "
034800             "- DEACTIVATE NOW"
034900             DELIMITED BY SIZE INTO WS-DL-MESSAGE
035000     END-IF.
035100     WRITE HD-MAINT-TRANS.
035200     ADD 1 TO WS-DEACT-WRITTEN.
035300     PERFORM 5000-WRITE-FINDING
035400         THRU 5000-EXIT.
035500 4100-EXIT.
035600     EXIT.
035700 5000-WRITE-FINDING.
035800     ADD 1 TO WS-EXCEPTIONS.
035900     MOVE RO-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
036000     MOVE RO-EMPLOYEE-NAME TO WS-DL-NAME.
036100     MOVE WS-DETAIL-LINE TO HR-REPORT-LINE.
036200     WRITE HR-REPORT-LINE.
036300 5000-EXIT.
036400     EXIT.
036500 8000-FINALIZE.
036600     MOVE SPACES TO HR-REPORT-LINE.
036700     WRITE HR-REPORT-LINE.
036800     MOVE WS-HR-READ TO WS-COUNT-EDIT.
036900     MOVE SPACES TO HR-REPORT-LINE.
037000     STRING "HR EXTRACT RECORDS READ:           " WS-COUNT-EDIT
037100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
037200     WRITE HR-REPORT-LINE.
037300     MOVE WS-RO-READ TO WS-COUNT-EDIT.
037400     MOVE SPACES TO HR-REPORT-LINE.
037500     STRING "ROSTER RECORDS READ:               " WS-COUNT-EDIT
037600         DELIMITED BY SIZE INTO HR-REPORT-LINE.
037700     WRITE HR-REPORT-LINE.
037800     MOVE WS-MATCHED TO WS-COUNT-EDIT.
037900     MOVE SPACES TO HR-REPORT-LINE.
038000     STRING "ON BOTH:                           " WS-COUNT-EDIT
038100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
038200     WRITE HR-REPORT-LINE.
038300     MOVE WS-HR-ONLY TO WS-COUNT-EDIT.
038400     MOVE SPACES TO HR-REPORT-LINE.
038500     STRING "IN HR ONLY (NOT BADGED HERE):      " WS-COUNT-EDIT
038600         DELIMITED BY SIZE INTO HR-REPORT-LINE.
038700     WRITE HR-REPORT-LINE.
038800     MOVE WS-DEACT-WRITTEN TO WS-COUNT-EDIT.
038900     MOVE SPACES TO HR-REPORT-LINE.
039000     STRING "TERMINATED, DEACTIVATES GENERATED: " WS-COUNT-EDIT
039100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
039200     WRITE HR-REPORT-LINE.
039300     MOVE WS-ALREADY-ENDED TO WS-COUNT-EDIT.
039400     MOVE SPACES TO HR-REPORT-LINE.
039500     STRING "TERMINATED, ROSTER ALREADY ENDS:   " WS-COUNT-EDIT
039600         DELIMITED BY SIZE INTO HR-REPORT-LINE.
039700     WRITE HR-REPORT-LINE.
039800     MOVE WS-UNKNOWN-TO-HR TO WS-COUNT-EDIT.
039900     MOVE SPACES TO HR-REPORT-LINE.
040000     STRING "ACTIVE HERE, UNKNOWN TO HR:        " WS-COUNT-EDIT
040100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
040200     WRITE HR-REPORT-LINE.
040300     MOVE WS-NAME-MISMATCH TO WS-COUNT-EDIT.
040400     MOVE SPACES TO HR-REPORT-LINE.
040500     STRING "NAME MISMATCHES:                   " WS-COUNT-EDIT
040600         DELIMITED BY SIZE INTO HR-REPORT-LINE.
040700     WRITE HR-REPORT-LINE.
040800     MOVE WS-SHIFT-MISMATCH TO WS-COUNT-EDIT.
040900     MOVE SPACES TO HR-REPORT-LINE.
041000     STRING "SHIFT MISMATCHES:                  " WS-COUNT-EDIT
041100         DELIMITED BY SIZE INTO HR-REPORT-LINE.
041200     WRITE HR-REPORT-LINE.
041300     MOVE WS-BAD-STATUS TO WS-COUNT-EDIT.
041400     MOVE SPACES TO HR-REPORT-LINE.
041500     STRING "UNRECOGNIZED HR STATUS CODES:      " WS-COUNT-EDIT
041600         DELIMITED BY SIZE INTO HR-REPORT-LINE.
041700     WRITE HR-REPORT-LINE.
041800     IF WS-DEACT-WRITTEN > 0
041900         MOVE SPACES TO HR-REPORT-LINE
042000         WRITE HR-REPORT-LINE
042100         MOVE "REVIEW HRDEACT, THEN FEED THE APPROVED"
042200             TO HR-REPORT-LINE
042300         WRITE HR-REPORT-LINE
042400         MOVE "DEACTIVATES TO ROSTMAINT ON ROSTTRN."
042500             TO HR-REPORT-LINE
042600         WRITE HR-REPORT-LINE
042700     END-IF.
042800     CLOSE HRSORT EMPROST HRDEACT HRRRPT.
042900     IF WS-EXCEPTIONS > 0
043000         MOVE 4 TO RETURN-CODE
043100     END-IF.
043200     MOVE "E" TO WS-RUN-TYPE.
043300     MOVE WS-EXCEPTIONS TO WS-RUN-RECORDS.
043400     PERFORM 9100-WRITE-RUN-RECORD
043500         THRU 9100-EXIT.
043600 8000-EXIT.
043700     EXIT.
043800 9100-WRITE-RUN-RECORD.
043900     OPEN EXTEND RUNLOG.
044000     IF WS-RUNLOG-STATUS NOT = "00"
044100         OPEN OUTPUT RUNLOG
044200     END-IF.
044300     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
044400     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
044500     MOVE "HRRECN   " TO RL-PROGRAM-ID.
044600     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
044700     MOVE SPACE TO RL-SHIFT-CODE.
044800     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
044900     MOVE WS-RUN-HHMMSS TO RL-TIME.
045000     MOVE WS-RUN-RECORDS TO RL-RECORDS.
045100     MOVE RETURN-CODE TO RL-RETURN-CODE.
045200     WRITE RL-RUN-RECORD.
045300     CLOSE RUNLOG.
045400 9100-EXIT.
045500     EXIT.
