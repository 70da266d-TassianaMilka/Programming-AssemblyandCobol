001909*                    summary by action type, and a STATREC       *
001911*                    dropped to ROSTSTAT so a short ROSTTRN is   *
001912*                    caught by the reconciliation step.          *
001917*   2026-10-15  DLM  Effective dating.  RM-EFFECTIVE-DATE        *
001922*                    (blank = today) is edited through TSCHECK.  *
001927*                    An ADD opens the employee's EMPROST window  *
001932*                    on it; a DEACTIVATE closes the window the   *
001937*                    day before it, and drops the authorization  *
001942*                    now only once the date has arrived.  A      *
001947*                    CHANGE dated after today is queued on       *
001952*                    ROSTPEND instead of applied; each run       *
001957*                    first applies every queued change that has  *
001962*                    come due, then writes back what is still    *
001967*                    waiting.  A CHANGE that re-authorizes a     *
001972*                    deactivated employee reopens the window.    *
001977*                    History images carry the window dates.      *
001979*   2026-10-15  DLM  Plant code.  RM-PLANT-CODE sets the         *
001981*                    employee's plant on ADD (blank takes the    *
001983*                    STNPARM plant) and moves the employee on    *
001985*                    CHANGE (blank keeps the current plant).     *
001987*                    ROSTHIST carries the before and after       *
001989*                    plant.  ROSTREC is 46 bytes.                *
001996*   2026-10-15  DLM  Requester authorization.  Each              *
002003*                    transaction's RM-REQUESTER-ID is checked    *
002010*                    through MAUTHCHK against the MAINTAUT deck  *
002017*                    for the action, and a requester may not     *
002024*                    touch their own roster record; either       *
002031*                    refusal goes to ROSTREJ naming the          *
002038*                    requester and is counted on the summary.    *
002045*                    Every transaction read -- applied, queued,  *
002052*                    rejected or refused -- appends an MLOGREC   *
002059*                    to the common MAINTLOG action log.  Queued  *
002066*                    changes keep their requester.               *
002073******************************************************************
002080 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. ROSTMAINT.
002200 AUTHOR. D. L. MERCER.
002300 INSTALLATION. QC SHIFT OPERATIONS.
003696     SELECT ROSTSTAT ASSIGN TO "ROSTSTAT"
003697         ORGANIZATION IS LINE SEQUENTIAL
003698         FILE STATUS IS WS-ROSTSTAT-STATUS.
003708     SELECT ROSTPEND ASSIGN TO "ROSTPEND"
003718         ORGANIZATION IS LINE SEQUENTIAL
003728         FILE STATUS IS WS-PEND-STATUS.
003730     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
003732         ORGANIZATION IS LINE SEQUENTIAL
003734         FILE STATUS IS WS-MLOG-STATUS.
003738 DATA DIVISION.
003800 FILE SECTION.
003850 FD  STNPARM
003860     RECORDING MODE IS F.
004000     RECORDING MODE IS F.
004100     COPY RSTMREC.
004200 FD  EMPROST
004300     RECORD CONTAINS 46 CHARACTERS.
004400     COPY ROSTREC.
004420 FD  RUNLOG
004440     RECORDING MODE IS F.
004492 FD  ROSTSTAT
004494     RECORDING MODE IS F.
004496     COPY STATREC.
004505 FD  ROSTPEND
004514     RECORDING MODE IS F.
004523     COPY RSTMREC
004532         REPLACING LEADING ==RM-== BY ==RP-==.
004534 FD  MAINTLOG
004536     RECORDING MODE IS F.
004538     COPY MLOGREC.
004541 WORKING-STORAGE SECTION.
004550 01  WS-PARM-STATUS           PIC X(02).
004600 01  WS-TRAN-STATUS           PIC X(02).
004700     88  WS-TRAN-OK                  VALUE "00".
005182 01  WS-HIST-STATUS           PIC X(02).
005184 01  WS-CHGRPT-STATUS         PIC X(02).
005186     88  WS-CHGRPT-OK                VALUE "00".
005188 01  WS-BEFORE-IMAGE          PIC X(46).
005190 01  WS-AFTER-IMAGE           PIC X(46).
005191 01  WS-PLANT-CODE            PIC X(02) VALUE SPACES.
005192 01  WS-REJ-STATUS            PIC X(02).
005194     88  WS-REJ-OK                   VALUE "00".
005196 01  WS-ROSTSTAT-STATUS       PIC X(02).
005218 01  WS-DEA-REJECTED          PIC 9(05) VALUE 0.
005220 01  WS-INV-ACTION            PIC 9(05) VALUE 0.
005222 01  WS-COUNT-EDIT            PIC ZZZZ9.
005224 01  WS-PEND-STATUS           PIC X(02).
005226     88  WS-PEND-OK                  VALUE "00".
005228 01  WS-END-OF-PEND-SW        PIC X(01) VALUE "N".
005230     88  WS-END-OF-PEND              VALUE "Y".
005232 01  WS-TODAY                 PIC 9(08).
005234 01  WS-EFFECTIVE-DATE        PIC 9(08).
005236 01  WS-DATE-INT              PIC 9(07).
005238 01  WS-DATE-WORK.
005240     05  WS-DW-DATE           PIC 9(08).
005242     05  WS-DW-TIME           PIC X(06) VALUE "000000".
005244     COPY TSLINK.
005246 01  WS-PND-DUE               PIC 9(05) VALUE 0.
005248 01  WS-PND-QUEUED            PIC 9(05) VALUE 0.
005250 01  WS-PEND-MAX              PIC 9(03) VALUE 200 COMP.
005252 01  WS-PEND-CNT              PIC 9(03) VALUE 0 COMP.
005254 01  WS-PEND-SUB              PIC 9(03) VALUE 0 COMP.
005256 01  WS-PEND-DUP-SW           PIC X(01).
005258     88  WS-PEND-DUPLICATE           VALUE "Y".
005260 01  WS-PEND-TABLE.
005262     05  WS-PEND-ENTRY OCCURS 200 TIMES.
005264         10  WS-PE-TRANS.
005266             15  WS-PE-ACTION-CODE    PIC X(01).
005268             15  WS-PE-EMPLOYEE-ID    PIC X(06).
005270             15  FILLER               PIC X(22).
005272             15  WS-PE-EFFECTIVE-DATE PIC X(08).
005273             15  FILLER               PIC X(02).
005274             15  WS-PE-REQUESTER-ID   PIC X(06).
005275         10  WS-PE-STATUS         PIC X(01).
005276             88  WS-PE-HELD                  VALUE "H".
005278             88  WS-PE-APPLIED               VALUE "X".
005281 01  WS-MLOG-STATUS           PIC X(02).
005284 01  WS-LOG-DISP              PIC X(01).
005287 01  WS-LOG-REASON            PIC X(30).
005290 01  WS-REFUSED               PIC 9(05) VALUE 0.
005293     COPY MALINK.
005296 LINKAGE SECTION.
005300 PROCEDURE DIVISION.
005400 0000-MAINLINE.
005500     PERFORM 1000-INITIALIZE
006390                 MOVE "EMPROST" TO WS-ROSTER-DSN
006395             NOT AT END
006396                 MOVE PM-ROSTER-DSN TO WS-ROSTER-DSN
006400                 MOVE PM-PLANT-CODE TO WS-PLANT-CODE
006404         END-READ
006408     END-IF.
006412     CLOSE STNPARM.
006416     OPEN INPUT ROSTTRN.
006420     IF NOT WS-TRAN-OK
006440         DISPLAY "ROSTMAINT - UNABLE TO OPEN ROSTTRN, STATUS="
006450             WS-TRAN-STATUS
007020     IF WS-HIST-STATUS NOT = "00"
007030         OPEN OUTPUT ROSTHIST
007040     END-IF.
007042     OPEN EXTEND MAINTLOG.
007044     IF WS-MLOG-STATUS NOT = "00"
007046         OPEN OUTPUT MAINTLOG
007048     END-IF.
007050     OPEN OUTPUT CHGRPT.
007060     IF NOT WS-CHGRPT-OK
007070         DISPLAY "ROSTMAINT - UNABLE TO OPEN CHGRPT, STATUS="
007096         MOVE 16 TO RETURN-CODE
007098         STOP RUN
007099     END-IF.
007109     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007119     PERFORM 1100-LOAD-PENDING
007129         THRU 1100-EXIT.
007139     MOVE 0 TO WS-PEND-SUB.
007149     PERFORM 1200-APPLY-ONE-PENDING
007159         THRU 1200-EXIT
007169         UNTIL WS-PEND-SUB >= WS-PEND-CNT.
007179     PERFORM 2100-READ-TRAN
007200         THRU 2100-EXIT.
007300 1000-EXIT.
007400     EXIT.
007402 1100-LOAD-PENDING.
007404     OPEN INPUT ROSTPEND.
007406     IF NOT WS-PEND-OK
007408         DISPLAY "ROSTMAINT - NO ROSTPEND QUEUE, NOTHING PENDING"
007410         GO TO 1100-EXIT
007412     END-IF.
007414     PERFORM 1110-LOAD-ONE-PENDING
007416         THRU 1110-EXIT
007418         UNTIL WS-END-OF-PEND.
007420     CLOSE ROSTPEND.
007422 1100-EXIT.
007424     EXIT.
007426 1110-LOAD-ONE-PENDING.
007428     READ ROSTPEND
007430         AT END
007432             SET WS-END-OF-PEND TO TRUE
007434             GO TO 1110-EXIT
007436     END-READ.
007438     IF WS-PEND-CNT >= WS-PEND-MAX
007440         DISPLAY "ROSTMAINT - ROSTPEND OVER 200 QUEUED CHANGES"
007442         MOVE 16 TO RETURN-CODE
007444         STOP RUN
007446     END-IF.
007448     ADD 1 TO WS-PEND-CNT.
007450     MOVE RP-MAINT-TRANS TO WS-PE-TRANS (WS-PEND-CNT).
007452     SET WS-PE-HELD (WS-PEND-CNT) TO TRUE.
007454 1110-EXIT.
007456     EXIT.
007458 1200-APPLY-ONE-PENDING.
007460     ADD 1 TO WS-PEND-SUB.
007462     IF WS-PE-EFFECTIVE-DATE (WS-PEND-SUB) > WS-TODAY
007464         GO TO 1200-EXIT
007466     END-IF.
007468     MOVE WS-PE-TRANS (WS-PEND-SUB) TO RM-MAINT-TRANS.
007469     MOVE "R" TO WS-LOG-DISP.
007470     SET WS-PE-APPLIED (WS-PEND-SUB) TO TRUE.
007472     ADD 1 TO WS-PND-DUE.
007474     PERFORM 2300-CHANGE-ROSTER-RECORD
007476         THRU 2300-EXIT.
007478 1200-EXIT.
007480     EXIT.
007500 2000-PROCESS-ONE-TRAN.
007550     ADD 1 TO WS-TRAN-COUNT.
007560     PERFORM 2050-EDIT-TRAN
007590             THRU 2600-EXIT
007595         GO TO 2000-READ-NEXT
007598     END-IF.
007608     IF RM-CHANGE-ACTION
007618         AND WS-EFFECTIVE-DATE > WS-TODAY
007628             PERFORM 2700-QUEUE-CHANGE
007638                 THRU 2700-EXIT
007648             GO TO 2000-READ-NEXT
007658     END-IF.
007668     EVALUATE TRUE
007700         WHEN RM-ADD-ACTION
007800             PERFORM 2200-ADD-ROSTER-RECORD
007900                 THRU 2200-EXIT
010300     MOVE RM-EMPLOYEE-NAME TO RO-EMPLOYEE-NAME.
010400     MOVE RM-SHIFT-CODE TO RO-SHIFT-CODE.
010500     MOVE RM-AUTH-FLAG TO RO-AUTH-FLAG.
010510     MOVE WS-EFFECTIVE-DATE TO RO-START-DATE.
010520     MOVE 99999999 TO RO-END-DATE.
010530     IF RM-PLANT-CODE = SPACES
010540         MOVE WS-PLANT-CODE TO RO-PLANT-CODE
010550     ELSE
010560         MOVE RM-PLANT-CODE TO RO-PLANT-CODE
010570     END-IF.
010600     WRITE RO-ROSTER-RECORD
010700         INVALID KEY
010800             DISPLAY "ROSTMAINT - DUPLICATE EMPLOYEE ID "
011950             MOVE RO-ROSTER-RECORD TO WS-BEFORE-IMAGE
012000             MOVE RM-EMPLOYEE-NAME TO RO-EMPLOYEE-NAME
012100             MOVE RM-SHIFT-CODE TO RO-SHIFT-CODE
012110             IF RO-NOT-AUTHORIZED
012120                 AND RM-AUTH-FLAG = "Y"
012130                     MOVE 99999999 TO RO-END-DATE
012140             END-IF
012200             MOVE RM-AUTH-FLAG TO RO-AUTH-FLAG
012210             IF RM-PLANT-CODE NOT = SPACES
012220                 MOVE RM-PLANT-CODE TO RO-PLANT-CODE
012230             END-IF
012300             REWRITE RO-ROSTER-RECORD
012310             ADD 1 TO WS-CHG-APPLIED
012320             MOVE RO-ROSTER-RECORD TO WS-AFTER-IMAGE
013260                 THRU 2600-EXIT
013300         NOT INVALID KEY
013350             MOVE RO-ROSTER-RECORD TO WS-BEFORE-IMAGE
013360             IF WS-EFFECTIVE-DATE NOT > WS-TODAY
013370                 SET RO-NOT-AUTHORIZED TO TRUE
013380             END-IF
013390             IF RM-EFFECTIVE-DATE NOT = SPACES
013400                 COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
013410                     (WS-EFFECTIVE-DATE) - 1
013420                 COMPUTE RO-END-DATE = FUNCTION DATE-OF-INTEGER
013430                     (WS-DATE-INT)
013440             END-IF
013500             REWRITE RO-ROSTER-RECORD
013510             ADD 1 TO WS-DEA-APPLIED
013520             MOVE RO-ROSTER-RECORD TO WS-AFTER-IMAGE
013820     MOVE WS-RUN-HHMMSS TO RH-RUN-TIME.
013822     MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE.
013824     MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE.
013825     MOVE WS-BEFORE-IMAGE (29:16) TO RH-BEFORE-WINDOW.
013826     MOVE WS-AFTER-IMAGE (29:16) TO RH-AFTER-WINDOW.
013827     MOVE WS-BEFORE-IMAGE (45:2) TO RH-BEFORE-PLANT.
013828     MOVE WS-AFTER-IMAGE (45:2) TO RH-AFTER-PLANT.
013829     WRITE RH-HISTORY-RECORD.
013830     MOVE "A" TO WS-LOG-DISP.
013831     MOVE SPACES TO WS-LOG-REASON.
013832     PERFORM 2800-WRITE-ACTION-LOG
013833         THRU 2800-EXIT.
013834     MOVE SPACES TO CG-REPORT-LINE.
013835     STRING RM-ACTION-CODE " " RM-EMPLOYEE-ID
013836         " BEFORE " WS-BEFORE-IMAGE
013837         DELIMITED BY SIZE INTO CG-REPORT-LINE.
013838     WRITE CG-REPORT-LINE.
013839     MOVE SPACES TO CG-REPORT-LINE.
013840     STRING "         AFTER  " WS-AFTER-IMAGE
013842         DELIMITED BY SIZE INTO CG-REPORT-LINE.
013844     WRITE CG-REPORT-LINE.
013846 2500-EXIT.
013848     EXIT.
013900 8000-FINALIZE.
013906     PERFORM 8100-REWRITE-PENDING
013912         THRU 8100-EXIT.
013920     PERFORM 8200-WRITE-SUMMARY
013940         THRU 8200-EXIT.
014000     CLOSE ROSTTRN EMPROST ROSTHIST CHGRPT ROSTREJ MAINTLOG.
014010     MOVE "E" TO WS-RUN-TYPE.
014020     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS.
014030     PERFORM 9100-WRITE-RUN-RECORD
014040         THRU 9100-EXIT.
014100 8000-EXIT.
014200     EXIT.
014204 8100-REWRITE-PENDING.
014208     OPEN OUTPUT ROSTPEND.
014212     IF NOT WS-PEND-OK
014216         DISPLAY "ROSTMAINT - UNABLE TO OPEN ROSTPEND, STATUS="
014220             WS-PEND-STATUS
014224         MOVE 16 TO RETURN-CODE
014228         GO TO 8100-EXIT
014232     END-IF.
014236     MOVE 0 TO WS-PEND-SUB.
014240     PERFORM 8110-WRITE-ONE-PENDING
014244         THRU 8110-EXIT
014248         UNTIL WS-PEND-SUB >= WS-PEND-CNT.
014252     CLOSE ROSTPEND.
014256 8100-EXIT.
014260     EXIT.
014264 8110-WRITE-ONE-PENDING.
014268     ADD 1 TO WS-PEND-SUB.
014272     IF WS-PE-HELD (WS-PEND-SUB)
014276         MOVE WS-PE-TRANS (WS-PEND-SUB) TO RP-MAINT-TRANS
014280         WRITE RP-MAINT-TRANS
014284     END-IF.
014288 8110-EXIT.
014292     EXIT.
014300 9100-WRITE-RUN-RECORD.
014310     OPEN EXTEND RUNLOG.
014320     IF WS-RUNLOG-STATUS NOT = "00"
014470     EXIT.
014480 2050-EDIT-TRAN.
014482     SET WS-EDIT-PASSED TO TRUE.
014483     MOVE "R" TO WS-LOG-DISP.
014484     IF NOT RM-ADD-ACTION
014486         AND NOT RM-CHANGE-ACTION
014488         AND NOT RM-DEACTIVATE-ACTION
014504         MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-EDIT-REASON
014506         GO TO 2050-EXIT
014508     END-IF.
014509     MOVE "ROSTMAINT" TO MA-PROGRAM-ID.
014510     MOVE RM-REQUESTER-ID TO MA-REQUESTER-ID.
014511     MOVE RM-ACTION-CODE TO MA-ACTION-CODE.
014512     CALL "MAUTHCHK" USING MA-LINK-AREA.
014513     IF MA-NOT-AUTHORIZED
014514         SET WS-EDIT-FAILED TO TRUE
014515         MOVE "U" TO WS-LOG-DISP
014516         MOVE MA-REJECT-REASON TO WS-EDIT-REASON
014517         ADD 1 TO WS-REFUSED
014518         GO TO 2050-EXIT
014519     END-IF.
014520     IF RM-REQUESTER-ID = RM-EMPLOYEE-ID
014521         SET WS-EDIT-FAILED TO TRUE
014522         MOVE "U" TO WS-LOG-DISP
014523         MOVE SPACES TO WS-EDIT-REASON
014524         STRING "REQUESTER " RM-REQUESTER-ID " OWN RECORD"
014525             DELIMITED BY SIZE INTO WS-EDIT-REASON
014526         ADD 1 TO WS-REFUSED
014527         GO TO 2050-EXIT
014528     END-IF.
014529     PERFORM 2060-EDIT-EFFECTIVE-DATE
014530         THRU 2060-EXIT.
014531     IF WS-EDIT-FAILED
014532         GO TO 2050-EXIT
014533     END-IF.
014534     IF RM-DEACTIVATE-ACTION
014535         GO TO 2050-EXIT
014536     END-IF.
014537     IF RM-EMPLOYEE-NAME = SPACES
014538         SET WS-EDIT-FAILED TO TRUE
014539         MOVE "BLANK EMPLOYEE NAME" TO WS-EDIT-REASON
014540         GO TO 2050-EXIT
014541     END-IF.
014542     IF RM-SHIFT-CODE NOT = "1" AND "2" AND "3"
014543         SET WS-EDIT-FAILED TO TRUE
014544         MOVE "SHIFT CODE NOT 1, 2 OR 3" TO WS-EDIT-REASON
014545         GO TO 2050-EXIT
014546     END-IF.
014547     IF RM-AUTH-FLAG NOT = "Y" AND "N"
014548         SET WS-EDIT-FAILED TO TRUE
014549         MOVE "AUTH FLAG NOT Y OR N" TO WS-EDIT-REASON
014550     END-IF.
014551 2050-EXIT.
014552     EXIT.
014556 2060-EDIT-EFFECTIVE-DATE.
014566     IF RM-EFFECTIVE-DATE = SPACES
014576         MOVE WS-TODAY TO WS-EFFECTIVE-DATE
014586         GO TO 2060-EXIT
014596     END-IF.
014606     IF RM-EFFECTIVE-DATE IS NOT NUMERIC
014616         SET WS-EDIT-FAILED TO TRUE
014626         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-EDIT-REASON
014636         GO TO 2060-EXIT
014646     END-IF.
014656     MOVE RM-EFFECTIVE-DATE-N TO WS-DW-DATE.
014666     MOVE WS-DATE-WORK TO TS-TIMESTAMP.
014676     CALL "TSCHECK" USING TS-LINK-AREA.
014686     IF TS-INVALID
014696         SET WS-EDIT-FAILED TO TRUE
014706         MOVE "EFFECTIVE DATE INVALID" TO WS-EDIT-REASON
014716         GO TO 2060-EXIT
014726     END-IF.
014736     MOVE RM-EFFECTIVE-DATE-N TO WS-EFFECTIVE-DATE.
014746 2060-EXIT.
014756     EXIT.
014766 2600-WRITE-REJECT.
014776     MOVE SPACES TO RJ-REJECT-LINE.
014786     STRING RM-MAINT-TRANS " " WS-EDIT-REASON
014796         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
014806     WRITE RJ-REJECT-LINE.
014808     MOVE WS-EDIT-REASON TO WS-LOG-REASON.
014810     PERFORM 2800-WRITE-ACTION-LOG
014812         THRU 2800-EXIT.
014816     EVALUATE TRUE
014826         WHEN RM-ADD-ACTION
014836             ADD 1 TO WS-ADD-REJECTED
014846         WHEN RM-CHANGE-ACTION
014856             ADD 1 TO WS-CHG-REJECTED
014866         WHEN RM-DEACTIVATE-ACTION
014876             ADD 1 TO WS-DEA-REJECTED
014886     END-EVALUATE.
014896 2600-EXIT.
014906     EXIT.
014916 2700-QUEUE-CHANGE.
014926     MOVE RM-EMPLOYEE-ID TO RO-EMPLOYEE-ID.
014936     READ EMPROST
014946         INVALID KEY
014956             MOVE "EMPLOYEE NOT ON FILE" TO WS-EDIT-REASON
014966             PERFORM 2600-WRITE-REJECT
014976                 THRU 2600-EXIT
014986             GO TO 2700-EXIT
014996     END-READ.
015006     MOVE "N" TO WS-PEND-DUP-SW.
015016     MOVE 0 TO WS-PEND-SUB.
015026     PERFORM 2710-CHECK-ONE-QUEUED
015036         THRU 2710-EXIT
015046         UNTIL WS-PEND-SUB >= WS-PEND-CNT.
015056     IF WS-PEND-DUPLICATE
015066         MOVE "CHANGE ALREADY QUEUED FOR DATE" TO WS-EDIT-REASON
015076         PERFORM 2600-WRITE-REJECT
015086             THRU 2600-EXIT
015096         GO TO 2700-EXIT
015106     END-IF.
015116     IF WS-PEND-CNT >= WS-PEND-MAX
015126         MOVE "ROSTPEND QUEUE FULL" TO WS-EDIT-REASON
015136         PERFORM 2600-WRITE-REJECT
015146             THRU 2600-EXIT
015156         GO TO 2700-EXIT
015166     END-IF.
015176     ADD 1 TO WS-PEND-CNT.
015186     MOVE RM-MAINT-TRANS TO WS-PE-TRANS (WS-PEND-CNT).
015196     SET WS-PE-HELD (WS-PEND-CNT) TO TRUE.
015206     ADD 1 TO WS-PND-QUEUED.
015207     MOVE "Q" TO WS-LOG-DISP.
015208     MOVE SPACES TO WS-LOG-REASON.
015209     STRING "QUEUED, EFFECTIVE " RM-EFFECTIVE-DATE
015210         DELIMITED BY SIZE INTO WS-LOG-REASON.
015211     PERFORM 2800-WRITE-ACTION-LOG
015212         THRU 2800-EXIT.
015216     MOVE SPACES TO CG-REPORT-LINE.
015226     STRING RM-ACTION-CODE " " RM-EMPLOYEE-ID
015236         " QUEUED  EFFECTIVE " RM-EFFECTIVE-DATE
015246         " " RM-EMPLOYEE-NAME " " RM-SHIFT-CODE
015256         " " RM-AUTH-FLAG
015266         DELIMITED BY SIZE INTO CG-REPORT-LINE.
015276     WRITE CG-REPORT-LINE.
015286 2700-EXIT.
015296     EXIT.
015306 2710-CHECK-ONE-QUEUED.
015316     ADD 1 TO WS-PEND-SUB.
015326     IF WS-PE-HELD (WS-PEND-SUB)
015336         AND WS-PE-EMPLOYEE-ID (WS-PEND-SUB) = RM-EMPLOYEE-ID
015346         AND WS-PE-EFFECTIVE-DATE (WS-PEND-SUB)
015356             = RM-EFFECTIVE-DATE
015366                 SET WS-PEND-DUPLICATE TO TRUE
015376     END-IF.
015386 2710-EXIT.
015396     EXIT.
015397 2800-WRITE-ACTION-LOG.
015398     MOVE "ROSTMAINT" TO MA-PROGRAM-ID.
015399     MOVE RM-REQUESTER-ID TO MA-REQUESTER-ID.
015400     MOVE RM-ACTION-CODE TO MA-ACTION-CODE.
015401     CALL "MAUTHCHK" USING MA-LINK-AREA.
015402     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
015403     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
015404     MOVE SPACES TO ML-LOG-RECORD.
015405     MOVE RM-REQUESTER-ID TO ML-REQUESTER-ID.
015406     MOVE MA-REQUESTER-NAME TO ML-REQUESTER-NAME.
015407     MOVE "ROSTMAINT" TO ML-PROGRAM-ID.
015408     MOVE RM-ACTION-CODE TO ML-ACTION-CODE.
015409     MOVE RM-EMPLOYEE-ID TO ML-ENTITY-KEY.
015410     MOVE WS-RUN-STAMP-DATE TO ML-RUN-DATE.
015411     MOVE WS-RUN-HHMMSS TO ML-RUN-TIME.
015412     MOVE WS-LOG-DISP TO ML-DISPOSITION.
015413     MOVE WS-LOG-REASON TO ML-REASON.
015414     WRITE ML-LOG-RECORD.
015415 2800-EXIT.
015416     EXIT.
015417 8200-WRITE-SUMMARY.
015418     MOVE SPACES TO RJ-REJECT-LINE.
015426     MOVE "APPLIED/REJECTED BY ACTION" TO RJ-REJECT-LINE.
015436     WRITE RJ-REJECT-LINE.
015446     MOVE WS-ADD-APPLIED TO WS-COUNT-EDIT.
015456     MOVE SPACES TO RJ-REJECT-LINE.
015466     STRING "  ADDS APPLIED:        " WS-COUNT-EDIT
015476         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015486     WRITE RJ-REJECT-LINE.
015496     MOVE WS-ADD-REJECTED TO WS-COUNT-EDIT.
015506     MOVE SPACES TO RJ-REJECT-LINE.
015516     STRING "  ADDS REJECTED:       " WS-COUNT-EDIT
015526         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015536     WRITE RJ-REJECT-LINE.
015546     MOVE WS-CHG-APPLIED TO WS-COUNT-EDIT.
015556     MOVE SPACES TO RJ-REJECT-LINE.
015566     STRING "  CHANGES APPLIED:     " WS-COUNT-EDIT
015576         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015586     WRITE RJ-REJECT-LINE.
015596     MOVE WS-CHG-REJECTED TO WS-COUNT-EDIT.
015606     MOVE SPACES TO RJ-REJECT-LINE.
015616     STRING "  CHANGES REJECTED:    " WS-COUNT-EDIT
015626         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015636     WRITE RJ-REJECT-LINE.
015646     MOVE WS-DEA-APPLIED TO WS-COUNT-EDIT.
015656     MOVE SPACES TO RJ-REJECT-LINE.
015666     STRING "  DEACTIVATES APPLIED: " WS-COUNT-EDIT
015676         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015686     WRITE RJ-REJECT-LINE.
015696     MOVE WS-DEA-REJECTED TO WS-COUNT-EDIT.
015706     MOVE SPACES TO RJ-REJECT-LINE.
015716     STRING "  DEACTIVATES REJECTED:" WS-COUNT-EDIT
015726         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015736     WRITE RJ-REJECT-LINE.
015746     MOVE WS-INV-ACTION TO WS-COUNT-EDIT.
015756     MOVE SPACES TO RJ-REJECT-LINE.
015766     STRING "  INVALID ACTION CODES:" WS-COUNT-EDIT
015776         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015786     WRITE RJ-REJECT-LINE.
015796     MOVE WS-PND-DUE TO WS-COUNT-EDIT.
015806     MOVE SPACES TO RJ-REJECT-LINE.
015816     STRING "  QUEUED CHANGES DUE:  " WS-COUNT-EDIT
015826         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015836     WRITE RJ-REJECT-LINE.
015846     MOVE WS-PND-QUEUED TO WS-COUNT-EDIT.
015856     MOVE SPACES TO RJ-REJECT-LINE.
015866     STRING "  CHANGES QUEUED:      " WS-COUNT-EDIT
015876         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015886     WRITE RJ-REJECT-LINE.
015887     MOVE WS-REFUSED TO WS-COUNT-EDIT.
015888     MOVE SPACES TO RJ-REJECT-LINE.
015889     STRING "  REQUESTER REFUSALS:  " WS-COUNT-EDIT
015890         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
015891     WRITE RJ-REJECT-LINE.
015896     OPEN OUTPUT ROSTSTAT.
015906     IF NOT WS-ROSTSTAT-OK
015916         DISPLAY "ROSTMAINT - UNABLE TO OPEN ROSTSTAT, STATUS="
015926             WS-ROSTSTAT-STATUS
015936         MOVE 16 TO RETURN-CODE
015946         GO TO 8200-EXIT
015956     END-IF.
015966     MOVE SPACES TO RC-STAT-RECORD.
015976     MOVE "ROSTMNT " TO RC-SOURCE-ID.
015986     IF PM-EXPECTED-VOLUME IS NUMERIC
015996         MOVE PM-EXPECTED-VOLUME TO RC-EXPECTED-COUNT
016006     ELSE
016016         MOVE 0 TO RC-EXPECTED-COUNT
016026     END-IF.
016036     MOVE WS-TRAN-COUNT TO RC-ACTUAL-COUNT.
016046     WRITE RC-STAT-RECORD.
016056     CLOSE ROSTSTAT.
016066 8200-EXIT.
016076     EXIT.
