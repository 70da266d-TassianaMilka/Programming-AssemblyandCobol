003362*                    out in employee/timestamp order rather      *
003363*                    than arrival order; every record carries    *
003364*                    its own timestamp, so nothing is lost.      *
003367*   2026-10-15  DLM  A clock-in that would otherwise be         *
003370*                    GRANTED is now checked against the         *
003373*                    CERTMAST certification master: a mandatory *
003376*                    certification whose expiry date falls      *
003379*                    before the clock-in date denies the entry  *
003382*                    as CERT EXPIRED on AUDITLOG.  These        *
003385*                    denials do not count toward the badge      *
003388*                    lockout -- the badge is not being misused. *
003391*                    CERTMAST unavailable suppresses the check  *
003394*                    with a console warning.                    *
003404*   2026-10-15  DLM  EMPROST now carries each employee's        *
003414*                    effective window.  An entry otherwise      *
003424*                    GRANTED whose date falls before the        *
003434*                    roster start date is denied BEFORE START,  *
003444*                    after the end date PAST END DATE.  Like    *
003454*                    CERT EXPIRED, neither counts toward the    *
003464*                    badge lockout.                             *
003465*   2026-10-15  DLM  Multi-plant running.  STNPARM names the    *
003466*                    plant; a badge whose roster record belongs *
003467*                    to another plant is denied OTHER PLANT,    *
003468*                    which does not count toward the lockout.   *
003469*                    A blank plant on either side is not        *
003470*                    checked.  ROSTREC grew the plant code.     *
003471*   2026-10-15  DLM  Checkpoint/restart.  With a checkpoint     *
003472*                    interval on STNPARM the sweep writes its   *
003473*                    CLOCKSRT position, sweep date, output      *
003474*                    record counts and the current employee's   *
003475*                    open clock-in and denial tally to CLOCKRST *
003476*                    (CRSTREC) once as soon as AUDITLOG's       *
003477*                    starting record count is known, then every *
003478*                    PM-CHECKPOINT-INT entries and straight     *
003479*                    after every badge lockout.  A rerun        *
003480*                    finding a checkpoint skips the re-SORT,    *
003481*                    spaces forward in CLOCKSRT, and reopens    *
003482*                    AUDITLOG, the shift logs, CLOCKPRD,        *
003483*                    ATTEXRPT and SECALERT for extend, dropping *
003484*                    any record the failed run wrote after its  *
003485*                    last checkpoint -- nothing is posted twice *
003486*                    and no denial is counted twice.  A clean   *
003487*                    sweep clears CLOCKRST.                     *
003488******************************************************************
003489 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. STOPNAME.
003600 AUTHOR. D. L. MERCER.
003700 INSTALLATION. QC SHIFT OPERATIONS.
006275     SELECT SECALERT ASSIGN TO "SECALERT"
006280         ORGANIZATION IS LINE SEQUENTIAL
006285         FILE STATUS IS WS-SECALERT-STATUS.
006287     SELECT CERTMAST ASSIGN TO "CERTMAST"
006289         ORGANIZATION IS INDEXED
006291         ACCESS MODE IS DYNAMIC
006293         RECORD KEY IS CE-CERT-KEY
006295         FILE STATUS IS WS-CERT-STATUS.
006296     SELECT CLOCKRST ASSIGN TO "CLOCKRST"
006297         ORGANIZATION IS LINE SEQUENTIAL
006298         FILE STATUS IS WS-CKPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  STNPARM
006600     RECORDING MODE IS F.
006700     COPY PARMREC.
006800 FD  EMPROST
006900     RECORD CONTAINS 46 CHARACTERS.
007000     COPY ROSTREC.
007100 FD  CLOCKTRN
007200     RECORDING MODE IS F.
008590 FD  SECALERT
008592     RECORDING MODE IS F.
008594 01  SA-ALERT-LINE            PIC X(80).
008595 FD  CERTMAST
008596     RECORD CONTAINS 47 CHARACTERS.
008597     COPY CERTREC.
008607 FD  CLOCKRST
008617     RECORDING MODE IS F.
008627     COPY CRSTREC.
008637 WORKING-STORAGE SECTION.
008700 01  WS-PARM-STATUS           PIC X(02).
008800 01  WS-ROSTER-STATUS         PIC X(02).
008900     88  WS-ROSTER-FOUND             VALUE "00".
009450 01  WS-CLOGSH3-STATUS        PIC X(02).
009460     88  WS-CLOGSH3-OK               VALUE "00".
009500 01  WS-ROSTER-DSN            PIC X(08) VALUE "EMPROST".
009510 01  WS-PLANT-CODE            PIC X(02) VALUE SPACES.
009600 01  WS-END-OF-CLOCK-SW       PIC X(01) VALUE "N".
009700     88  WS-END-OF-CLOCK             VALUE "Y".
009720 01  WS-END-OF-SORTED-SW      PIC X(01) VALUE "N".
010062     05  WS-DN-ATTEMPT OCCURS 8 TIMES.
010064         10  WS-DN-TS         PIC X(14).
010066         10  WS-DN-REASON     PIC X(14).
010067 01  WS-CERT-STATUS           PIC X(02).
010068     88  WS-CERT-OK                  VALUE "00".
010069 01  WS-CERT-AVAIL-SW         PIC X(01) VALUE "N".
010070     88  WS-CERTS-AVAILABLE          VALUE "Y".
010071 01  WS-CERT-EOF-SW           PIC X(01).
010072     88  WS-CERT-EOF                 VALUE "Y".
010073 01  WS-CERT-LAPSED-SW        PIC X(01).
010074     88  WS-CERT-LAPSED              VALUE "Y".
010075 01  WS-CLOCK-DATE            PIC X(08).
010078 01  WS-CKPT-STATUS           PIC X(02).
010081     88  WS-CKPT-OK                  VALUE "00".
010084 01  WS-CHECKPOINT-INT        PIC 9(05) VALUE 0.
010087 01  WS-CHECKPOINT-TALLY      PIC 9(05) VALUE 0 COMP.
010090 01  WS-RESTARTED-SW          PIC X(01) VALUE "N".
010093     88  WS-RESTARTED-FROM-CKPT      VALUE "Y".
010096 01  WS-FORCE-CKPT-SW         PIC X(01) VALUE "N".
010099     88  WS-FORCE-CKPT               VALUE "Y".
010102 01  WS-RESTART-POSITION      PIC 9(07) VALUE 0.
010105 01  WS-SKIP-COUNT            PIC 9(07) VALUE 0 COMP.
010108 01  WS-REOPEN-COUNT          PIC 9(07) VALUE 0 COMP.
010111 01  WS-REOPEN-EOF-SW         PIC X(01).
010114     88  WS-REOPEN-EOF               VALUE "Y".
010117 01  WS-AUDIT-BASE            PIC 9(07) VALUE 0.
010120 01  WS-AUDIT-COUNT           PIC 9(07) VALUE 0.
010123 01  WS-CLOG1-COUNT           PIC 9(07) VALUE 0.
010126 01  WS-CLOG2-COUNT           PIC 9(07) VALUE 0.
010129 01  WS-CLOG3-COUNT           PIC 9(07) VALUE 0.
010132 01  WS-EXCEPT-COUNT          PIC 9(07) VALUE 0.
010135 01  WS-PAIR-COUNT            PIC 9(07) VALUE 0.
010138 01  WS-ALERT-COUNT           PIC 9(07) VALUE 0.
010141 01  WS-LOCKOUT-COUNT         PIC 9(05) VALUE 0.
010144 01  WS-AUDIT-SKIP            PIC 9(07) VALUE 0 COMP.
010147 01  WS-CLOG1-SKIP            PIC 9(07) VALUE 0 COMP.
010150 01  WS-CLOG2-SKIP            PIC 9(07) VALUE 0 COMP.
010153 01  WS-CLOG3-SKIP            PIC 9(07) VALUE 0 COMP.
010156 01  WS-EXCEPT-SKIP           PIC 9(07) VALUE 0 COMP.
010159 01  WS-PAIR-SKIP             PIC 9(07) VALUE 0 COMP.
010162 01  WS-ALERT-SKIP            PIC 9(07) VALUE 0 COMP.
010165 01  WS-POSITION-EDIT         PIC ZZZZZZ9.
010168 LINKAGE SECTION.
010171 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE
010400         THRU 1000-EXIT.
011600                 MOVE "EMPROST" TO WS-ROSTER-DSN
011700             NOT AT END
011800                 MOVE PM-ROSTER-DSN TO WS-ROSTER-DSN
011810                 MOVE PM-PLANT-CODE TO WS-PLANT-CODE
011900         END-READ
012000     END-IF.
012100     CLOSE STNPARM.
012102     IF PM-DENIAL-LIMIT IS NUMERIC
012104         MOVE PM-DENIAL-LIMIT TO WS-DENIAL-LIMIT
012106     END-IF.
012108     IF PM-CHECKPOINT-INT IS NUMERIC
012110         MOVE PM-CHECKPOINT-INT TO WS-CHECKPOINT-INT
012112     END-IF.
012114     ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD.
012116     MOVE "S" TO WS-RUN-TYPE.
012120     MOVE 0 TO WS-RUN-RECORDS.
012130     PERFORM 9100-WRITE-RUN-RECORD
012140         THRU 9100-EXIT.
012142     PERFORM 1200-VERIFY-CLOCKTRN
012144         THRU 1200-EXIT.
012145     PERFORM 1100-READ-RESTART
012146         THRU 1100-EXIT.
012147     IF NOT WS-RESTARTED-FROM-CKPT
012148         SORT SORTWK
012149             ON ASCENDING KEY SK-EMPLOYEE-ID SK-TIMESTAMP
012150             INPUT PROCEDURE IS 6000-RELEASE-CLOCKTRN
012151                 THRU 6090-EXIT
012152             GIVING CLOCKSRT
012153     END-IF.
012154     OPEN I-O EMPROST.
012160     IF NOT WS-ROSTER-FOUND
012170         DISPLAY "STOPNAME - UNABLE TO OPEN EMPROST, STATUS="
012180             WS-ROSTER-STATUS
012190         MOVE 16 TO RETURN-CODE
012195         STOP RUN
012196     END-IF.
012197     OPEN INPUT CERTMAST.
012198     IF WS-CERT-OK
012199         SET WS-CERTS-AVAILABLE TO TRUE
012200     ELSE
012201         DISPLAY "STOPNAME - CERTMAST NOT AVAILABLE, STATUS="
012202             WS-CERT-STATUS ", CERTIFICATION CHECK SUPPRESSED"
012203     END-IF.
012204     OPEN INPUT CLOCKSRT.
012210     IF NOT WS-SORTED-OK
012220         DISPLAY "STOPNAME - UNABLE TO OPEN CLOCKSRT, STATUS="
012230             WS-SORTED-STATUS
012240         MOVE 16 TO RETURN-CODE
012250         STOP RUN
012260     END-IF.
012400     PERFORM 1300-OPEN-AUDITLOG
012500         THRU 1300-EXIT.
012510     IF NOT WS-RESTARTED-FROM-CKPT
012520         AND WS-CHECKPOINT-INT > 0
012530             PERFORM 2700-WRITE-CHECKPOINT
012540                 THRU 2700-EXIT
012550     END-IF.
012800     PERFORM 1320-OPEN-CLOGSH1
012805         THRU 1320-EXIT.
012810     IF NOT WS-CLOGSH1-OK
012812         DISPLAY "STOPNAME - UNABLE TO OPEN CLOGSH1, STATUS="
012814             WS-CLOGSH1-STATUS
012816         MOVE 16 TO RETURN-CODE
012818         STOP RUN
012820     END-IF.
012900     PERFORM 1330-OPEN-CLOGSH2
012905         THRU 1330-EXIT.
012910     IF NOT WS-CLOGSH2-OK
012912         DISPLAY "STOPNAME - UNABLE TO OPEN CLOGSH2, STATUS="
012914             WS-CLOGSH2-STATUS
012916         MOVE 16 TO RETURN-CODE
012918         STOP RUN
012920     END-IF.
013000     PERFORM 1340-OPEN-CLOGSH3
013005         THRU 1340-EXIT.
013010     IF NOT WS-CLOGSH3-OK
013012         DISPLAY "STOPNAME - UNABLE TO OPEN CLOGSH3, STATUS="
013014             WS-CLOGSH3-STATUS
013016         MOVE 16 TO RETURN-CODE
013018         STOP RUN
013020     END-IF.
013030     PERFORM 1350-OPEN-ATTEXRPT
013032         THRU 1350-EXIT.
013034     IF NOT WS-ATTEX-OK
013038         DISPLAY "STOPNAME - UNABLE TO OPEN ATTEXRPT, STATUS="
013042             WS-ATTEX-STATUS
013046         MOVE 16 TO RETURN-CODE
013050         STOP RUN
013054     END-IF.
013058     PERFORM 1360-OPEN-CLOCKPRD
013060         THRU 1360-EXIT.
013062     IF NOT WS-PAIR-OK
013066         DISPLAY "STOPNAME - UNABLE TO OPEN CLOCKPRD, STATUS="
013070             WS-PAIR-STATUS
013074         MOVE 16 TO RETURN-CODE
013078         STOP RUN
013082     END-IF.
013084     PERFORM 1370-OPEN-SECALERT
013085         THRU 1370-EXIT.
013086     IF NOT WS-SECALERT-OK
013088         DISPLAY "STOPNAME - UNABLE TO OPEN SECALERT, STATUS="
013090             WS-SECALERT-STATUS
013092         MOVE 16 TO RETURN-CODE
013094         STOP RUN
013096     END-IF.
013104     IF WS-RESTARTED-FROM-CKPT
013112         MOVE WS-RESTART-POSITION TO WS-POSITION-EDIT
013120         DISPLAY "STOPNAME - RESUMED FROM CHECKPOINT AT ENTRY "
013128             WS-POSITION-EDIT
013136         MOVE 0 TO WS-SKIP-COUNT
013144         PERFORM 1150-SKIP-CHECKPOINTED
013152             THRU 1150-EXIT
013160             UNTIL WS-SKIP-COUNT >= WS-RESTART-POSITION
013168                 OR WS-END-OF-SORTED
013176     END-IF.
013184     PERFORM 2100-READ-CLOCK-TRANS
013200         THRU 2100-EXIT.
013300 1000-EXIT.
013400     EXIT.
014460                 END-IF
014480             END-IF
014600     END-READ.
014601     IF WS-DECISION = "GRANTED"
014602         PERFORM 2420-CHECK-ROSTER-WINDOW
014603             THRU 2420-EXIT
014604     END-IF.
014609     IF WS-DECISION = "GRANTED"
014618         AND CK-CLOCK-IN
014627         AND WS-CERTS-AVAILABLE
014636             PERFORM 2400-CHECK-CERTIFICATIONS
014645                 THRU 2400-EXIT
014654             IF WS-CERT-LAPSED
014663                 MOVE "DENIED " TO WS-DECISION
014672                 MOVE "CERT EXPIRED" TO WS-DENIAL-REASON
014681             END-IF
014690     END-IF.
014700     IF WS-DECISION = "GRANTED"
014800         DISPLAY "Access granted"
014900     ELSE
015535             THRU 3500-EXIT
015540     END-IF.
015550 2000-READ-NEXT.
015555     ADD 1 TO WS-CHECKPOINT-TALLY.
015560     IF WS-CHECKPOINT-INT > 0
015565         AND (WS-CHECKPOINT-TALLY >= WS-CHECKPOINT-INT
015570             OR WS-FORCE-CKPT)
015575             PERFORM 2700-WRITE-CHECKPOINT
015580                 THRU 2700-EXIT
015585             MOVE 0 TO WS-CHECKPOINT-TALLY
015590             MOVE "N" TO WS-FORCE-CKPT-SW
015595     END-IF.
015600     PERFORM 2100-READ-CLOCK-TRANS
015700         THRU 2100-EXIT.
015800 2000-EXIT.
016500 2100-EXIT.
016600     EXIT.
016700 2200-WRITE-AUDIT-RECORD.
016710     ADD 1 TO WS-AUDIT-COUNT.
016720     IF WS-AUDIT-SKIP > 0
016730         SUBTRACT 1 FROM WS-AUDIT-SKIP
016740         GO TO 2200-EXIT
016750     END-IF.
016800     MOVE SPACES TO AU-AUDIT-RECORD.
016900     MOVE CK-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
017000     MOVE CK-EMPLOYEE-NAME TO AU-EMPLOYEE-NAME.
018100         DELIMITED BY SIZE INTO WS-LOG-LINE.
018200     EVALUATE CK-SHIFT-CODE
018300         WHEN "1"
018400             PERFORM 2310-PUT-CLOGSH1
018500                 THRU 2310-EXIT
018600         WHEN "2"
018700             PERFORM 2320-PUT-CLOGSH2
018800                 THRU 2320-EXIT
018900         WHEN OTHER
019000             PERFORM 2330-PUT-CLOGSH3
019100                 THRU 2330-EXIT
019200     END-EVALUATE.
019300 2300-EXIT.
019400     EXIT.
019401 2310-PUT-CLOGSH1.
019402     ADD 1 TO WS-CLOG1-COUNT.
019403     IF WS-CLOG1-SKIP > 0
019404         SUBTRACT 1 FROM WS-CLOG1-SKIP
019405         GO TO 2310-EXIT
019406     END-IF.
019407     MOVE WS-LOG-LINE TO CL1-LOG-LINE.
019408     WRITE CL1-LOG-LINE.
019409 2310-EXIT.
019410     EXIT.
019411 2320-PUT-CLOGSH2.
019412     ADD 1 TO WS-CLOG2-COUNT.
019413     IF WS-CLOG2-SKIP > 0
019414         SUBTRACT 1 FROM WS-CLOG2-SKIP
019415         GO TO 2320-EXIT
019416     END-IF.
019417     MOVE WS-LOG-LINE TO CL2-LOG-LINE.
019418     WRITE CL2-LOG-LINE.
019419 2320-EXIT.
019420     EXIT.
019421 2330-PUT-CLOGSH3.
019422     ADD 1 TO WS-CLOG3-COUNT.
019423     IF WS-CLOG3-SKIP > 0
019424         SUBTRACT 1 FROM WS-CLOG3-SKIP
019425         GO TO 2330-EXIT
019426     END-IF.
019427     MOVE WS-LOG-LINE TO CL3-LOG-LINE.
019428     WRITE CL3-LOG-LINE.
019429 2330-EXIT.
019430     EXIT.
019431 2500-EMPLOYEE-BREAK.
019432     IF WS-CURR-EMP = LOW-VALUES
019433         GO TO 2500-RESET
019434     END-IF.
019435     IF WS-CI-OPEN
019436         PERFORM 3400-FLUSH-OPEN-PAIR
019437             THRU 3400-EXIT
019438     END-IF.
019439     IF WS-DENIAL-LIMIT > 0
019440         AND WS-EMP-DENY-COUNT NOT < WS-DENIAL-LIMIT
019441             PERFORM 3600-WRITE-SECURITY-ALERT
019442                 THRU 3600-EXIT
019443     END-IF.
019444 2500-RESET.
019445     MOVE CK-EMPLOYEE-ID TO WS-CURR-EMP.
019446     MOVE "N" TO WS-CI-OPEN-SW.
019447     MOVE 0 TO WS-EMP-DENY-COUNT.
019448     MOVE 0 TO WS-EMP-SAVED.
019449 2500-EXIT.
019450     EXIT.
019500 8000-FINALIZE.
019502     MOVE LOW-VALUES TO CK-EMPLOYEE-ID.
019504     PERFORM 2500-EMPLOYEE-BREAK
019506         THRU 2500-EXIT.
019600     CLOSE EMPROST CLOCKSRT AUDITLOG CLOGSH1 CLOGSH2 CLOGSH3
019602         ATTEXRPT CLOCKPRD SECALERT.
019604     IF WS-CERTS-AVAILABLE
019606         CLOSE CERTMAST
019608     END-IF.
019611     PERFORM 2750-CLEAR-RESTART
019614         THRU 2750-EXIT.
019617     MOVE "E" TO WS-RUN-TYPE.
019620     MOVE WS-CLOCK-COUNT TO WS-RUN-RECORDS.
019630     PERFORM 9100-WRITE-RUN-RECORD
019640         THRU 9100-EXIT.
020020         CK-ACTION-CODE " " CK-TIMESTAMP " "
020022         WS-EXCEPTION-TEXT
020024         DELIMITED BY SIZE INTO AX-EXCEPTION-LINE.
020026     PERFORM 3250-PUT-EXCEPTION
020027         THRU 3250-EXIT.
020028 3200-EXIT.
020030     EXIT.
020031 3250-PUT-EXCEPTION.
020032     ADD 1 TO WS-EXCEPT-COUNT.
020033     IF WS-EXCEPT-SKIP > 0
020034         SUBTRACT 1 FROM WS-EXCEPT-SKIP
020035         GO TO 3250-EXIT
020036     END-IF.
020037     WRITE AX-EXCEPTION-LINE.
020038 3250-EXIT.
020039     EXIT.
020040 3300-WRITE-PAIR-RECORD.
020041     MOVE WS-CURR-EMP TO CP-EMPLOYEE-ID.
020042     MOVE WS-OPEN-NAME TO CP-EMPLOYEE-NAME.
020044     MOVE WS-OPEN-SHIFT TO CP-SHIFT-CODE.
020046     MOVE WS-OPEN-CI-TS TO CP-CLOCK-IN-TS.
020048     MOVE CK-TIMESTAMP TO CP-CLOCK-OUT-TS.
020050     SET CP-COMPLETE TO TRUE.
020052     PERFORM 3350-PUT-PAIR
020053         THRU 3350-EXIT.
020054 3300-EXIT.
020056     EXIT.
020057 3350-PUT-PAIR.
020058     ADD 1 TO WS-PAIR-COUNT.
020059     IF WS-PAIR-SKIP > 0
020060         SUBTRACT 1 FROM WS-PAIR-SKIP
020061         GO TO 3350-EXIT
020062     END-IF.
020063     WRITE CP-PAIR-RECORD.
020064 3350-EXIT.
020065     EXIT.
020066 3400-FLUSH-OPEN-PAIR.
020067     MOVE SPACES TO AX-EXCEPTION-LINE.
020068     STRING WS-CURR-EMP " "
020069         WS-OPEN-NAME " CI "
020070         WS-OPEN-CI-TS
020071         " CLOCK-IN WITHOUT CLOCK-OUT"
020072         DELIMITED BY SIZE INTO AX-EXCEPTION-LINE.
020073     PERFORM 3250-PUT-EXCEPTION
020074         THRU 3250-EXIT.
020075     MOVE WS-CURR-EMP TO CP-EMPLOYEE-ID.
020076     MOVE WS-OPEN-NAME TO CP-EMPLOYEE-NAME.
020078     MOVE WS-OPEN-SHIFT TO CP-SHIFT-CODE.
020080     MOVE WS-OPEN-CI-TS TO CP-CLOCK-IN-TS.
020082     MOVE ZEROS TO CP-CLOCK-OUT-TS.
020084     SET CP-INCOMPLETE TO TRUE.
020086     PERFORM 3350-PUT-PAIR
020087         THRU 3350-EXIT.
020088     MOVE "N" TO WS-CI-OPEN-SW.
020090 3400-EXIT.
020092     EXIT.
020122     IF WS-DENIAL-LIMIT = 0
020124         GO TO 3500-EXIT
020126     END-IF.
020134     IF WS-DENIAL-REASON = "CERT EXPIRED"
020136         OR WS-DENIAL-REASON = "BEFORE START"
020138         OR WS-DENIAL-REASON = "PAST END DATE"
020140         OR WS-DENIAL-REASON = "OTHER PLANT"
020142         GO TO 3500-EXIT
020150     END-IF.
020158     ADD 1 TO WS-EMP-DENY-COUNT.
020160     IF WS-EMP-SAVED < 8
020162         ADD 1 TO WS-EMP-SAVED
020180         AND NOT RO-LOCKED
020182             MOVE "L" TO RO-AUTH-FLAG
020184             REWRITE RO-ROSTER-RECORD
020185             ADD 1 TO WS-LOCKOUT-COUNT
020186             SET WS-FORCE-CKPT TO TRUE
020187     END-IF.
020188 3500-EXIT.
020190     EXIT.
020224 3600-WRITE-SECURITY-ALERT.
020260         " DENIED " WS-COUNT-EDIT
020262         " TIMES THIS SWEEP - BADGE LOCKED"
020264         DELIMITED BY SIZE INTO SA-ALERT-LINE.
020266     PERFORM 3650-PUT-ALERT-LINE
020267         THRU 3650-EXIT.
020268     MOVE 0 TO WS-ATT-SUB.
020269     PERFORM 3620-WRITE-ONE-ATTEMPT
020270         THRU 3620-EXIT
020286     STRING "    " WS-DN-TS (WS-ATT-SUB)
020288         " " WS-DN-REASON (WS-ATT-SUB)
020290         DELIMITED BY SIZE INTO SA-ALERT-LINE.
020292     PERFORM 3650-PUT-ALERT-LINE
020293         THRU 3650-EXIT.
020294 3620-EXIT.
020296     EXIT.
020300 1200-VERIFY-CLOCKTRN.
020432     STRING "    " WS-COUNT-EDIT
020434         " FURTHER ATTEMPTS NOT LISTED"
020436         DELIMITED BY SIZE INTO SA-ALERT-LINE.
020438     PERFORM 3650-PUT-ALERT-LINE
020439         THRU 3650-EXIT.
020440 3630-EXIT.
020442     EXIT.
020443 3650-PUT-ALERT-LINE.
020444     ADD 1 TO WS-ALERT-COUNT.
020445     IF WS-ALERT-SKIP > 0
020446         SUBTRACT 1 FROM WS-ALERT-SKIP
020447         GO TO 3650-EXIT
020448     END-IF.
020449     WRITE SA-ALERT-LINE.
020450 3650-EXIT.
020451     EXIT.
020452 6000-RELEASE-CLOCKTRN.
020453     OPEN INPUT CLOCKTRN.
020454     IF NOT WS-CLOCK-OK
020456         DISPLAY "STOPNAME - UNABLE TO REOPEN CLOCKTRN, "
020458             "STATUS=" WS-CLOCK-STATUS
020500     EXIT.
020502 6090-EXIT.
020504     EXIT.
020514 2400-CHECK-CERTIFICATIONS.
020524     MOVE "N" TO WS-CERT-LAPSED-SW.
020534     MOVE "N" TO WS-CERT-EOF-SW.
020544     MOVE CK-TIMESTAMP (1:8) TO WS-CLOCK-DATE.
020554     MOVE CK-EMPLOYEE-ID TO CE-EMPLOYEE-ID.
020564     MOVE LOW-VALUES TO CE-CERT-CODE.
020574     START CERTMAST KEY NOT < CE-CERT-KEY
020584         INVALID KEY
020594             GO TO 2400-EXIT
020604     END-START.
020614     PERFORM 2410-TEST-ONE-CERT
020624         THRU 2410-EXIT
020634         UNTIL WS-CERT-EOF
020644             OR WS-CERT-LAPSED.
020654 2400-EXIT.
020664     EXIT.
020674 2410-TEST-ONE-CERT.
020684     READ CERTMAST NEXT RECORD
020694         AT END
020704             SET WS-CERT-EOF TO TRUE
020714             GO TO 2410-EXIT
020724     END-READ.
020734     IF CE-EMPLOYEE-ID NOT = CK-EMPLOYEE-ID
020744         SET WS-CERT-EOF TO TRUE
020754         GO TO 2410-EXIT
020764     END-IF.
020774     IF CE-MANDATORY
020784         AND CE-EXPIRY-DATE < WS-CLOCK-DATE
020794             SET WS-CERT-LAPSED TO TRUE
020804     END-IF.
020814 2410-EXIT.
020824     EXIT.
020834 2420-CHECK-ROSTER-WINDOW.
020844     MOVE CK-TIMESTAMP (1:8) TO WS-CLOCK-DATE.
020845     IF WS-PLANT-CODE NOT = SPACES
020846         AND RO-PLANT-CODE NOT = SPACES
020847         AND RO-PLANT-CODE NOT = WS-PLANT-CODE
020848             MOVE "DENIED " TO WS-DECISION
020849             MOVE "OTHER PLANT" TO WS-DENIAL-REASON
020850             GO TO 2420-EXIT
020851     END-IF.
020854     IF RO-START-DATE IS NUMERIC
020864         AND RO-START-DATE > 0
020874         AND WS-CLOCK-DATE < RO-START-DATE
020884             MOVE "DENIED " TO WS-DECISION
020894             MOVE "BEFORE START" TO WS-DENIAL-REASON
020904             GO TO 2420-EXIT
020914     END-IF.
020924     IF RO-END-DATE IS NUMERIC
020934         AND NOT RO-OPEN-ENDED
020944         AND WS-CLOCK-DATE > RO-END-DATE
020954             MOVE "DENIED " TO WS-DECISION
020964             MOVE "PAST END DATE" TO WS-DENIAL-REASON
020974     END-IF.
020984 2420-EXIT.
020994     EXIT.
021004 1100-READ-RESTART.
021014     OPEN INPUT CLOCKRST.
021024     IF WS-CKPT-OK
021034         READ CLOCKRST
021044             AT END
021054                 CONTINUE
021064             NOT AT END
021074                 MOVE CS-RECORD-NO TO WS-RESTART-POSITION
021084                 MOVE CS-RECORD-NO TO WS-CLOCK-COUNT
021094                 MOVE CS-SWEEP-DATE TO WS-SWEEP-DATE
021104                 MOVE CS-AUDIT-BASE TO WS-AUDIT-BASE
021114                 MOVE CS-AUDIT-COUNT TO WS-AUDIT-COUNT
021124                 MOVE CS-CLOG1-COUNT TO WS-CLOG1-COUNT
021134                 MOVE CS-CLOG2-COUNT TO WS-CLOG2-COUNT
021144                 MOVE CS-CLOG3-COUNT TO WS-CLOG3-COUNT
021154                 MOVE CS-EXCEPT-COUNT TO WS-EXCEPT-COUNT
021164                 MOVE CS-PAIR-COUNT TO WS-PAIR-COUNT
021174                 MOVE CS-ALERT-COUNT TO WS-ALERT-COUNT
021184                 MOVE CS-LOCKOUT-COUNT TO WS-LOCKOUT-COUNT
021194                 MOVE CS-CURR-EMP TO WS-CURR-EMP
021204                 MOVE CS-CI-OPEN-SW TO WS-CI-OPEN-SW
021214                 MOVE CS-OPEN-CI-TS TO WS-OPEN-CI-TS
021224                 MOVE CS-OPEN-NAME TO WS-OPEN-NAME
021234                 MOVE CS-OPEN-SHIFT TO WS-OPEN-SHIFT
021244                 MOVE CS-EMP-DENY-COUNT TO WS-EMP-DENY-COUNT
021254                 MOVE CS-EMP-SAVED TO WS-EMP-SAVED
021264                 MOVE 0 TO WS-ATT-SUB
021274                 PERFORM 1110-RESTORE-ONE-ATTEMPT
021284                     THRU 1110-EXIT
021294                     UNTIL WS-ATT-SUB >= 8
021304                 SET WS-RESTARTED-FROM-CKPT TO TRUE
021314         END-READ
021324         CLOSE CLOCKRST
021334     END-IF.
021344 1100-EXIT.
021354     EXIT.
021364 1110-RESTORE-ONE-ATTEMPT.
021374     ADD 1 TO WS-ATT-SUB.
021384     MOVE CS-DN-TS (WS-ATT-SUB) TO WS-DN-TS (WS-ATT-SUB).
021394     MOVE CS-DN-REASON (WS-ATT-SUB)
021404         TO WS-DN-REASON (WS-ATT-SUB).
021414 1110-EXIT.
021424     EXIT.
021434 1150-SKIP-CHECKPOINTED.
021444     PERFORM 2100-READ-CLOCK-TRANS
021454         THRU 2100-EXIT.
021464     ADD 1 TO WS-SKIP-COUNT.
021474 1150-EXIT.
021484     EXIT.
021494 1300-OPEN-AUDITLOG.
021504     IF NOT WS-RESTARTED-FROM-CKPT
021514         AND WS-CHECKPOINT-INT = 0
021524             GO TO 1300-OPEN
021534     END-IF.
021544     MOVE 0 TO WS-REOPEN-COUNT.
021554     MOVE "N" TO WS-REOPEN-EOF-SW.
021564     OPEN INPUT AUDITLOG.
021574     IF WS-AUDIT-STATUS = "00"
021584         PERFORM 1305-COUNT-AUDITLOG
021594             THRU 1305-EXIT
021604             UNTIL WS-REOPEN-EOF
021614         CLOSE AUDITLOG
021624     END-IF.
021634     IF NOT WS-RESTARTED-FROM-CKPT
021644         MOVE WS-REOPEN-COUNT TO WS-AUDIT-BASE
021654         GO TO 1300-OPEN
021664     END-IF.
021674     IF WS-REOPEN-COUNT > WS-AUDIT-BASE + WS-AUDIT-COUNT
021684         COMPUTE WS-AUDIT-SKIP =
021694             WS-REOPEN-COUNT - WS-AUDIT-BASE - WS-AUDIT-COUNT
021704     ELSE
021714         MOVE 0 TO WS-AUDIT-SKIP
021724     END-IF.
021734 1300-OPEN.
021744     OPEN EXTEND AUDITLOG.
021754     IF WS-AUDIT-STATUS NOT = "00"
021764         OPEN OUTPUT AUDITLOG
021774     END-IF.
021784 1300-EXIT.
021794     EXIT.
021804 1305-COUNT-AUDITLOG.
021814     READ AUDITLOG
021824         AT END
021834             SET WS-REOPEN-EOF TO TRUE
021844             GO TO 1305-EXIT
021854     END-READ.
021864     ADD 1 TO WS-REOPEN-COUNT.
021874 1305-EXIT.
021884     EXIT.
021894 1320-OPEN-CLOGSH1.
021904     IF NOT WS-RESTARTED-FROM-CKPT
021914         OPEN OUTPUT CLOGSH1
021924         GO TO 1320-EXIT
021934     END-IF.
021944     MOVE 0 TO WS-REOPEN-COUNT.
021954     MOVE "N" TO WS-REOPEN-EOF-SW.
021964     OPEN INPUT CLOGSH1.
021974     IF NOT WS-CLOGSH1-OK
021984         MOVE 0 TO WS-CLOG1-SKIP
021994         OPEN OUTPUT CLOGSH1
022004         GO TO 1320-EXIT
022014     END-IF.
022024     PERFORM 1325-COUNT-CLOGSH1
022034         THRU 1325-EXIT
022044         UNTIL WS-REOPEN-EOF.
022054     CLOSE CLOGSH1.
022064     IF WS-REOPEN-COUNT > WS-CLOG1-COUNT
022074         COMPUTE WS-CLOG1-SKIP =
022084             WS-REOPEN-COUNT - WS-CLOG1-COUNT
022094     ELSE
022104         MOVE 0 TO WS-CLOG1-SKIP
022114     END-IF.
022124     OPEN EXTEND CLOGSH1.
022134 1320-EXIT.
022144     EXIT.
022154 1325-COUNT-CLOGSH1.
022164     READ CLOGSH1
022174         AT END
022184             SET WS-REOPEN-EOF TO TRUE
022194             GO TO 1325-EXIT
022204     END-READ.
022214     ADD 1 TO WS-REOPEN-COUNT.
022224 1325-EXIT.
022234     EXIT.
022244 1330-OPEN-CLOGSH2.
022254     IF NOT WS-RESTARTED-FROM-CKPT
022264         OPEN OUTPUT CLOGSH2
022274         GO TO 1330-EXIT
022284     END-IF.
022294     MOVE 0 TO WS-REOPEN-COUNT.
022304     MOVE "N" TO WS-REOPEN-EOF-SW.
022314     OPEN INPUT CLOGSH2.
022324     IF NOT WS-CLOGSH2-OK
022334         MOVE 0 TO WS-CLOG2-SKIP
022344         OPEN OUTPUT CLOGSH2
022354         GO TO 1330-EXIT
022364     END-IF.
022374     PERFORM 1335-COUNT-CLOGSH2
022384         THRU 1335-EXIT
022394         UNTIL WS-REOPEN-EOF.
022404     CLOSE CLOGSH2.
022414     IF WS-REOPEN-COUNT > WS-CLOG2-COUNT
022424         COMPUTE WS-CLOG2-SKIP =
022434             WS-REOPEN-COUNT - WS-CLOG2-COUNT
022444     ELSE
022454         MOVE 0 TO WS-CLOG2-SKIP
022464     END-IF.
022474     OPEN EXTEND CLOGSH2.
022484 1330-EXIT.
022494     EXIT.
022504 1335-COUNT-CLOGSH2.
022514     READ CLOGSH2
022524         AT END
022534             SET WS-REOPEN-EOF TO TRUE
022544             GO TO 1335-EXIT
022554     END-READ.
022564     ADD 1 TO WS-REOPEN-COUNT.
022574 1335-EXIT.
022584     EXIT.
022594 1340-OPEN-CLOGSH3.
022604     IF NOT WS-RESTARTED-FROM-CKPT
022614         OPEN OUTPUT CLOGSH3
022624         GO TO 1340-EXIT
022634     END-IF.
022644     MOVE 0 TO WS-REOPEN-COUNT.
022654     MOVE "N" TO WS-REOPEN-EOF-SW.
022664     OPEN INPUT CLOGSH3.
022674     IF NOT WS-CLOGSH3-OK
022684         MOVE 0 TO WS-CLOG3-SKIP
022694         OPEN OUTPUT CLOGSH3
022704         GO TO 1340-EXIT
022714     END-IF.
022724     PERFORM 1345-COUNT-CLOGSH3
022734         THRU 1345-EXIT
022744         UNTIL WS-REOPEN-EOF.
022754     CLOSE CLOGSH3.
022764     IF WS-REOPEN-COUNT > WS-CLOG3-COUNT
022774         COMPUTE WS-CLOG3-SKIP =
022784             WS-REOPEN-COUNT - WS-CLOG3-COUNT
022794     ELSE
022804         MOVE 0 TO WS-CLOG3-SKIP
022814     END-IF.
022824     OPEN EXTEND CLOGSH3.
022834 1340-EXIT.
022844     EXIT.
022854 1345-COUNT-CLOGSH3.
022864     READ CLOGSH3
022874         AT END
022884             SET WS-REOPEN-EOF TO TRUE
022894             GO TO 1345-EXIT
022904     END-READ.
022914     ADD 1 TO WS-REOPEN-COUNT.
022924 1345-EXIT.
022934     EXIT.
022944 1350-OPEN-ATTEXRPT.
022954     IF NOT WS-RESTARTED-FROM-CKPT
022964         OPEN OUTPUT ATTEXRPT
022974         GO TO 1350-EXIT
022984     END-IF.
022994     MOVE 0 TO WS-REOPEN-COUNT.
023004     MOVE "N" TO WS-REOPEN-EOF-SW.
023014     OPEN INPUT ATTEXRPT.
023024     IF NOT WS-ATTEX-OK
023034         MOVE 0 TO WS-EXCEPT-SKIP
023044         OPEN OUTPUT ATTEXRPT
023054         GO TO 1350-EXIT
023064     END-IF.
023074     PERFORM 1355-COUNT-ATTEXRPT
023084         THRU 1355-EXIT
023094         UNTIL WS-REOPEN-EOF.
023104     CLOSE ATTEXRPT.
023114     IF WS-REOPEN-COUNT > WS-EXCEPT-COUNT
023124         COMPUTE WS-EXCEPT-SKIP =
023134             WS-REOPEN-COUNT - WS-EXCEPT-COUNT
023144     ELSE
023154         MOVE 0 TO WS-EXCEPT-SKIP
023164     END-IF.
023174     OPEN EXTEND ATTEXRPT.
023184 1350-EXIT.
023194     EXIT.
023204 1355-COUNT-ATTEXRPT.
023214     READ ATTEXRPT
023224         AT END
023234             SET WS-REOPEN-EOF TO TRUE
023244             GO TO 1355-EXIT
023254     END-READ.
023264     ADD 1 TO WS-REOPEN-COUNT.
023274 1355-EXIT.
023284     EXIT.
023294 1360-OPEN-CLOCKPRD.
023304     IF NOT WS-RESTARTED-FROM-CKPT
023314         OPEN OUTPUT CLOCKPRD
023324         GO TO 1360-EXIT
023334     END-IF.
023344     MOVE 0 TO WS-REOPEN-COUNT.
023354     MOVE "N" TO WS-REOPEN-EOF-SW.
023364     OPEN INPUT CLOCKPRD.
023374     IF NOT WS-PAIR-OK
023384         MOVE 0 TO WS-PAIR-SKIP
023394         OPEN OUTPUT CLOCKPRD
023404         GO TO 1360-EXIT
023414     END-IF.
023424     PERFORM 1365-COUNT-CLOCKPRD
023434         THRU 1365-EXIT
023444         UNTIL WS-REOPEN-EOF.
023454     CLOSE CLOCKPRD.
023464     IF WS-REOPEN-COUNT > WS-PAIR-COUNT
023474         COMPUTE WS-PAIR-SKIP =
023484             WS-REOPEN-COUNT - WS-PAIR-COUNT
023494     ELSE
023504         MOVE 0 TO WS-PAIR-SKIP
023514     END-IF.
023524     OPEN EXTEND CLOCKPRD.
023534 1360-EXIT.
023544     EXIT.
023554 1365-COUNT-CLOCKPRD.
023564     READ CLOCKPRD
023574         AT END
023584             SET WS-REOPEN-EOF TO TRUE
023594             GO TO 1365-EXIT
023604     END-READ.
023614     ADD 1 TO WS-REOPEN-COUNT.
023624 1365-EXIT.
023634     EXIT.
023644 1370-OPEN-SECALERT.
023654     IF NOT WS-RESTARTED-FROM-CKPT
023664         OPEN OUTPUT SECALERT
023674         GO TO 1370-EXIT
023684     END-IF.
023694     MOVE 0 TO WS-REOPEN-COUNT.
023704     MOVE "N" TO WS-REOPEN-EOF-SW.
023714     OPEN INPUT SECALERT.
023724     IF NOT WS-SECALERT-OK
023734         MOVE 0 TO WS-ALERT-SKIP
023744         OPEN OUTPUT SECALERT
023754         GO TO 1370-EXIT
023764     END-IF.
023774     PERFORM 1375-COUNT-SECALERT
023784         THRU 1375-EXIT
023794         UNTIL WS-REOPEN-EOF.
023804     CLOSE SECALERT.
023814     IF WS-REOPEN-COUNT > WS-ALERT-COUNT
023824         COMPUTE WS-ALERT-SKIP =
023834             WS-REOPEN-COUNT - WS-ALERT-COUNT
023844     ELSE
023854         MOVE 0 TO WS-ALERT-SKIP
023864     END-IF.
023874     OPEN EXTEND SECALERT.
023884 1370-EXIT.
023894     EXIT.
023904 1375-COUNT-SECALERT.
023914     READ SECALERT
023924         AT END
023934             SET WS-REOPEN-EOF TO TRUE
023944             GO TO 1375-EXIT
023954     END-READ.
023964     ADD 1 TO WS-REOPEN-COUNT.
023974 1375-EXIT.
023984     EXIT.
023994 2700-WRITE-CHECKPOINT.
024004     OPEN OUTPUT CLOCKRST.
024014     MOVE WS-CLOCK-COUNT TO CS-RECORD-NO.
024024     MOVE WS-SWEEP-DATE TO CS-SWEEP-DATE.
024034     MOVE WS-AUDIT-BASE TO CS-AUDIT-BASE.
024044     MOVE WS-AUDIT-COUNT TO CS-AUDIT-COUNT.
024054     MOVE WS-CLOG1-COUNT TO CS-CLOG1-COUNT.
024064     MOVE WS-CLOG2-COUNT TO CS-CLOG2-COUNT.
024074     MOVE WS-CLOG3-COUNT TO CS-CLOG3-COUNT.
024084     MOVE WS-EXCEPT-COUNT TO CS-EXCEPT-COUNT.
024094     MOVE WS-PAIR-COUNT TO CS-PAIR-COUNT.
024104     MOVE WS-ALERT-COUNT TO CS-ALERT-COUNT.
024114     MOVE WS-LOCKOUT-COUNT TO CS-LOCKOUT-COUNT.
024124     MOVE WS-CURR-EMP TO CS-CURR-EMP.
024134     MOVE WS-CI-OPEN-SW TO CS-CI-OPEN-SW.
024144     MOVE WS-OPEN-CI-TS TO CS-OPEN-CI-TS.
024154     MOVE WS-OPEN-NAME TO CS-OPEN-NAME.
024164     MOVE WS-OPEN-SHIFT TO CS-OPEN-SHIFT.
024174     MOVE WS-EMP-DENY-COUNT TO CS-EMP-DENY-COUNT.
024184     MOVE WS-EMP-SAVED TO CS-EMP-SAVED.
024194     MOVE 0 TO WS-ATT-SUB.
024204     PERFORM 2710-SAVE-ONE-ATTEMPT
024214         THRU 2710-EXIT
024224         UNTIL WS-ATT-SUB >= 8.
024234     WRITE CS-RESTART-LINE.
024244     CLOSE CLOCKRST.
024254 2700-EXIT.
024264     EXIT.
024274 2710-SAVE-ONE-ATTEMPT.
024284     ADD 1 TO WS-ATT-SUB.
024294     MOVE WS-DN-TS (WS-ATT-SUB) TO CS-DN-TS (WS-ATT-SUB).
024304     MOVE WS-DN-REASON (WS-ATT-SUB)
024314         TO CS-DN-REASON (WS-ATT-SUB).
024324 2710-EXIT.
024334     EXIT.
024344 2750-CLEAR-RESTART.
024354     OPEN OUTPUT CLOCKRST.
024364     CLOSE CLOCKRST.
024374 2750-EXIT.
024384     EXIT.
