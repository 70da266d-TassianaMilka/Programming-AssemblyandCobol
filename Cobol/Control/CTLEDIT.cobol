002097*                    is reported but is not an edit failure --  *
002098*                    the dashboard then falls back to its       *
002099*                    built-in roster.                           *
002109*   2026-10-15  DLM  Edit the new PM-DRIFT-TREND and            *
002119*                    PM-DRIFT-SIDE run lengths -- blank, or     *
002129*                    numeric 2 through 20 -- and print them     *
002139*                    with the card.                             *
002142*   2026-10-15  DLM  STNMREC grew the target yield; FD          *
002145*                    record length only, no logic change.       *
002151*   2026-10-15  DLM  Plant code.  Each PARMREC card prints its  *
002157*                    PLANT=, and IFPARM and STNPARM naming      *
002163*                    different plants is an error.  The station *
002169*                    limits list shows only the IFPARM plant's  *
002175*                    stations (all, for a blank plant).         *
002181*                    STNMREC is 57 bytes.                       *
002182*   2026-10-15  DLM  Mode flag P on a nightly card now names    *
002183*                    the intraday preview in its message -- a   *
002184*                    preview card left behind IFPARM would run  *
002185*                    the night's band check as a preview.       *
002186*   2026-10-15  DLM  Each LOOPCTL range is checked against the  *
002187*                    LOOPREG lot-number register and the cards  *
002188*                    ahead of it; a range overlapping one       *
002189*                    already issued, or another card's, fails   *
002190*                    the preflight.  The same range re-run the  *
002191*                    same night, or pending in LOOPRST, is not  *
002192*                    a reuse.  LOOPREG missing is reported but  *
002193*                    is not an edit failure.                    *
002194*   2026-10-15  DLM  Edit the new PM-ESCALATE-HRS alert         *
002195*                    escalation limit -- blank or numeric --    *
002196*                    and print it with the plant.               *
002197******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CTLEDIT.
002400 AUTHOR. D. L. MERCER.
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS SM-STATION-ID
004250         FILE STATUS IS WS-STNMAST-STATUS.
004255     SELECT LOOPREG ASSIGN TO "LOOPREG"
004260         ORGANIZATION IS INDEXED
004265         ACCESS MODE IS DYNAMIC
004270         RECORD KEY IS LG-REGISTER-KEY
004275         FILE STATUS IS WS-LOOPREG-STATUS.
004280     SELECT LOOPRST ASSIGN TO "LOOPRST"
004285         ORGANIZATION IS LINE SEQUENTIAL
004290         FILE STATUS IS WS-LOOPRST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  LOOPCTL
005608     05  DC-FREQUENCY         PIC X(01).
005609     05  FILLER               PIC X(20).
005610 FD  STNMAST
005620     RECORD CONTAINS 57 CHARACTERS.
005630     COPY STNMREC.
005640 FD  LOOPREG
005650     RECORD CONTAINS 40 CHARACTERS.
005660     COPY LREGREC.
005670 FD  LOOPRST
005680     RECORDING MODE IS F.
005690     COPY LRSTREC.
005700 WORKING-STORAGE SECTION.
005800 01  WS-CARD-STATUS           PIC X(02).
005900     88  WS-CARD-OK                  VALUE "00".
006654 01  WS-LOW-EDIT              PIC ZZZZ9.
006656 01  WS-UPP-EDIT              PIC ZZZZ9.
006658 01  WS-LIMIT-SRC-TEXT        PIC X(14).
006668 01  WS-IFPARM-PLANT          PIC X(02) VALUE SPACES.
006669 01  WS-LOOPREG-STATUS        PIC X(02).
006670     88  WS-LOOPREG-OK               VALUE "00".
006671 01  WS-LOOPRST-STATUS        PIC X(02).
006672     88  WS-LOOPRST-OK               VALUE "00".
006673 01  WS-LOOPREG-OPEN-SW       PIC X(01) VALUE "N".
006674     88  WS-LOOPREG-OPEN             VALUE "Y".
006675 01  WS-RESTART-SW            PIC X(01) VALUE "N".
006676     88  WS-RESTART-PENDING          VALUE "Y".
006677 01  WS-RESTART-RANGE         PIC 9(03) VALUE 0.
006678 01  WS-REG-END-SW            PIC X(01).
006679     88  WS-REG-END                  VALUE "Y".
006680 01  WS-OVERLAP-SW            PIC X(01).
006681     88  WS-RANGE-OVERLAPS           VALUE "Y".
006682 01  WS-TODAY                 PIC 9(08).
006683 01  WS-LOOP-CARD-NO          PIC 9(03) VALUE 0.
006684 01  WS-LT-CNT                PIC 9(03) VALUE 0 COMP.
006685 01  WS-LT-MAX                PIC 9(03) VALUE 50 COMP.
006686 01  WS-LT-SUB                PIC 9(03) VALUE 0 COMP.
006687 01  WS-LOOP-TABLE.
006688     05  WS-LT-ENTRY OCCURS 50 TIMES.
006689         10  WS-LT-CARD-NO        PIC 9(03).
006690         10  WS-LT-PLANT          PIC X(02).
006691         10  WS-LT-START          PIC 9(05).
006692         10  WS-LT-END            PIC 9(05).
006700     COPY PARMREC.
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
009750     IF NOT WS-CARD-OK
009760         SET WS-LOOPCTL-EOF TO TRUE
009770     END-IF.
009780     PERFORM 2020-OPEN-REGISTER
009790         THRU 2020-EXIT.
009800     PERFORM 2010-EDIT-ONE-LOOPCTL
009810         THRU 2010-EXIT
009820         UNTIL WS-LOOPCTL-EOF.
010640             THRU 3000-EXIT
010660     END-IF.
010700     CLOSE LOOPCTL.
010710     IF WS-LOOPREG-OPEN
010720         CLOSE LOOPREG
010730     END-IF.
011000 2000-EXIT.
011100     EXIT.
011110 2010-EDIT-ONE-LOOPCTL.
011180     SET WS-CARD-READ TO TRUE.
011190     PERFORM 3000-EDIT-PARM-CARD
011192         THRU 3000-EXIT.
011193     ADD 1 TO WS-LOOP-CARD-NO.
011194     IF PM-LOOP-START IS NUMERIC
011195         AND PM-LOOP-END IS NUMERIC
011196         AND PM-LOOP-START NOT > PM-LOOP-END
011197             PERFORM 2030-CHECK-LOOP-RANGE
011198                 THRU 2030-EXIT
011199     END-IF.
011200 2010-EXIT.
011201     EXIT.
011202 2020-OPEN-REGISTER.
011203     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011204     OPEN INPUT LOOPREG.
011205     IF WS-LOOPREG-OK
011206         SET WS-LOOPREG-OPEN TO TRUE
011207     ELSE
011208         MOVE SPACES TO ER-REPORT-LINE
011209         MOVE "  LOOPREG NOT AVAILABLE - NO RANGES ISSUED YET"
011210             TO ER-REPORT-LINE
011211         WRITE ER-REPORT-LINE
011212     END-IF.
011213     OPEN INPUT LOOPRST.
011214     IF WS-LOOPRST-OK
011215         READ LOOPRST
011216             AT END
011217                 CONTINUE
011218             NOT AT END
011219                 IF LR-RESTART-RANGE IS NUMERIC
011220                     MOVE LR-RESTART-RANGE TO WS-RESTART-RANGE
011221                     SET WS-RESTART-PENDING TO TRUE
011222                 END-IF
011223         END-READ
011224         CLOSE LOOPRST
011225     END-IF.
011226 2020-EXIT.
011227     EXIT.
011228 2030-CHECK-LOOP-RANGE.
011229     MOVE 0 TO WS-LT-SUB.
011230     PERFORM 2032-TEST-ONE-CARD
011231         THRU 2032-EXIT
011232         UNTIL WS-LT-SUB >= WS-LT-CNT.
011233     IF WS-LT-CNT < WS-LT-MAX
011234         ADD 1 TO WS-LT-CNT
011235         MOVE WS-LOOP-CARD-NO TO WS-LT-CARD-NO (WS-LT-CNT)
011236         MOVE PM-PLANT-CODE TO WS-LT-PLANT (WS-LT-CNT)
011237         MOVE PM-LOOP-START TO WS-LT-START (WS-LT-CNT)
011238         MOVE PM-LOOP-END TO WS-LT-END (WS-LT-CNT)
011239     END-IF.
011240     IF NOT WS-LOOPREG-OPEN
011241         GO TO 2030-EXIT
011242     END-IF.
011243     MOVE "N" TO WS-OVERLAP-SW.
011244     MOVE "N" TO WS-REG-END-SW.
011245     MOVE PM-PLANT-CODE TO LG-PLANT-CODE.
011246     MOVE 0 TO LG-RANGE-START.
011247     START LOOPREG KEY IS NOT LESS THAN LG-REGISTER-KEY
011248         INVALID KEY
011249             SET WS-REG-END TO TRUE
011250     END-START.
011251     PERFORM 2034-TEST-ONE-ENTRY
011252         THRU 2034-EXIT
011253         UNTIL WS-REG-END
011254             OR WS-RANGE-OVERLAPS.
011255     IF WS-RANGE-OVERLAPS
011256         MOVE SPACES TO WS-EDIT-MESSAGE
011257         STRING "OVERLAPS " LG-RANGE-START "-" LG-RANGE-END
011258             " ISSUED " LG-RUN-DATE " SH" LG-SHIFT-CODE
011259             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
011260         PERFORM 3100-WRITE-EDIT-ERROR
011261             THRU 3100-EXIT
011262     END-IF.
011263 2030-EXIT.
011264     EXIT.
011265 2032-TEST-ONE-CARD.
011266     ADD 1 TO WS-LT-SUB.
011267     IF WS-LT-PLANT (WS-LT-SUB) = PM-PLANT-CODE
011268         AND WS-LT-START (WS-LT-SUB) NOT > PM-LOOP-END
011269         AND WS-LT-END (WS-LT-SUB) NOT < PM-LOOP-START
011270             MOVE SPACES TO WS-EDIT-MESSAGE
011271             STRING "LOOP RANGE OVERLAPS CARD "
011272                 WS-LT-CARD-NO (WS-LT-SUB) " IN LOOPCTL"
011273                 DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
011274             PERFORM 3100-WRITE-EDIT-ERROR
011275                 THRU 3100-EXIT
011276     END-IF.
011277 2032-EXIT.
011278     EXIT.
011279 2034-TEST-ONE-ENTRY.
011280     READ LOOPREG NEXT RECORD
011281         AT END
011282             SET WS-REG-END TO TRUE
011283             GO TO 2034-EXIT
011284     END-READ.
011285     IF LG-PLANT-CODE NOT = PM-PLANT-CODE
011286         OR LG-RANGE-START > PM-LOOP-END
011287             SET WS-REG-END TO TRUE
011288             GO TO 2034-EXIT
011289     END-IF.
011290     IF LG-RANGE-END < PM-LOOP-START
011291         GO TO 2034-EXIT
011292     END-IF.
011293     IF LG-RANGE-START = PM-LOOP-START
011294         AND LG-RANGE-END = PM-LOOP-END
011295         AND LG-SHIFT-CODE = PM-SHIFT-CODE
011296         AND LG-RANGE-NUMBER = WS-LOOP-CARD-NO
011297             IF LG-RUN-DATE = WS-TODAY
011298                 OR (WS-RESTART-PENDING
011299                     AND WS-LOOP-CARD-NO NOT > WS-RESTART-RANGE)
011300                         GO TO 2034-EXIT
011301             END-IF
011302     END-IF.
011303     SET WS-RANGE-OVERLAPS TO TRUE.
011304 2034-EXIT.
011305     EXIT.
011306 2100-EDIT-IFPARM.
011307     MOVE "IFPARM  " TO WS-CARD-NAME.
011400     MOVE "N" TO WS-CARD-READ-SW.
011500     OPEN INPUT IFPARM.
011600     IF WS-CARD-OK
012000             NOT AT END
012100                 MOVE IP-CARD-IMAGE TO PM-PARM-RECORD
012200                 SET WS-CARD-READ TO TRUE
012205                 MOVE PM-PLANT-CODE TO WS-IFPARM-PLANT
012210                 IF PM-BAND-LOWER IS NUMERIC
012220                     AND PM-BAND-UPPER IS NUMERIC
012230                         MOVE PM-BAND-LOWER
014300     CLOSE STNPARM.
014400     PERFORM 3000-EDIT-PARM-CARD
014500         THRU 3000-EXIT.
014510     IF WS-CARD-READ
014520         AND PM-PLANT-CODE NOT = WS-IFPARM-PLANT
014530             MOVE "IFPARM AND STNPARM PLANTS DIFFER"
014540                 TO WS-EDIT-MESSAGE
014550             PERFORM 3100-WRITE-EDIT-ERROR
014560                 THRU 3100-EXIT
014570     END-IF.
014600 2200-EXIT.
014700     EXIT.
014800 3000-EDIT-PARM-CARD.
016100         " LOOP=" PM-LOOP-START "-" PM-LOOP-END
016200         " CKPT=" PM-CHECKPOINT-INT
016250         " WINDOW=" PM-DATE-WINDOW
016260         " DRIFT=" PM-DRIFT-TREND "/" PM-DRIFT-SIDE
016300         DELIMITED BY SIZE INTO ER-REPORT-LINE.
016400     WRITE ER-REPORT-LINE.
016500     MOVE SPACES TO ER-REPORT-LINE.
016900         " VOLUME=" PM-EXPECTED-VOLUME
017000         DELIMITED BY SIZE INTO ER-REPORT-LINE.
017100     WRITE ER-REPORT-LINE.
017110     MOVE SPACES TO ER-REPORT-LINE.
017120     STRING "         PLANT=" PM-PLANT-CODE
017125         " ESCALATE=" PM-ESCALATE-HRS
017130         DELIMITED BY SIZE INTO ER-REPORT-LINE.
017140     WRITE ER-REPORT-LINE.
017200     IF PM-SHIFT-CODE NOT = "1" AND "2" AND "3"
017300         MOVE "SHIFT CODE NOT 1, 2 OR 3" TO WS-EDIT-MESSAGE
017400         PERFORM 3100-WRITE-EDIT-ERROR
017500             THRU 3100-EXIT
017600     END-IF.
017700     IF PM-MODE-FLAG NOT = "B" AND "I"
017710         IF PM-MODE-PREVIEW
017720             MOVE "MODE FLAG P IS THE INTRADAY PREVIEW ONLY"
017730                 TO WS-EDIT-MESSAGE
017740         ELSE
017750             MOVE "MODE FLAG NOT B OR I" TO WS-EDIT-MESSAGE
017760         END-IF
017900         PERFORM 3100-WRITE-EDIT-ERROR
018000             THRU 3100-EXIT
018100     END-IF.
022880             PERFORM 3100-WRITE-EDIT-ERROR
022882                 THRU 3100-EXIT
022884     END-IF.
022889     IF PM-DRIFT-TREND NOT = SPACES
022894         IF PM-DRIFT-TREND IS NOT NUMERIC
022899             OR PM-DRIFT-TREND < 2
022904             OR PM-DRIFT-TREND > 20
022909                 MOVE "DRIFT TREND RUN NOT 2-20 OR BLANK"
022914                     TO WS-EDIT-MESSAGE
022919                 PERFORM 3100-WRITE-EDIT-ERROR
022924                     THRU 3100-EXIT
022929         END-IF
022934     END-IF.
022939     IF PM-DRIFT-SIDE NOT = SPACES
022944         IF PM-DRIFT-SIDE IS NOT NUMERIC
022949             OR PM-DRIFT-SIDE < 2
022954             OR PM-DRIFT-SIDE > 20
022959                 MOVE "DRIFT SIDE RUN NOT 2-20 OR BLANK"
022964                     TO WS-EDIT-MESSAGE
022969                 PERFORM 3100-WRITE-EDIT-ERROR
022974                     THRU 3100-EXIT
022979         END-IF
022984     END-IF.
022985     IF PM-ESCALATE-HRS IS NOT NUMERIC
022986         AND PM-ESCALATE-HRS NOT = SPACES
022987             MOVE "ESCALATE HOURS NOT NUMERIC OR BLANK"
022988                 TO WS-EDIT-MESSAGE
022989             PERFORM 3100-WRITE-EDIT-ERROR
022990                 THRU 3100-EXIT
022991     END-IF.
022992 3000-EXIT.
023000     EXIT.
023010 2300-EDIT-DASHCTL.
023020     MOVE SPACES TO ER-REPORT-LINE.
023670     IF SM-DECOMMISSIONED
023680         GO TO 2510-EXIT
023690     END-IF.
023691     IF WS-IFPARM-PLANT NOT = SPACES
023692         AND SM-PLANT-CODE NOT = SPACES
023693         AND SM-PLANT-CODE NOT = WS-IFPARM-PLANT
023694             GO TO 2510-EXIT
023695     END-IF.
023700     IF SM-BAND-LOWER IS NUMERIC
023710         AND SM-BAND-UPPER IS NUMERIC
023720         AND SM-BAND-UPPER > 0
