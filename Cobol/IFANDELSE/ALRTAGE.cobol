000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : ALRTAGE                                        *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Nightly aging of unacknowledged alerts.  Registers each     *
001000*   ALERTS line IFANDELSE wrote tonight on the keyed ALRTREG    *
001100*   alert register under its alert identifier -- a line already *
001200*   there (a rerun) is left alone -- with the time it opened:   *
001300*   the reading's timestamp, or now for a silent station.  Then *
001400*   lists every open alert for the IFPARM plant on AGERPT,      *
001500*   longest open first, grouped 72 hours and over, 24 to 71,    *
001600*   12 to 23 and under 12.  A critical alert open for           *
001700*   PM-ESCALATE-HRS hours or more (8 when the card has none) is *
001800*   escalated: a RUNLOG 'A' record puts it on tonight's         *
001900*   dashboard, and the register keeps the night it first went.  *
002000*   ALRTACK records the acknowledgments that close them.        *
002100*   RC 4 when any alert was escalated.                          *
002200*                                                                *
002300*   MODIFICATION HISTORY                                        *
002400*   ------------------------------------------------------------*
002500*   2026-10-15  DLM  Original program.                          *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. ALRTAGE.
002900 AUTHOR. D. L. MERCER.
003000 INSTALLATION. QC SHIFT OPERATIONS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT IFPARM ASSIGN TO "IFPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900     SELECT ALERTS ASSIGN TO "ALERTS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ALERTS-STATUS.
004200     SELECT ALRTREG ASSIGN TO "ALRTREG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RG-ALERT-ID
004600         FILE STATUS IS WS-REG-STATUS.
004700     SELECT SORTWK ASSIGN TO "SORTWK".
004800     SELECT AGERPT ASSIGN TO "AGERPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005100     SELECT RUNLOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNLOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  IFPARM
005700     RECORDING MODE IS F.
005800     COPY PARMREC.
005900 FD  ALERTS
006000     RECORDING MODE IS F.
006100     COPY ALRTREC.
006200 FD  ALRTREG
006300     RECORD CONTAINS 200 CHARACTERS.
006400     COPY ALRGREC.
006500 SD  SORTWK.
006600 01  SW-SORT-RECORD.
006700     05  SW-HOURS             PIC 9(05).
006800     05  SW-ALERT-ID          PIC X(15).
006900     05  SW-STATION-ID        PIC X(05).
007000     05  SW-SEVERITY          PIC X(08).
007100     05  SW-SHIFT-CODE        PIC X(01).
007200     05  SW-OPENED-DATE       PIC 9(08).
007300     05  SW-OPENED-TIME       PIC 9(06).
007400     05  SW-ESCALATED         PIC X(01).
007500 FD  AGERPT
007600     RECORDING MODE IS F.
007700 01  AG-REPORT-LINE           PIC X(80).
007800 FD  RUNLOG
007900     RECORDING MODE IS F.
008000     COPY RUNREC.
008100 WORKING-STORAGE SECTION.
008200 01  WS-PARM-STATUS           PIC X(02).
008300     88  WS-PARM-OK                  VALUE "00".
008400 01  WS-ALERTS-STATUS         PIC X(02).
008500     88  WS-ALERTS-OK                VALUE "00".
008600 01  WS-REG-STATUS            PIC X(02).
008700     88  WS-REG-OK                   VALUE "00".
008800 01  WS-RPT-STATUS            PIC X(02).
008900     88  WS-RPT-OK                   VALUE "00".
009000 01  WS-RUNLOG-STATUS         PIC X(02).
009100 01  WS-RUN-TYPE              PIC X(01).
009200 01  WS-RUN-RECORDS           PIC 9(07).
009300 01  WS-RUN-STAMP-DATE        PIC 9(08).
009400 01  WS-RUN-STAMP-TIME.
009500     05  WS-RUN-HHMMSS        PIC 9(06).
009600     05  FILLER               PIC 9(02).
009700 01  WS-END-OF-ALERTS-SW      PIC X(01) VALUE "N".
009800     88  WS-END-OF-ALERTS            VALUE "Y".
009900 01  WS-ALERTS-OPEN-SW        PIC X(01) VALUE "N".
010000     88  WS-ALERTS-OPEN              VALUE "Y".
010100 01  WS-END-OF-REG-SW         PIC X(01) VALUE "N".
010200     88  WS-END-OF-REG               VALUE "Y".
010300 01  WS-END-OF-SORT-SW        PIC X(01) VALUE "N".
010400     88  WS-END-OF-SORT              VALUE "Y".
010500 01  WS-AGE-PLANT             PIC X(02) VALUE SPACES.
010600 01  WS-ESCALATE-HRS          PIC 9(03) VALUE 8.
010700 01  WS-NOW-DATE              PIC 9(08).
010800 01  WS-NOW-DATE-R REDEFINES WS-NOW-DATE.
010900     05  WS-NOW-YYYY          PIC 9(04).
011000     05  WS-NOW-MM            PIC 9(02).
011100     05  WS-NOW-DD            PIC 9(02).
011200 01  WS-NOW-TIME.
011300     05  WS-NOW-HHMMSS        PIC 9(06).
011400     05  FILLER               PIC 9(02).
011500 01  WS-NOW-TS                PIC 9(14).
011600 01  WS-TS-WORK.
011700     05  WS-TS-DATE           PIC 9(08).
011800     05  WS-TS-TIME           PIC 9(06).
011900 01  WS-TS-NUM REDEFINES WS-TS-WORK
012000                              PIC 9(14).
012100 01  WS-HMS-WORK.
012200     05  WS-HMS-HH            PIC 9(02).
012300     05  WS-HMS-MI            PIC 9(02).
012400     05  WS-HMS-SS            PIC 9(02).
012500 01  WS-HMS-NUM REDEFINES WS-HMS-WORK
012600                              PIC 9(06).
012700 01  WS-DAYS                  PIC S9(07).
012800 01  WS-MINUTES               PIC S9(09).
012900 01  WS-NOW-MINUTES           PIC 9(04).
013000 01  WS-HOURS                 PIC 9(05).
013100 01  WS-BUCKET                PIC 9(01).
013200 01  WS-LAST-BUCKET           PIC 9(01) VALUE 0.
013300 01  WS-ALERTS-READ           PIC 9(07) VALUE 0.
013400 01  WS-REGISTERED            PIC 9(07) VALUE 0.
013500 01  WS-ALREADY-REG           PIC 9(07) VALUE 0.
013600 01  WS-OPEN-CNT              PIC 9(07) VALUE 0.
013700 01  WS-ACKED-CNT             PIC 9(07) VALUE 0.
013800 01  WS-CRITICAL-CNT          PIC 9(07) VALUE 0.
013900 01  WS-SERIOUS-CNT           PIC 9(07) VALUE 0.
014000 01  WS-SILENT-CNT            PIC 9(07) VALUE 0.
014100 01  WS-ESCALATED-CNT         PIC 9(07) VALUE 0.
014200 01  WS-NEW-ESC-CNT           PIC 9(07) VALUE 0.
014300 01  WS-PRINTED               PIC 9(07) VALUE 0.
014400 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
014500 01  WS-HOURS-EDIT            PIC ZZZZ9.
014600 01  WS-LIMIT-EDIT            PIC ZZ9.
014700 01  WS-FLAG-TEXT             PIC X(09).
014800 01  WS-PD-DATE               PIC 9(08).
014900 01  WS-PD-DATE-R REDEFINES WS-PD-DATE.
015000     05  WS-PD-YYYY           PIC 9(04).
015100     05  WS-PD-MM             PIC 9(02).
015200     05  WS-PD-DD             PIC 9(02).
015300     COPY TSLINK.
015400 LINKAGE SECTION.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE
015800         THRU 1000-EXIT.
015900     PERFORM 2000-REGISTER-ONE-ALERT
016000         THRU 2000-EXIT
016100         UNTIL WS-END-OF-ALERTS.
016200     SORT SORTWK
016300         ON DESCENDING KEY SW-HOURS
016400         ON ASCENDING KEY SW-ALERT-ID
016500         INPUT PROCEDURE IS 6000-AGE-OPEN-ALERTS
016600             THRU 6000-EXIT
016700         OUTPUT PROCEDURE IS 7000-PRINT-AGING
016800             THRU 7000-EXIT.
016900     PERFORM 7500-PRINT-TOTALS
017000         THRU 7500-EXIT.
017100     PERFORM 8000-FINALIZE
017200         THRU 8000-EXIT.
017300     STOP RUN.
017400 1000-INITIALIZE.
017500     MOVE "S" TO WS-RUN-TYPE.
017600     MOVE 0 TO WS-RUN-RECORDS.
017700     PERFORM 9100-WRITE-RUN-RECORD
017800         THRU 9100-EXIT.
017900     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
018000     ACCEPT WS-NOW-TIME FROM TIME.
018100     COMPUTE WS-NOW-TS = WS-NOW-DATE * 1000000 + WS-NOW-HHMMSS.
018200     MOVE WS-NOW-HHMMSS TO WS-HMS-NUM.
018300     COMPUTE WS-NOW-MINUTES = WS-HMS-HH * 60 + WS-HMS-MI.
018400     OPEN INPUT IFPARM.
018500     IF WS-PARM-OK
018600         READ IFPARM
018700             AT END
018800                 MOVE SPACES TO PM-PLANT-CODE
018900                 MOVE 0 TO PM-ESCALATE-HRS
019000         END-READ
019100         CLOSE IFPARM
019200     ELSE
019300         MOVE SPACES TO PM-PLANT-CODE
019400         MOVE 0 TO PM-ESCALATE-HRS
019500     END-IF.
019600     MOVE PM-PLANT-CODE TO WS-AGE-PLANT.
019700     IF PM-ESCALATE-HRS IS NUMERIC
019800         AND PM-ESCALATE-HRS > 0
019900             MOVE PM-ESCALATE-HRS TO WS-ESCALATE-HRS
020000     END-IF.
020100     OPEN I-O ALRTREG.
020200     IF WS-REG-STATUS = "35"
020300         OPEN OUTPUT ALRTREG
020400         CLOSE ALRTREG
020500         OPEN I-O ALRTREG
020600     END-IF.
020700     IF NOT WS-REG-OK
020800         DISPLAY "ALRTAGE - UNABLE TO OPEN ALRTREG, STATUS="
020900             WS-REG-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     OPEN OUTPUT AGERPT.
021400     IF NOT WS-RPT-OK
021500         DISPLAY "ALRTAGE - UNABLE TO OPEN AGERPT, STATUS="
021600             WS-RPT-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     MOVE SPACES TO AG-REPORT-LINE.
022100     STRING "ALRTAGE UNACKNOWLEDGED ALERT AGING   RUN DATE "
022200         WS-NOW-YYYY "-" WS-NOW-MM "-" WS-NOW-DD
022300         DELIMITED BY SIZE INTO AG-REPORT-LINE.
022400     WRITE AG-REPORT-LINE.
022500     MOVE SPACES TO AG-REPORT-LINE.
022600     IF WS-AGE-PLANT = SPACES
022700         MOVE "ALL PLANTS" TO AG-REPORT-LINE
022800     ELSE
022900         STRING "PLANT " WS-AGE-PLANT
023000             DELIMITED BY SIZE INTO AG-REPORT-LINE
023100     END-IF.
023200     WRITE AG-REPORT-LINE.
023300     MOVE WS-ESCALATE-HRS TO WS-LIMIT-EDIT.
023400     MOVE SPACES TO AG-REPORT-LINE.
023500     STRING "CRITICAL ALERTS ESCALATE TO THE DASHBOARD AT "
023600         WS-LIMIT-EDIT " HOURS OPEN"
023700         DELIMITED BY SIZE INTO AG-REPORT-LINE.
023800     WRITE AG-REPORT-LINE.
023900     OPEN INPUT ALERTS.
024000     IF NOT WS-ALERTS-OK
024100         DISPLAY "ALRTAGE - ALERTS NOT AVAILABLE, STATUS="
024200             WS-ALERTS-STATUS ", NOTHING REGISTERED"
024300         SET WS-END-OF-ALERTS TO TRUE
024400         GO TO 1000-EXIT
024500     END-IF.
024600     SET WS-ALERTS-OPEN TO TRUE.
024700     PERFORM 2100-READ-ALERTS
024800         THRU 2100-EXIT.
024900 1000-EXIT.
025000     EXIT.
025100 2000-REGISTER-ONE-ALERT.
025200     IF AL-ALERT-ID = SPACES
025300         GO TO 2000-READ-NEXT
025400     END-IF.
025500     IF NOT AL-CRITICAL
025600         AND NOT AL-SERIOUS
025700         AND NOT AL-SILENT
025800             GO TO 2000-READ-NEXT
025900     END-IF.
026000     MOVE SPACES TO RG-ALERT-RECORD.
026100     MOVE AL-ALERT-ID TO RG-ALERT-ID.
026200     MOVE AL-STATION-ID TO RG-STATION-ID.
026300     MOVE AL-TIMESTAMP TO RG-ALERT-TS.
026400     MOVE AL-SEVERITY TO RG-SEVERITY.
026500     MOVE AL-SHIFT-CODE TO RG-SHIFT-CODE.
026600     MOVE AL-DETAIL TO RG-DETAIL.
026700     MOVE WS-NOW-DATE TO RG-OPENED-DATE.
026800     MOVE WS-NOW-HHMMSS TO RG-OPENED-TIME.
026900     MOVE AL-TIMESTAMP TO TS-TIMESTAMP.
027000     CALL "TSCHECK" USING TS-LINK-AREA.
027100     IF TS-VALID
027200         MOVE TS-DATE-PART TO WS-TS-DATE
027300         MOVE TS-TIME-PART TO WS-TS-TIME
027400         IF WS-TS-NUM NOT > WS-NOW-TS
027500             MOVE WS-TS-DATE TO RG-OPENED-DATE
027600             MOVE WS-TS-TIME TO RG-OPENED-TIME
027700         END-IF
027800     END-IF.
027900     SET RG-OPEN TO TRUE.
028000     MOVE 0 TO RG-ACK-DATE.
028100     MOVE 0 TO RG-ACK-TIME.
028200     MOVE 0 TO RG-ESCALATED-DATE.
028300     WRITE RG-ALERT-RECORD
028400         INVALID KEY
028500             ADD 1 TO WS-ALREADY-REG
028600             GO TO 2000-READ-NEXT
028700     END-WRITE.
028800     ADD 1 TO WS-REGISTERED.
028900 2000-READ-NEXT.
029000     PERFORM 2100-READ-ALERTS
029100         THRU 2100-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400 2100-READ-ALERTS.
029500     READ ALERTS
029600         AT END
029700             SET WS-END-OF-ALERTS TO TRUE
029800             GO TO 2100-EXIT
029900     END-READ.
030000     ADD 1 TO WS-ALERTS-READ.
030100 2100-EXIT.
030200     EXIT.
030300 6000-AGE-OPEN-ALERTS.
030400     MOVE LOW-VALUES TO RG-ALERT-ID.
030500     START ALRTREG KEY NOT < RG-ALERT-ID
030600         INVALID KEY
030700             SET WS-END-OF-REG TO TRUE
030800             GO TO 6000-EXIT
030900     END-START.
031000     PERFORM 6200-READ-REGISTER
031100         THRU 6200-EXIT.
031200     PERFORM 6100-AGE-ONE-ALERT
031300         THRU 6100-EXIT
031400         UNTIL WS-END-OF-REG.
031500 6000-EXIT.
031600     EXIT.
031700 6100-AGE-ONE-ALERT.
031800     IF WS-AGE-PLANT NOT = SPACES
031900         AND RG-ID-PLANT NOT = WS-AGE-PLANT
032000             GO TO 6100-READ-NEXT
032100     END-IF.
032200     IF RG-ACKNOWLEDGED
032300         ADD 1 TO WS-ACKED-CNT
032400         GO TO 6100-READ-NEXT
032500     END-IF.
032600     ADD 1 TO WS-OPEN-CNT.
032700     EVALUATE TRUE
032800         WHEN RG-CRITICAL
032900             ADD 1 TO WS-CRITICAL-CNT
033000         WHEN RG-SERIOUS
033100             ADD 1 TO WS-SERIOUS-CNT
033200         WHEN OTHER
033300             ADD 1 TO WS-SILENT-CNT
033400     END-EVALUATE.
033500     PERFORM 6300-COMPUTE-HOURS
033600         THRU 6300-EXIT.
033700     MOVE "N" TO SW-ESCALATED.
033800     IF RG-CRITICAL
033900         AND WS-HOURS NOT < WS-ESCALATE-HRS
034000             PERFORM 6400-ESCALATE-ALERT
034100                 THRU 6400-EXIT
034200     END-IF.
034300     MOVE WS-HOURS TO SW-HOURS.
034400     MOVE RG-ALERT-ID TO SW-ALERT-ID.
034500     MOVE RG-STATION-ID TO SW-STATION-ID.
034600     MOVE RG-SEVERITY TO SW-SEVERITY.
034700     MOVE RG-SHIFT-CODE TO SW-SHIFT-CODE.
034800     MOVE RG-OPENED-DATE TO SW-OPENED-DATE.
034900     MOVE RG-OPENED-TIME TO SW-OPENED-TIME.
035000     RELEASE SW-SORT-RECORD.
035100 6100-READ-NEXT.
035200     PERFORM 6200-READ-REGISTER
035300         THRU 6200-EXIT.
035400 6100-EXIT.
035500     EXIT.
035600 6200-READ-REGISTER.
035700     READ ALRTREG NEXT RECORD
035800         AT END
035900             SET WS-END-OF-REG TO TRUE
036000     END-READ.
036100 6200-EXIT.
036200     EXIT.
036300 6300-COMPUTE-HOURS.
036400     MOVE 0 TO WS-HOURS.
036500     IF RG-OPENED-DATE IS NOT NUMERIC
036600         OR RG-OPENED-TIME IS NOT NUMERIC
036700         OR RG-OPENED-DATE = 0
036800             GO TO 6300-EXIT
036900     END-IF.
037000     COMPUTE WS-DAYS =
037100         FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
037200         - FUNCTION INTEGER-OF-DATE (RG-OPENED-DATE).
037300     MOVE RG-OPENED-TIME TO WS-HMS-NUM.
037400     COMPUTE WS-MINUTES = WS-DAYS * 1440 + WS-NOW-MINUTES
037500         - (WS-HMS-HH * 60 + WS-HMS-MI).
037600     IF WS-MINUTES < 0
037700         GO TO 6300-EXIT
037800     END-IF.
037900     IF WS-MINUTES > 5999940
038000         MOVE 99999 TO WS-HOURS
038100     ELSE
038200         DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS
038300     END-IF.
038400 6300-EXIT.
038500     EXIT.
038600 6400-ESCALATE-ALERT.
038700     MOVE "Y" TO SW-ESCALATED.
038800     ADD 1 TO WS-ESCALATED-CNT.
038900     PERFORM 9200-WRITE-ALERT-RECORD
039000         THRU 9200-EXIT.
039100     IF RG-ESCALATED-DATE IS NUMERIC
039200         AND RG-ESCALATED-DATE > 0
039300             GO TO 6400-EXIT
039400     END-IF.
039500     MOVE WS-NOW-DATE TO RG-ESCALATED-DATE.
039600     REWRITE RG-ALERT-RECORD
039700         INVALID KEY
039800             DISPLAY "ALRTAGE - REWRITE FAILED FOR ALERT "
039900                 RG-ALERT-ID ", STATUS=" WS-REG-STATUS
040000             GO TO 6400-EXIT
040100     END-REWRITE.
040200     ADD 1 TO WS-NEW-ESC-CNT.
040300 6400-EXIT.
040400     EXIT.
040500 7000-PRINT-AGING.
040600     PERFORM 7100-PRINT-ONE-ALERT
040700         THRU 7100-EXIT
040800         UNTIL WS-END-OF-SORT.
040900     IF WS-PRINTED = 0
041000         MOVE SPACES TO AG-REPORT-LINE
041100         WRITE AG-REPORT-LINE
041200         MOVE "NO UNACKNOWLEDGED ALERTS" TO AG-REPORT-LINE
041300         WRITE AG-REPORT-LINE
041400     END-IF.
041500 7000-EXIT.
041600     EXIT.
041700 7100-PRINT-ONE-ALERT.
041800     RETURN SORTWK
041900         AT END
042000             SET WS-END-OF-SORT TO TRUE
042100             GO TO 7100-EXIT
042200     END-RETURN.
042300     ADD 1 TO WS-PRINTED.
042400     EVALUATE TRUE
042500         WHEN SW-HOURS NOT < 72
042600             MOVE 1 TO WS-BUCKET
042700         WHEN SW-HOURS NOT < 24
042800             MOVE 2 TO WS-BUCKET
042900         WHEN SW-HOURS NOT < 12
043000             MOVE 3 TO WS-BUCKET
043100         WHEN OTHER
043200             MOVE 4 TO WS-BUCKET
043300     END-EVALUATE.
043400     IF WS-BUCKET NOT = WS-LAST-BUCKET
043500         PERFORM 7200-PRINT-BUCKET-HEAD
043600             THRU 7200-EXIT
043700     END-IF.
043800     MOVE SW-HOURS TO WS-HOURS-EDIT.
043900     MOVE SW-OPENED-DATE TO WS-PD-DATE.
044000     MOVE SW-OPENED-TIME TO WS-HMS-NUM.
044100     IF SW-ESCALATED = "Y"
044200         MOVE "ESCALATED" TO WS-FLAG-TEXT
044300     ELSE
044400         MOVE SPACES TO WS-FLAG-TEXT
044500     END-IF.
044600     MOVE SPACES TO AG-REPORT-LINE.
044700     STRING SW-ALERT-ID "  " SW-STATION-ID "  " SW-SEVERITY
044800         "  " SW-SHIFT-CODE "  "
044900         WS-PD-YYYY "-" WS-PD-MM "-" WS-PD-DD " "
045000         WS-HMS-HH ":" WS-HMS-MI "  " WS-HOURS-EDIT "  "
045100         WS-FLAG-TEXT
045200         DELIMITED BY SIZE INTO AG-REPORT-LINE.
045300     WRITE AG-REPORT-LINE.
045400 7100-EXIT.
045500     EXIT.
045600 7200-PRINT-BUCKET-HEAD.
045700     MOVE WS-BUCKET TO WS-LAST-BUCKET.
045800     MOVE SPACES TO AG-REPORT-LINE.
045900     WRITE AG-REPORT-LINE.
046000     EVALUATE WS-BUCKET
046100         WHEN 1
046200             MOVE "OPEN 72 HOURS OR MORE" TO AG-REPORT-LINE
046300         WHEN 2
046400             MOVE "OPEN 24 TO 71 HOURS" TO AG-REPORT-LINE
046500         WHEN 3
046600             MOVE "OPEN 12 TO 23 HOURS" TO AG-REPORT-LINE
046700         WHEN OTHER
046800             MOVE "OPEN UNDER 12 HOURS" TO AG-REPORT-LINE
046900     END-EVALUATE.
047000     WRITE AG-REPORT-LINE.
047100     MOVE SPACES TO AG-REPORT-LINE.
047200     STRING "ALERT ID         STATN  SEVERITY  S  OPENED"
047300         "            HOURS"
047400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
047500     WRITE AG-REPORT-LINE.
047600 7200-EXIT.
047700     EXIT.
047800 7500-PRINT-TOTALS.
047900     MOVE SPACES TO AG-REPORT-LINE.
048000     WRITE AG-REPORT-LINE.
048100     MOVE WS-OPEN-CNT TO WS-COUNT-EDIT.
048200     MOVE SPACES TO AG-REPORT-LINE.
048300     STRING "UNACKNOWLEDGED ALERTS      " WS-COUNT-EDIT
048400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
048500     WRITE AG-REPORT-LINE.
048600     MOVE WS-CRITICAL-CNT TO WS-COUNT-EDIT.
048700     MOVE SPACES TO AG-REPORT-LINE.
048800     STRING "  CRITICAL                 " WS-COUNT-EDIT
048900         DELIMITED BY SIZE INTO AG-REPORT-LINE.
049000     WRITE AG-REPORT-LINE.
049100     MOVE WS-SERIOUS-CNT TO WS-COUNT-EDIT.
049200     MOVE SPACES TO AG-REPORT-LINE.
049300     STRING "  SERIOUS                  " WS-COUNT-EDIT
049400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
049500     WRITE AG-REPORT-LINE.
049600     MOVE WS-SILENT-CNT TO WS-COUNT-EDIT.
049700     MOVE SPACES TO AG-REPORT-LINE.
049800     STRING "  SILENT                   " WS-COUNT-EDIT
049900         DELIMITED BY SIZE INTO AG-REPORT-LINE.
050000     WRITE AG-REPORT-LINE.
050100     MOVE WS-ESCALATED-CNT TO WS-COUNT-EDIT.
050200     MOVE SPACES TO AG-REPORT-LINE.
050300     STRING "ESCALATED TO DASHBOARD     " WS-COUNT-EDIT
050400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
050500     WRITE AG-REPORT-LINE.
050600     MOVE WS-NEW-ESC-CNT TO WS-COUNT-EDIT.
050700     MOVE SPACES TO AG-REPORT-LINE.
050800     STRING "  FIRST TIME TONIGHT       " WS-COUNT-EDIT
050900         DELIMITED BY SIZE INTO AG-REPORT-LINE.
051000     WRITE AG-REPORT-LINE.
051100     MOVE WS-ACKED-CNT TO WS-COUNT-EDIT.
051200     MOVE SPACES TO AG-REPORT-LINE.
051300     STRING "ACKNOWLEDGED ON REGISTER   " WS-COUNT-EDIT
051400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
051500     WRITE AG-REPORT-LINE.
051600     MOVE WS-REGISTERED TO WS-COUNT-EDIT.
051700     MOVE SPACES TO AG-REPORT-LINE.
051800     STRING "REGISTERED TONIGHT         " WS-COUNT-EDIT
051900         DELIMITED BY SIZE INTO AG-REPORT-LINE.
052000     WRITE AG-REPORT-LINE.
052100     MOVE WS-ALREADY-REG TO WS-COUNT-EDIT.
052200     MOVE SPACES TO AG-REPORT-LINE.
052300     STRING "  ALREADY ON REGISTER      " WS-COUNT-EDIT
052400         DELIMITED BY SIZE INTO AG-REPORT-LINE.
052500     WRITE AG-REPORT-LINE.
052600 7500-EXIT.
052700     EXIT.
052800 8000-FINALIZE.
052900     IF WS-ALERTS-OPEN
053000         CLOSE ALERTS
053100     END-IF.
053200     CLOSE ALRTREG AGERPT.
053300     DISPLAY "ALRTAGE - ALERTS READ: " WS-ALERTS-READ
053400         " REGISTERED: " WS-REGISTERED.
053500     DISPLAY "ALRTAGE - OPEN: " WS-OPEN-CNT
053600         " ESCALATED: " WS-ESCALATED-CNT.
053700     IF WS-ESCALATED-CNT > 0
053800         MOVE 4 TO RETURN-CODE
053900     END-IF.
054000     MOVE "E" TO WS-RUN-TYPE.
054100     MOVE WS-OPEN-CNT TO WS-RUN-RECORDS.
054200     PERFORM 9100-WRITE-RUN-RECORD
054300         THRU 9100-EXIT.
054400 8000-EXIT.
054500     EXIT.
054600 9100-WRITE-RUN-RECORD.
054700     OPEN EXTEND RUNLOG.
054800     IF WS-RUNLOG-STATUS NOT = "00"
054900         OPEN OUTPUT RUNLOG
055000     END-IF.
055100     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
055200     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
055300     MOVE "ALRTAGE  " TO RL-PROGRAM-ID.
055400     MOVE WS-RUN-TYPE TO RL-RECORD-TYPE.
055500     MOVE SPACE TO RL-SHIFT-CODE.
055600     MOVE WS-RUN-STAMP-DATE TO RL-DATE.
055700     MOVE WS-RUN-HHMMSS TO RL-TIME.
055800     MOVE WS-RUN-RECORDS TO RL-RECORDS.
055900     MOVE RETURN-CODE TO RL-RETURN-CODE.
056000     WRITE RL-RUN-RECORD.
056100     CLOSE RUNLOG.
056200 9100-EXIT.
056300     EXIT.
056400 9200-WRITE-ALERT-RECORD.
056500     OPEN EXTEND RUNLOG.
056600     IF WS-RUNLOG-STATUS NOT = "00"
056700         OPEN OUTPUT RUNLOG
056800     END-IF.
056900     MOVE SPACES TO RL-RUN-RECORD.
057000     MOVE "ALRTAGE  " TO RL-PROGRAM-ID.
057100     SET RL-ALERT-RECORD TO TRUE.
057200     MOVE RG-SHIFT-CODE TO RL-SHIFT-CODE.
057300     MOVE RG-ALERT-ID TO RL-ALERT-ID.
057400     MOVE RG-STATION-ID TO RL-ALERT-STATION.
057500     MOVE WS-HOURS TO RL-ALERT-HOURS.
057600     WRITE RL-RUN-RECORD.
057700     CLOSE RUNLOG.
057800 9200-EXIT.
057900     EXIT.
