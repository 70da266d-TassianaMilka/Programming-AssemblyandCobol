001880*                    reading volume for IFANDELSE's silent-     *
001890*                    station check; blank stores as zero (no    *
001892*                    expectation).                              *
001893*   2026-10-15  DLM  Carry the station's target yield percent   *
001894*                    for the STNSCORE monthly scorecard.        *
001895*                    Blank, non-numeric or over 100.0 stores    *
001896*                    as zero (no target).                       *
001897*   2026-10-15  DLM  ST-PLANT-CODE assigns the station to a     *
001898*                    plant on ADD, and moves it on CHANGE when  *
001899*                    given.  STNMREC is 57 bytes.               *
001909*   2026-10-15  DLM  Requester authorization.  ST-REQUESTER-ID  *
001919*                    is checked through MAUTHCHK against the    *
001929*                    MAINTAUT deck; a refused transaction is    *
001939*                    not applied and is displayed naming the    *
001949*                    requester.  Every transaction read appends *
001959*                    an MLOGREC to the common MAINTLOG action   *
001969*                    log with what became of it.                *
001979******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. STNMAINT.
002200 AUTHOR. D. L. MERCER.
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS SM-STATION-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003610     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-MLOG-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STNTRN
004000     RECORDING MODE IS F.
004100     COPY STNTREC.
004200 FD  STNMAST
004300     RECORD CONTAINS 57 CHARACTERS.
004400     COPY STNMREC.
004410 FD  MAINTLOG
004420     RECORDING MODE IS F.
004430     COPY MLOGREC.
004500 WORKING-STORAGE SECTION.
004600 01  WS-TRAN-STATUS           PIC X(02).
004700     88  WS-TRAN-OK                  VALUE "00".
004900 01  WS-MASTER-STATUS         PIC X(02).
005000 01  WS-END-OF-TRAN-SW        PIC X(01) VALUE "N".
005100     88  WS-END-OF-TRAN              VALUE "Y".
005110 01  WS-MLOG-STATUS           PIC X(02).
005120 01  WS-LOG-DISP              PIC X(01).
005130 01  WS-LOG-REASON            PIC X(30).
005140 01  WS-LOG-DATE              PIC 9(08).
005150 01  WS-LOG-TIME.
005160     05  WS-LOG-HHMMSS        PIC 9(06).
005170     05  FILLER               PIC 9(02).
005180     COPY MALINK.
005200 LINKAGE SECTION.
005300 PROCEDURE DIVISION.
005400 0000-MAINLINE.
007400         CLOSE STNMAST
007500         OPEN I-O STNMAST
007600     END-IF.
007610     OPEN EXTEND MAINTLOG.
007620     IF WS-MLOG-STATUS NOT = "00"
007630         OPEN OUTPUT MAINTLOG
007640     END-IF.
007700     PERFORM 2100-READ-TRAN
007800         THRU 2100-EXIT.
007900 1000-EXIT.
008000     EXIT.
008100 2000-PROCESS-ONE-TRAN.
008104     MOVE "A" TO WS-LOG-DISP.
008108     MOVE SPACES TO WS-LOG-REASON.
008112     IF NOT ST-ADD-ACTION
008116         AND NOT ST-CHANGE-ACTION
008120         AND NOT ST-RETIRE-ACTION
008124             DISPLAY "STNMAINT - INVALID ACTION CODE FOR "
008128                 ST-STATION-ID
008132             MOVE "R" TO WS-LOG-DISP
008136             MOVE "INVALID ACTION CODE" TO WS-LOG-REASON
008140             GO TO 2000-READ-NEXT
008144     END-IF.
008148     MOVE "STNMAINT" TO MA-PROGRAM-ID.
008152     MOVE ST-REQUESTER-ID TO MA-REQUESTER-ID.
008156     MOVE ST-ACTION-CODE TO MA-ACTION-CODE.
008160     CALL "MAUTHCHK" USING MA-LINK-AREA.
008164     IF MA-NOT-AUTHORIZED
008168         DISPLAY "STNMAINT - " MA-REJECT-REASON " - STATION "
008172             ST-STATION-ID
008176         MOVE "U" TO WS-LOG-DISP
008180         MOVE MA-REJECT-REASON TO WS-LOG-REASON
008184         GO TO 2000-READ-NEXT
008188     END-IF.
008200     EVALUATE TRUE
008300         WHEN ST-ADD-ACTION
008400             PERFORM 2200-ADD-STATION-RECORD
008900         WHEN ST-RETIRE-ACTION
009000             PERFORM 2400-RETIRE-STATION-RECORD
009100                 THRU 2400-EXIT
009500     END-EVALUATE.
009510 2000-READ-NEXT.
009520     PERFORM 2800-WRITE-ACTION-LOG
009530         THRU 2800-EXIT.
009600     PERFORM 2100-READ-TRAN
009700         THRU 2100-EXIT.
009800 2000-EXIT.
010900     MOVE ST-DESCRIPTION TO SM-DESCRIPTION.
011000     SET SM-ACTIVE TO TRUE.
011100     MOVE ST-COMMISSION-DATE TO SM-COMMISSION-DATE.
011105     MOVE ST-PLANT-CODE TO SM-PLANT-CODE.
011110     PERFORM 2500-SET-BAND-LIMITS
011120         THRU 2500-EXIT.
011200     WRITE SM-STATION-RECORD
011300         INVALID KEY
011400             DISPLAY "STNMAINT - DUPLICATE STATION ID "
011500                 ST-STATION-ID
011510             MOVE "R" TO WS-LOG-DISP
011520             MOVE "DUPLICATE STATION ID" TO WS-LOG-REASON
011600     END-WRITE.
011700 2200-EXIT.
011800     EXIT.
012200         INVALID KEY
012300             DISPLAY "STNMAINT - STATION NOT ON FILE "
012400                 ST-STATION-ID
012410             MOVE "R" TO WS-LOG-DISP
012420             MOVE "STATION NOT ON FILE" TO WS-LOG-REASON
012500         NOT INVALID KEY
012600             MOVE ST-DESCRIPTION TO SM-DESCRIPTION
012700             MOVE ST-COMMISSION-DATE TO SM-COMMISSION-DATE
012702             IF ST-PLANT-CODE NOT = SPACES
012704                 MOVE ST-PLANT-CODE TO SM-PLANT-CODE
012706             END-IF
012710             PERFORM 2500-SET-BAND-LIMITS
012720                 THRU 2500-EXIT
012800             REWRITE SM-STATION-RECORD
013500         INVALID KEY
013600             DISPLAY "STNMAINT - STATION NOT ON FILE "
013700                 ST-STATION-ID
013710             MOVE "R" TO WS-LOG-DISP
013720             MOVE "STATION NOT ON FILE" TO WS-LOG-REASON
013800         NOT INVALID KEY
013900             SET SM-DECOMMISSIONED TO TRUE
014000             REWRITE SM-STATION-RECORD
014395     ELSE
014396         MOVE 0 TO SM-EXPECTED-VOLUME
014397     END-IF.
014407     IF ST-TARGET-YIELD IS NUMERIC
014417         AND ST-TARGET-YIELD NOT > 100
014427             MOVE ST-TARGET-YIELD TO SM-TARGET-YIELD
014437     ELSE
014447         MOVE 0 TO SM-TARGET-YIELD
014457     END-IF.
014467 2500-EXIT.
014477     EXIT.
014478 2800-WRITE-ACTION-LOG.
014479     MOVE "STNMAINT" TO MA-PROGRAM-ID.
014480     MOVE ST-REQUESTER-ID TO MA-REQUESTER-ID.
014481     MOVE ST-ACTION-CODE TO MA-ACTION-CODE.
014482     CALL "MAUTHCHK" USING MA-LINK-AREA.
014483     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
014484     ACCEPT WS-LOG-TIME FROM TIME.
014485     MOVE SPACES TO ML-LOG-RECORD.
014486     MOVE ST-REQUESTER-ID TO ML-REQUESTER-ID.
014487     MOVE MA-REQUESTER-NAME TO ML-REQUESTER-NAME.
014488     MOVE "STNMAINT" TO ML-PROGRAM-ID.
014489     MOVE ST-ACTION-CODE TO ML-ACTION-CODE.
014490     MOVE ST-STATION-ID TO ML-ENTITY-KEY.
014491     MOVE WS-LOG-DATE TO ML-RUN-DATE.
014492     MOVE WS-LOG-HHMMSS TO ML-RUN-TIME.
014493     MOVE WS-LOG-DISP TO ML-DISPOSITION.
014494     MOVE WS-LOG-REASON TO ML-REASON.
014495     WRITE ML-LOG-RECORD.
014496 2800-EXIT.
014497     EXIT.
014498 8000-FINALIZE.
014500     CLOSE STNTRN STNMAST MAINTLOG.
014600 8000-EXIT.
014700     EXIT.
