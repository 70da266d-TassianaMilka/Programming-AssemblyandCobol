001900*   MODIFICATION HISTORY                                        *
002000*   ------------------------------------------------------------*
002100*   2026-09-02  DLM  Original program.                          *
002110*   2026-10-15  DLM  PLANTCAL is keyed by plant and date        *
002120*                    (CA-CAL-KEY); CT-PLANT-CODE picks the      *
002130*                    plant, blank for a single-plant calendar.  *
002138*   2026-10-15  DLM  Requester authorization.  CT-REQUESTER-ID  *
002146*                    is checked through MAUTHCHK against the    *
002154*                    MAINTAUT deck; a refused transaction is    *
002162*                    not applied and is displayed naming the    *
002170*                    requester.  Every transaction read appends *
002178*                    an MLOGREC to the common MAINTLOG action   *
002186*                    log with what became of it.                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CALMAINT.
003500     SELECT PLANTCAL ASSIGN TO "PLANTCAL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CA-CAL-KEY
003900         FILE STATUS IS WS-MASTER-STATUS.
003910     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-MLOG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALTRN
004300     RECORDING MODE IS F.
004400     COPY CALTREC.
004500 FD  PLANTCAL
004600     RECORD CONTAINS 14 CHARACTERS.
004700     COPY CALREC.
004710 FD  MAINTLOG
004720     RECORDING MODE IS F.
004730     COPY MLOGREC.
004800 WORKING-STORAGE SECTION.
004900 01  WS-TRAN-STATUS           PIC X(02).
005000     88  WS-TRAN-OK                  VALUE "00".
005600     05  WS-DW-DATE           PIC 9(08).
005700     05  WS-DW-TIME           PIC X(06) VALUE "000000".
005800     COPY TSLINK.
005810 01  WS-MLOG-STATUS           PIC X(02).
005820 01  WS-LOG-DISP              PIC X(01).
005830 01  WS-LOG-REASON            PIC X(30).
005840 01  WS-LOG-DATE              PIC 9(08).
005850 01  WS-LOG-TIME.
005860     05  WS-LOG-HHMMSS        PIC 9(06).
005870     05  FILLER               PIC 9(02).
005880     COPY MALINK.
005900 LINKAGE SECTION.
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
008100         CLOSE PLANTCAL
008200         OPEN I-O PLANTCAL
008300     END-IF.
008310     OPEN EXTEND MAINTLOG.
008320     IF WS-MLOG-STATUS NOT = "00"
008330         OPEN OUTPUT MAINTLOG
008340     END-IF.
008400     PERFORM 2100-READ-TRAN
008500         THRU 2100-EXIT.
008600 1000-EXIT.
008700     EXIT.
008800 2000-PROCESS-ONE-TRAN.
008810     MOVE "A" TO WS-LOG-DISP.
008820     MOVE SPACES TO WS-LOG-REASON.
008900     PERFORM 2150-EDIT-TRAN
009000         THRU 2150-EXIT.
009100     IF TS-INVALID
009200         DISPLAY "CALMAINT - BAD DATE ON TRANSACTION "
009300             CT-CAL-DATE " - " TS-REJECT-REASON
009310         MOVE "R" TO WS-LOG-DISP
009320         MOVE TS-REJECT-REASON TO WS-LOG-REASON
009400         GO TO 2000-READ-NEXT
009500     END-IF.
009504     IF NOT CT-ADD-ACTION
009508         AND NOT CT-CHANGE-ACTION
009512         AND NOT CT-DELETE-ACTION
009516             DISPLAY "CALMAINT - INVALID ACTION CODE FOR "
009520                 CT-CAL-DATE
009524             MOVE "R" TO WS-LOG-DISP
009528             MOVE "INVALID ACTION CODE" TO WS-LOG-REASON
009532             GO TO 2000-READ-NEXT
009536     END-IF.
009540     MOVE "CALMAINT" TO MA-PROGRAM-ID.
009544     MOVE CT-REQUESTER-ID TO MA-REQUESTER-ID.
009548     MOVE CT-ACTION-CODE TO MA-ACTION-CODE.
009552     CALL "MAUTHCHK" USING MA-LINK-AREA.
009556     IF MA-NOT-AUTHORIZED
009560         DISPLAY "CALMAINT - " MA-REJECT-REASON " - DATE "
009564             CT-PLANT-CODE " " CT-CAL-DATE
009568         MOVE "U" TO WS-LOG-DISP
009572         MOVE MA-REJECT-REASON TO WS-LOG-REASON
009576         GO TO 2000-READ-NEXT
009580     END-IF.
009600     EVALUATE TRUE
009700         WHEN CT-ADD-ACTION
009800             PERFORM 2200-ADD-CALENDAR-RECORD
010300         WHEN CT-DELETE-ACTION
010400             PERFORM 2400-DELETE-CALENDAR-RECORD
010500                 THRU 2400-EXIT
010900     END-EVALUATE.
011000 2000-READ-NEXT.
011010     PERFORM 2800-WRITE-ACTION-LOG
011020         THRU 2800-EXIT.
011100     PERFORM 2100-READ-TRAN
011200         THRU 2100-EXIT.
011300 2000-EXIT.
013800     EXIT.
013900 2200-ADD-CALENDAR-RECORD.
014000     MOVE CT-CAL-DATE TO CA-CAL-DATE.
014010     MOVE CT-PLANT-CODE TO CA-PLANT-CODE.
014100     PERFORM 2500-SET-CALENDAR-FIELDS
014200         THRU 2500-EXIT.
014300     WRITE CA-CALENDAR-RECORD
014400         INVALID KEY
014500             DISPLAY "CALMAINT - DUPLICATE CALENDAR DATE "
014600                 CT-CAL-DATE
014610             MOVE "R" TO WS-LOG-DISP
014620             MOVE "DUPLICATE CALENDAR DATE" TO WS-LOG-REASON
014700     END-WRITE.
014800 2200-EXIT.
014900     EXIT.
015000 2300-CHANGE-CALENDAR-RECORD.
015100     MOVE CT-CAL-DATE TO CA-CAL-DATE.
015110     MOVE CT-PLANT-CODE TO CA-PLANT-CODE.
015200     READ PLANTCAL
015300         INVALID KEY
015400             DISPLAY "CALMAINT - DATE NOT ON FILE "
015500                 CT-CAL-DATE
015510             MOVE "R" TO WS-LOG-DISP
015520             MOVE "DATE NOT ON FILE" TO WS-LOG-REASON
015600         NOT INVALID KEY
015700             PERFORM 2500-SET-CALENDAR-FIELDS
015800                 THRU 2500-EXIT
016200     EXIT.
016300 2400-DELETE-CALENDAR-RECORD.
016400     MOVE CT-CAL-DATE TO CA-CAL-DATE.
016410     MOVE CT-PLANT-CODE TO CA-PLANT-CODE.
016500     DELETE PLANTCAL
016600         INVALID KEY
016700             DISPLAY "CALMAINT - DATE NOT ON FILE "
016800                 CT-CAL-DATE
016810             MOVE "R" TO WS-LOG-DISP
016820             MOVE "DATE NOT ON FILE" TO WS-LOG-REASON
016900     END-DELETE.
017000 2400-EXIT.
017100     EXIT.
018800     END-IF.
018900 2500-EXIT.
019000     EXIT.
019004 2800-WRITE-ACTION-LOG.
019008     MOVE "CALMAINT" TO MA-PROGRAM-ID.
019012     MOVE CT-REQUESTER-ID TO MA-REQUESTER-ID.
019016     MOVE CT-ACTION-CODE TO MA-ACTION-CODE.
019020     CALL "MAUTHCHK" USING MA-LINK-AREA.
019024     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
019028     ACCEPT WS-LOG-TIME FROM TIME.
019032     MOVE SPACES TO ML-LOG-RECORD.
019036     MOVE CT-REQUESTER-ID TO ML-REQUESTER-ID.
019040     MOVE MA-REQUESTER-NAME TO ML-REQUESTER-NAME.
019044     MOVE "CALMAINT" TO ML-PROGRAM-ID.
019048     MOVE CT-ACTION-CODE TO ML-ACTION-CODE.
019052     MOVE CT-PLANT-CODE TO ML-ENTITY-KEY (1:2).
019056     MOVE CT-CAL-DATE TO ML-ENTITY-KEY (3:8).
019060     MOVE WS-LOG-DATE TO ML-RUN-DATE.
019064     MOVE WS-LOG-HHMMSS TO ML-RUN-TIME.
019068     MOVE WS-LOG-DISP TO ML-DISPOSITION.
019072     MOVE WS-LOG-REASON TO ML-REASON.
019076     WRITE ML-LOG-RECORD.
019080 2800-EXIT.
019084     EXIT.
019100 8000-FINALIZE.
019200     CLOSE CALTRN PLANTCAL MAINTLOG.
019300 8000-EXIT.
019400     EXIT.
