001300*   in favour of this one program, which CALLs the BANDCHK      *
001400*   module for the actual band decision.                        *
001500*                                                                *
001600*   Runs in one of three modes, selected by PM-MODE-FLAG on the  *
001700*   IFPARM control card:                                        *
001800*     INTERACTIVE - ACCEPTs one NUM1/NUM2 pair from the         *
001900*                   terminal, same as the original program.     *
002200*                   pair unattended, producing a summary report *
002300*                   and an exception report of out-of-band or   *
002400*                   rejected readings.                           *
002410*     PREVIEW     - the batch band check run intraday over      *
002420*                   the current shift's readings so far,        *
002430*                   writing only a PREVRPT preview report       *
002440*                   and a PREVALRT alert listing.               *
002500*                                                                *
002600*   MODIFICATION HISTORY                                        *
002700*   ------------------------------------------------------------*
004970*                    going RC 8 on a full night's volume.  The  *
004971*                    sweep also closes with a silent-station    *
004972*                    count on BANDRPT.                          *
004973*   2026-10-15  DLM  Every reading now carries the badge of the *
004974*                    operator running the station.  Batch mode  *
004975*                    checks the badge against the EMPROST       *
004976*                    roster and against the night's CLOCKPRD    *
004977*                    pairs (loaded to a table up front) -- the  *
004978*                    operator must have been clocked in on the  *
004979*                    reading's shift at the reading's time.  A  *
004980*                    missing, unknown, or not-clocked-in badge  *
004981*                    prints on the new OPEXRPT operator         *
004982*                    exception report and on REJECTS, and goes  *
004983*                    to RECYCLE under reason 'OP'.  The badge   *
004984*                    also prints on the out-of-band REJECTS     *
004985*                    line and on ALERTS.  CLOCKPRD unavailable  *
004986*                    or overflowing the pair table suppresses   *
004987*                    the clocked-in test (console warning and a *
004988*                    note on OPEXRPT) rather than rejecting the *
004989*                    whole night.                               *
004996*   2026-10-15  DLM  Batch sweep now applies run rules to each  *
005003*                    station/shift's sequence of BC-RESULT      *
005010*                    values: PM-DRIFT-TREND readings in a row   *
005017*                    rising or falling (default 6), or          *
005024*                    PM-DRIFT-SIDE readings in a row on one     *
005031*                    side of the band midpoint (default 9).  A  *
005038*                    tripped rule prints on the new DRIFTRPT    *
005045*                    drift-warning report with the readings     *
005052*                    that made up the run, so a station can be  *
005059*                    pulled before it goes out of band.         *
005060*   2026-10-15  DLM  Planned station outages.  The STNOUTG      *
005061*                    windows that touch the night's date window *
005062*                    are loaded to a table up front.  A reading *
005063*                    stamped inside its station's window is     *
005064*                    rejected as STATION IN OUTAGE (RECYCLE     *
005065*                    reason 'SO'), and a station with a window  *
005066*                    in the night is left out of the silent and *
005067*                    low-volume checks with a note on BANDRPT.  *
005068*                    STNOUTG missing means no outages apply.    *
005069*   2026-10-15  DLM  Every RECYCLE write is tallied by reason   *
005070*                    code per station and for the run, and the  *
005071*                    counts go onto BANDHIST with the station's *
005072*                    other totals (HISTREC is now 98 bytes)     *
005073*                    and into the BANDRST checkpoint.  STNMREC  *
005074*                    grew the target yield (55 bytes).          *
005076*   2026-10-15  DLM  Serious out-of-band readings now go to     *
005078*                    ALERTS as well as critical ones, and the   *
005080*                    ALERTS line has a fixed layout (ALRTREC):  *
005082*                    station, timestamp, severity, the derived  *
005084*                    shift and the detail, so HANDOVR can pick  *
005086*                    out each shift's alerts for the shift      *
005088*                    handover report.  Silent-station lines     *
005090*                    use the same layout with no shift.         *
005091*   2026-10-15  DLM  ROSTREC grew the effective window dates;   *
005092*                    FD record length only, no logic change.    *
005099*   2026-10-15  DLM  Multi-plant running.  IFPARM names the     *
005106*                    plant (PM-PLANT-CODE); a reading for a     *
005113*                    station STNMAST assigns to another plant   *
005120*                    is rejected as STATION OTHER PLANT         *
005127*                    (RECYCLE reason 'US'), the silent-station  *
005134*                    check skips other plants' stations, the    *
005141*                    PLANTCAL lookup is by plant and date, and  *
005148*                    BANDHIST is keyed by run date, plant,      *
005155*                    shift and station (HISTREC 100 bytes).     *
005162*                    A blank plant runs as before.              *
005163*   2026-10-15  DLM  Intraday preview mode (PM-MODE-PREVIEW,    *
005164*                    'P' on the IFPARM card).  The batch band   *
005165*                    check runs over the readings stamped       *
005166*                    between the start of the current SHIFTTAB  *
005167*                    shift and now, sorting to PREVSRT and      *
005168*                    writing only the PREVRPT preview report    *
005169*                    (headed PREVIEW, with the shift and        *
005170*                    window, rejects and drift warnings printed *
005171*                    on it) and the PREVALRT alert              *
005172*                    listing.  BANDHIST, BANDFEED, FEEDLOG,     *
005173*                    BANDSTAT, RECYCLE, BANDRST, RUNLOG and the *
005174*                    nightly reports are never opened, and an   *
005175*                    unterminated reading file (no TRLR yet) is *
005176*                    noted on the report instead of             *
005177*                    failing.  The clocked-in test is off,      *
005178*                    CLOCKPRD being built by the nightly sweep. *
005179*   2026-10-15  DLM  Every reading the nightly run decides is   *
005180*                    also written to the new keyed RDGHIST      *
005181*                    reading-detail history (RDGHREC): NUM1,    *
005182*                    NUM2, result, the band limits in force and *
005183*                    their source, disposition, severity and    *
005184*                    reason, keyed by station, timestamp and    *
005185*                    run date.  RDGARCH archives it and RDGINQ  *
005186*                    lists a station's readings over a time     *
005187*                    range. Preview runs do not write it.       *
005193*   2026-10-15  DLM  Alert identifiers.  Every ALERTS line the  *
005199*                    nightly run writes carries AL-ALERT-ID --  *
005205*                    run date, plant and the alert's sequence   *
005211*                    in the night, which the BANDRST checkpoint *
005217*                    already carries, so a restart reissues the *
005223*                    same identifiers.  ALRTAGE registers them  *
005229*                    for acknowledgment and aging.  The alert   *
005235*                    detail is shortened to fit, a silent-      *
005241*                    station alert honours the restart skip     *
005247*                    like the others, and preview alerts carry  *
005253*                    no identifier.                             *
005254*   2026-10-15  DLM  Operator reject reasons shortened to fit   *
005255*                    the 20-byte feed and history reason.  A    *
005256*                    planned outage suppresses the silent-      *
005257*                    station check only when it covers the run  *
005258*                    date.  A reading skipped on restart no     *
005259*                    longer leaves the band switch set for the  *
005260*                    next history record.  PLANTCAL falls back  *
005261*                    to the blank-plant (all plants) entry when *
005262*                    the plant has none for the run date.       *
005263******************************************************************
005265 IDENTIFICATION DIVISION.
005271 PROGRAM-ID. IFANDELSE.
005277 AUTHOR. D. L. MERCER.
005283 INSTALLATION. QC SHIFT OPERATIONS.
005300 DATE-WRITTEN. 2024-11-10.
005400 DATE-COMPILED.
005500 ENVIRONMENT DIVISION.
006200         ORGANIZATION IS LINE SEQUENTIAL
006250         FILE STATUS IS WS-TRANIN-STATUS.
006700     SELECT SORTWK ASSIGN TO "SORTWK".
006800     SELECT TRANSRT ASSIGN TO WS-SORTED-DSN
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-TRANSRT-STATUS.
007100     SELECT BANDRPT ASSIGN TO WS-REPORT-DSN
007602     SELECT RUNLOG ASSIGN TO "RUNLOG"
007604         ORGANIZATION IS LINE SEQUENTIAL
007606         FILE STATUS IS WS-RUNLOG-STATUS.
007610     SELECT ALERTS ASSIGN TO WS-ALERTS-DSN
007611         ORGANIZATION IS LINE SEQUENTIAL
007612         FILE STATUS IS WS-ALERTS-STATUS.
007615     SELECT BANDRST ASSIGN TO "BANDRST"
007682     SELECT PLANTCAL ASSIGN TO "PLANTCAL"
007684         ORGANIZATION IS INDEXED
007686         ACCESS MODE IS RANDOM
007687         RECORD KEY IS CA-CAL-KEY
007688         FILE STATUS IS WS-PLANTCAL-STATUS.
007690     SELECT BANDHIST ASSIGN TO "BANDHIST"
007692         ORGANIZATION IS INDEXED
007694         ACCESS MODE IS RANDOM
007696         RECORD KEY IS HH-HIST-KEY
007698         FILE STATUS IS WS-BANDHIST-STATUS.
007699     SELECT RDGHIST ASSIGN TO "RDGHIST"
007700         ORGANIZATION IS INDEXED
007701         ACCESS MODE IS RANDOM
007702         RECORD KEY IS RD-DETAIL-KEY
007703         FILE STATUS IS WS-RDGHIST-STATUS.
007705     SELECT EMPROST ASSIGN TO "EMPROST"
007712         ORGANIZATION IS INDEXED
007719         ACCESS MODE IS RANDOM
007726         RECORD KEY IS RO-EMPLOYEE-ID
007733         FILE STATUS IS WS-EMPROST-STATUS.
007740     SELECT CLOCKPRD ASSIGN TO "CLOCKPRD"
007747         ORGANIZATION IS LINE SEQUENTIAL
007754         FILE STATUS IS WS-CLOCKPRD-STATUS.
007761     SELECT OPEXRPT ASSIGN TO "OPEXRPT"
007768         ORGANIZATION IS LINE SEQUENTIAL
007775         FILE STATUS IS WS-OPEXRPT-STATUS.
007776     SELECT DRIFTRPT ASSIGN TO "DRIFTRPT"
007777         ORGANIZATION IS LINE SEQUENTIAL
007778         FILE STATUS IS WS-DRIFTRPT-STATUS.
007781     SELECT STNOUTG ASSIGN TO "STNOUTG"
007784         ORGANIZATION IS INDEXED
007787         ACCESS MODE IS SEQUENTIAL
007790         RECORD KEY IS OG-OUTAGE-KEY
007793         FILE STATUS IS WS-STNOUTG-STATUS.
007796 DATA DIVISION.
007800 FILE SECTION.
007900 FD  IFPARM
008000     RECORDING MODE IS F.
010670     RECORDING MODE IS F.
010680     COPY FEEDREC.
010681 FD  PLANTCAL
010682     RECORD CONTAINS 14 CHARACTERS.
010683     COPY CALREC.
010684 FD  FEEDLOG
010685     RECORDING MODE IS F.
010696     COPY RUNREC.
010699 FD  ALERTS
010700     RECORDING MODE IS F.
010701     COPY ALRTREC.
010702 FD  RECYCLE
010704     RECORDING MODE IS F.
010706     COPY RCYREC.
010712     RECORDING MODE IS F.
010714 01  DP-DUP-LINE              PIC X(80).
010715 FD  BANDHIST
010716     RECORD CONTAINS 100 CHARACTERS.
010717     COPY HISTREC.
010721 FD  RDGHIST
010725     RECORD CONTAINS 100 CHARACTERS.
010729     COPY RDGHREC.
010733 FD  STNMAST
010740     RECORD CONTAINS 57 CHARACTERS.
010760     COPY STNMREC.
010762 FD  BANDRST
010764     RECORDING MODE IS F.
010766     COPY BRSTREC.
010770 FD  EMPROST
010774     RECORD CONTAINS 46 CHARACTERS.
010778     COPY ROSTREC.
010782 FD  CLOCKPRD
010786     RECORDING MODE IS F.
010790     COPY CLKPREC.
010794 FD  OPEXRPT
010798     RECORDING MODE IS F.
010802 01  OX-EXCEPTION-LINE        PIC X(80).
010804 FD  DRIFTRPT
010806     RECORDING MODE IS F.
010808 01  DR-DRIFT-LINE            PIC X(80).
010818 FD  STNOUTG
010828     RECORD CONTAINS 63 CHARACTERS.
010838     COPY OUTGREC.
010848 WORKING-STORAGE SECTION.
010900 01  WS-PARM-STATUS           PIC X(02).
010950 01  WS-REPORT-DSN            PIC X(08) VALUE "BANDRPT".
010952 01  WS-SORTED-DSN            PIC X(08) VALUE "TRANSRT".
010954 01  WS-ALERTS-DSN            PIC X(08) VALUE "ALERTS".
010956 01  WS-PREVIEW-SW            PIC X(01) VALUE "N".
010958     88  WS-PREVIEW-RUN              VALUE "Y".
010960 01  WS-PREVIEW-SHIFT         PIC X(01).
010962 01  WS-PREVIEW-SKIPPED       PIC 9(07) VALUE 0 COMP.
010964 01  WS-PREVIEW-TIME.
010966     05  WS-PV-HHMMSS         PIC 9(06).
010968     05  FILLER               PIC 9(02).
010970 01  WS-PREVIEW-FROM-TS.
010972     05  WS-PV-FROM-DATE      PIC 9(08).
010974     05  WS-PV-FROM-TIME      PIC 9(06).
010976 01  WS-PREVIEW-TO-TS.
010978     05  WS-PV-TO-DATE        PIC 9(08).
010980     05  WS-PV-TO-TIME        PIC 9(06).
010982 01  WS-PLANT-CODE            PIC X(02) VALUE SPACES.
011000 01  WS-TRANSRT-STATUS        PIC X(02).
011100     88  WS-TRANSRT-OK               VALUE "00".
011200     88  WS-TRANSRT-EOF              VALUE "10".
012593 01  WS-STN-LIMIT-SRC         PIC X(01) VALUE SPACE.
012594     88  WS-LIMITS-FROM-STATION      VALUE "S".
012595     88  WS-LIMITS-FROM-CARD         VALUE "C".
012596 01  WS-REASON-CODE-LIST       PIC X(16)
012597                                  VALUE "NNUSSDOVOBTSOPSO".
012598 01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-LIST.
012599     05  WS-REASON-CODE       PIC X(02) OCCURS 8 TIMES.
012600 01  WS-RSN-CNT               PIC 9(03) VALUE 8 COMP.
012601 01  WS-RSN-SUB               PIC 9(03) VALUE 0 COMP.
012602 01  WS-RSN-HIT               PIC 9(03) VALUE 0 COMP.
012603 01  WS-STN-RSN-TABLE.
012604     05  WS-STN-RSN-COUNT     PIC 9(07) COMP OCCURS 8 TIMES
012605                                  VALUE 0.
012606 01  WS-TOT-RSN-TABLE.
012607     05  WS-TOT-RSN-COUNT     PIC 9(07) COMP OCCURS 8 TIMES
012608                                  VALUE 0.
012609 01  WS-HH-RSN-TABLE.
012610     05  WS-HH-RSN-COUNT      PIC 9(07) OCCURS 8 TIMES.
012611 01  WS-LIMIT-SRC-TEXT        PIC X(14).
012612 01  WS-LOW-EDIT              PIC ZZZZ9.
012613 01  WS-UPP-EDIT              PIC ZZZZ9.
012614 01  WS-STN-AVERAGE           PIC 9(05)V99.
012615 01  WS-MIN-EDIT              PIC ZZZZ9.
012620 01  WS-MAX-EDIT              PIC ZZZZ9.
012630 01  WS-AVG-EDIT              PIC ZZZZ9.99.
012632 01  WS-TRAILER-FAIL-SW       PIC X(01) VALUE "N".
012664     05  WS-TV-RECORD-COUNT   PIC 9(07).
012666     05  WS-TV-HASH-TOTAL     PIC 9(09).
012668     05  WS-TV-FILE-TAG       PIC X(06).
012669     05  FILLER               PIC X(06).
012670 01  WS-TRAN-NUM-VIEW REDEFINES WK-TRANS-RECORD.
012672     05  FILLER               PIC X(19).
012674     05  WS-NV-NUM1           PIC 9(04).
012678 01  WS-ALERTS-STATUS         PIC X(02).
012680     88  WS-ALERTS-OK                VALUE "00".
012681 01  WS-BANDHIST-STATUS       PIC X(02).
012682 01  WS-RDGHIST-STATUS        PIC X(02).
012683 01  WS-BANDED-SW             PIC X(01) VALUE "N".
012684     88  WS-READING-BANDED           VALUE "Y".
012685 01  WS-RUN-DATE              PIC 9(08).
012690 01  WS-RUNLOG-STATUS         PIC X(02).
012691 01  WS-RUN-TYPE              PIC X(01).
012692 01  WS-RUN-RECORDS           PIC 9(07).
012716 01  WS-FEED-SKIP             PIC 9(07) VALUE 0 COMP.
012718 01  WS-RECYCLE-SKIP          PIC 9(07) VALUE 0 COMP.
012720 01  WS-ALERT-SKIP            PIC 9(07) VALUE 0 COMP.
012721 01  WS-ALERT-SEQ             PIC 9(05).
012722 01  WS-REOPEN-COUNT          PIC 9(07) VALUE 0 COMP.
012724 01  WS-REOPEN-EOF-SW         PIC X(01).
012726     88  WS-REOPEN-EOF               VALUE "Y".
012775 01  WS-HIST-KEY-HIT-SW       PIC X(01).
012776     88  WS-HIST-KEY-SEEN            VALUE "Y".
012777 01  WS-HIST-KEY-TABLE.
012778     05  WS-HK-KEY            PIC X(16) OCCURS 200 TIMES.
012779 01  WS-HH-PROCESSED          PIC 9(07).
012780 01  WS-HH-IN-BAND            PIC 9(07).
012781 01  WS-HH-OUT-BAND           PIC 9(07).
012800     88  WS-PLANTCAL-OK              VALUE "00".
012801 01  WS-DOWN-DAY-SW           PIC X(01) VALUE "N".
012802     88  WS-RUN-DOWN-DAY             VALUE "Y".
012805 01  WS-EMPROST-STATUS        PIC X(02).
012808     88  WS-EMPROST-OK               VALUE "00".
012811 01  WS-CLOCKPRD-STATUS       PIC X(02).
012814     88  WS-CLOCKPRD-OK              VALUE "00".
012817 01  WS-OPEXRPT-STATUS        PIC X(02).
012820     88  WS-OPEXRPT-OK               VALUE "00".
012823 01  WS-OPERATOR-REASON       PIC X(22).
012826 01  WS-OPEX-COUNT            PIC 9(07) VALUE 0 COMP.
012829 01  WS-PAIRS-SW              PIC X(01) VALUE "N".
012832     88  WS-PAIRS-LOADED             VALUE "Y".
012835 01  WS-PAIR-OVERFLOW-SW      PIC X(01) VALUE "N".
012838     88  WS-PAIR-OVERFLOWED          VALUE "Y".
012841 01  WS-PAIR-EOF-SW           PIC X(01) VALUE "N".
012844     88  WS-PAIR-EOF                 VALUE "Y".
012847 01  WS-PAIR-HIT-SW           PIC X(01).
012850     88  WS-OPERATOR-CLOCKED-IN      VALUE "Y".
012853 01  WS-PAIR-CNT              PIC 9(04) VALUE 0 COMP.
012856 01  WS-PAIR-MAX              PIC 9(04) VALUE 2000 COMP.
012859 01  WS-PAIR-SUB              PIC 9(04) VALUE 0 COMP.
012862 01  WS-PAIR-TABLE.
012865     05  WS-PR-ENTRY OCCURS 2000 TIMES.
012868         10  WS-PR-EMPLOYEE       PIC X(06).
012871         10  WS-PR-SHIFT          PIC X(01).
012874         10  WS-PR-IN-TS          PIC X(14).
012877         10  WS-PR-OUT-TS         PIC X(14).
012881 01  WS-DRIFTRPT-STATUS       PIC X(02).
012885     88  WS-DRIFTRPT-OK              VALUE "00".
012889 01  WS-DRIFT-TREND-RUN       PIC 9(02) VALUE 6.
012893 01  WS-DRIFT-SIDE-RUN        PIC 9(02) VALUE 9.
012897 01  WS-DRIFT-COUNT           PIC 9(07) VALUE 0 COMP.
012901 01  WS-DRIFT-PREV-SW         PIC X(01) VALUE "N".
012905     88  WS-DRIFT-HAVE-PREV          VALUE "Y".
012909 01  WS-DRIFT-PREV-RESULT     PIC 9(05) VALUE 0.
012913 01  WS-RISE-CNT              PIC 9(02) VALUE 0 COMP.
012917 01  WS-FALL-CNT              PIC 9(02) VALUE 0 COMP.
012921 01  WS-SIDE-CNT              PIC 9(02) VALUE 0 COMP.
012925 01  WS-DRIFT-SIDE            PIC X(01) VALUE SPACE.
012929 01  WS-READING-SIDE          PIC X(01).
012933     88  WS-READING-ABOVE            VALUE "A".
012937     88  WS-READING-BELOW            VALUE "B".
012941 01  WS-BAND-MIDPOINT         PIC 9(05)V9.
012945 01  WS-DRIFT-RULE            PIC X(30).
012949 01  WS-DRIFT-SHOW            PIC 9(02) VALUE 0 COMP.
012953 01  WS-RUN-EDIT              PIC Z9.
012957 01  WS-SIDE-EDIT             PIC Z9.
012961 01  WS-DH-CNT                PIC 9(02) VALUE 0 COMP.
012965 01  WS-DH-MAX                PIC 9(02) VALUE 20 COMP.
012969 01  WS-DH-SUB                PIC 9(02) VALUE 0 COMP.
012973 01  WS-DRIFT-HIST-TABLE.
012977     05  WS-DH-ENTRY OCCURS 20 TIMES.
012981         10  WS-DH-TIMESTAMP      PIC X(14).
012985         10  WS-DH-RESULT         PIC 9(05).
012989         10  WS-DH-OPERATOR       PIC X(06).
012993 01  WS-STNOUTG-STATUS        PIC X(02).
012997     88  WS-STNOUTG-OK               VALUE "00".
013001 01  WS-OUTG-EOF-SW           PIC X(01) VALUE "N".
013005     88  WS-OUTG-EOF                 VALUE "Y".
013009 01  WS-OUTG-OVERFLOW-SW      PIC X(01) VALUE "N".
013013     88  WS-OUTG-OVERFLOWED          VALUE "Y".
013017 01  WS-OUTG-HIT-SW           PIC X(01).
013021     88  WS-OUTG-FOUND               VALUE "Y".
013025 01  WS-OUTG-FROM-DATE        PIC 9(08).
013029 01  WS-OUTG-TO-DATE          PIC 9(08).
013033 01  WS-OUTG-FROM-TS.
013037     05  WS-OUTG-FROM-TS-DATE PIC 9(08).
013041     05  FILLER               PIC X(06) VALUE "000000".
013045 01  WS-OUTG-TO-TS.
013049     05  WS-OUTG-TO-TS-DATE   PIC 9(08).
013053     05  FILLER               PIC X(06) VALUE "235959".
013054 01  WS-NIGHT-FROM-TS.
013055     05  WS-NIGHT-FROM-DATE   PIC 9(08).
013056     05  FILLER               PIC X(06) VALUE "000000".
013057 01  WS-NIGHT-TO-TS.
013058     05  WS-NIGHT-TO-DATE     PIC 9(08).
013059     05  FILLER               PIC X(06) VALUE "235959".
013060 01  WS-OUTG-CNT              PIC 9(03) VALUE 0 COMP.
013061 01  WS-OUTG-MAX              PIC 9(03) VALUE 200 COMP.
013065 01  WS-OUTG-SUB              PIC 9(03) VALUE 0 COMP.
013069 01  WS-OUTG-TABLE.
013073     05  WS-OG-ENTRY OCCURS 200 TIMES.
013077         10  WS-OG-STATION        PIC X(05).
013081         10  WS-OG-START          PIC X(14).
013085         10  WS-OG-END            PIC X(14).
013089 PROCEDURE DIVISION.
013093 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-EXIT.
013300     IF PM-MODE-BATCH OR PM-MODE-PREVIEW
013400         PERFORM 2000-BATCH-RUN
013500             THRU 2000-EXIT
013600     ELSE
014700                 MOVE 60 TO PM-BAND-LOWER
014800                 MOVE 80 TO PM-BAND-UPPER
014850                 MOVE "BANDRPT" TO PM-REPORT-DSN
014860             NOT AT END
014870                 MOVE PM-PLANT-CODE TO WS-PLANT-CODE
014900         END-READ
015000     ELSE
015100         MOVE "I" TO PM-MODE-FLAG
015350         MOVE "BANDRPT" TO PM-REPORT-DSN
015400     END-IF.
015450     MOVE PM-REPORT-DSN TO WS-REPORT-DSN.
015451     IF PM-MODE-PREVIEW
015452         SET WS-PREVIEW-RUN TO TRUE
015453         MOVE "PREVRPT" TO WS-REPORT-DSN
015454         MOVE "PREVSRT" TO WS-SORTED-DSN
015455         MOVE "PREVALRT" TO WS-ALERTS-DSN
015456     END-IF.
015460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015470     COMPUTE WS-RUN-INT =
015480         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
015490     IF PM-DATE-WINDOW IS NUMERIC
015492         MOVE PM-DATE-WINDOW TO WS-DATE-WINDOW
015494     END-IF.
015496     IF PM-DRIFT-TREND IS NUMERIC
015498         AND PM-DRIFT-TREND NOT < 2
015500         AND PM-DRIFT-TREND NOT > WS-DH-MAX
015502             MOVE PM-DRIFT-TREND TO WS-DRIFT-TREND-RUN
015504     END-IF.
015506     IF PM-DRIFT-SIDE IS NUMERIC
015508         AND PM-DRIFT-SIDE NOT < 2
015510         AND PM-DRIFT-SIDE NOT > WS-DH-MAX
015512             MOVE PM-DRIFT-SIDE TO WS-DRIFT-SIDE-RUN
015514     END-IF.
015516     CLOSE IFPARM.
015520     MOVE "S" TO WS-RUN-TYPE.
015540     MOVE 0 TO WS-RUN-RECORDS.
015560     PERFORM 9100-WRITE-RUN-RECORD
015766         GO TO 1400-EXIT
015768     END-IF.
015770     MOVE WS-RUN-DATE TO CA-CAL-DATE.
015771     MOVE WS-PLANT-CODE TO CA-PLANT-CODE.
015772     READ PLANTCAL
015774         INVALID KEY
015775             MOVE SPACES TO CA-PLANT-CODE
015776             READ PLANTCAL
015777                 INVALID KEY
015778                     CLOSE PLANTCAL
015779                     GO TO 1400-EXIT
015780             END-READ
015781     END-READ.
015782     IF CA-DOWN-DAY OR CA-HOLIDAY
015783         SET WS-RUN-DOWN-DAY TO TRUE
015784     END-IF.
015788     CLOSE PLANTCAL.
015790 1400-EXIT.
015792     EXIT.
015793 1700-SET-PREVIEW-WINDOW.
015794     ACCEPT WS-PREVIEW-TIME FROM TIME.
015795     MOVE WS-RUN-DATE TO WS-PV-TO-DATE.
015796     MOVE WS-PV-HHMMSS TO WS-PV-TO-TIME.
015797     MOVE WS-RUN-DATE TO WS-PV-FROM-DATE.
015798     IF WS-SHIFT-CNT = 0
015799         MOVE PM-SHIFT-CODE TO WS-PREVIEW-SHIFT
015800         MOVE 0 TO WS-PV-FROM-TIME
015801         GO TO 1700-EXIT
015802     END-IF.
015803     MOVE WS-PV-HHMMSS TO TS-TIME-PART.
015804     PERFORM 2280-DERIVE-SHIFT
015805         THRU 2280-EXIT.
015806     MOVE WS-READING-SHIFT TO WS-PREVIEW-SHIFT.
015807     MOVE WS-SH-START (WS-BEST-SUB) TO WS-PV-FROM-TIME.
015808     IF WS-PV-FROM-TIME > WS-PV-HHMMSS
015809         COMPUTE WS-PV-FROM-DATE =
015810             FUNCTION DATE-OF-INTEGER (WS-RUN-INT - 1)
015811     END-IF.
015812 1700-EXIT.
015813     EXIT.
015814 1750-WRITE-PREVIEW-HEADING.
015815     MOVE SPACES TO BR-REPORT-LINE.
015816     MOVE "IFANDELSE PREVIEW BAND CHECK -- NOT THE NIGHTLY RUN"
015817         TO BR-REPORT-LINE.
015818     WRITE BR-REPORT-LINE.
015819     MOVE SPACES TO BR-REPORT-LINE.
015820     STRING "SHIFT " WS-PREVIEW-SHIFT
015821         "  READINGS FROM " WS-PREVIEW-FROM-TS
015822         " THROUGH " WS-PREVIEW-TO-TS
015823         DELIMITED BY SIZE INTO BR-REPORT-LINE.
015824     WRITE BR-REPORT-LINE.
015825     MOVE WS-PREVIEW-SKIPPED TO WS-COUNT-EDIT.
015826     MOVE SPACES TO BR-REPORT-LINE.
015827     STRING "READINGS OUTSIDE THE SHIFT SO FAR: " WS-COUNT-EDIT
015828         DELIMITED BY SIZE INTO BR-REPORT-LINE.
015829     WRITE BR-REPORT-LINE.
015830     IF WS-TRAILER-FAILED
015831         MOVE SPACES TO BR-REPORT-LINE
015832         MOVE "INPUT TOTALS NOT VERIFIED -- FILES STILL OPEN"
015833             TO BR-REPORT-LINE
015834         WRITE BR-REPORT-LINE
015835     END-IF.
015836     MOVE SPACES TO BR-REPORT-LINE.
015837     MOVE "NO HISTORY, FEED, STATS, RECYCLE OR RUN LOG UPDATED"
015838         TO BR-REPORT-LINE.
015839     WRITE BR-REPORT-LINE.
015840     MOVE SPACES TO BR-REPORT-LINE.
015841     MOVE "CLOCKED-IN CHECK OFF -- CLOCKPRD IS BUILT NIGHTLY"
015842         TO BR-REPORT-LINE.
015843     WRITE BR-REPORT-LINE.
015844 1750-EXIT.
015845     EXIT.
015846 2000-BATCH-RUN.
015847     PERFORM 1300-LOAD-SHIFT-TABLE
015848         THRU 1300-EXIT.
015849     PERFORM 1400-CHECK-PLANT-CALENDAR
015850         THRU 1400-EXIT.
015851     IF NOT WS-PREVIEW-RUN
015852         PERFORM 1500-LOAD-CLOCK-PAIRS
015853             THRU 1500-EXIT
015854     END-IF.
015855     PERFORM 1600-LOAD-OUTAGES
015856         THRU 1600-EXIT.
015857     IF WS-PREVIEW-RUN
015858         PERFORM 1700-SET-PREVIEW-WINDOW
015859             THRU 1700-EXIT
015860     ELSE
015861         MOVE PM-CHECKPOINT-INT TO WS-CHECKPOINT-INT
015862         PERFORM 2020-READ-RESTART
015863             THRU 2020-EXIT
015864     END-IF.
015880     IF NOT WS-RESTARTED-FROM-CKPT
015900         SORT SORTWK
016000             ON ASCENDING KEY TR-STATION-ID TR-TIMESTAMP
016150                 THRU 6090-EXIT
016200             GIVING TRANSRT
016250     END-IF.
016260     IF WS-TRAILER-FAILED AND NOT WS-PREVIEW-RUN
016270         DISPLAY "IFANDELSE - INPUT CONTROL TOTALS DO NOT "
016272             "VERIFY, RUN ABANDONED"
016274         MOVE 16 TO RETURN-CODE
016416         MOVE 16 TO RETURN-CODE
016418         STOP RUN
016420     END-IF.
016521     PERFORM 2057-OPEN-ALERTS
016522         THRU 2057-EXIT.
016523     IF NOT WS-ALERTS-OK
016526         MOVE 16 TO RETURN-CODE
016527         STOP RUN
016528     END-IF.
016630     OPEN INPUT STNMAST.
016640     IF NOT WS-STNMAST-OK
016642         DISPLAY "IFANDELSE - UNABLE TO OPEN STNMAST, STATUS="
016646         MOVE 16 TO RETURN-CODE
016648         STOP RUN
016650     END-IF.
016690     OPEN INPUT EMPROST.
016696     IF NOT WS-EMPROST-OK
016702         DISPLAY "IFANDELSE - UNABLE TO OPEN EMPROST, STATUS="
016708             WS-EMPROST-STATUS
016714         MOVE 16 TO RETURN-CODE
016720         STOP RUN
016726     END-IF.
016734     IF WS-PREVIEW-RUN
016742         PERFORM 1750-WRITE-PREVIEW-HEADING
016750             THRU 1750-EXIT
016758         GO TO 2000-SWEEP
016766     END-IF.
016774     PERFORM 2050-OPEN-NIGHTLY-FILES
016782         THRU 2050-EXIT.
016790     MOVE SPACES TO BR-REPORT-LINE.
016800     MOVE "IFANDELSE BATCH BAND CHECK" TO BR-REPORT-LINE.
016900     WRITE BR-REPORT-LINE.
016910     IF WS-RESTARTED-FROM-CKPT
016992             UNTIL WS-SKIP-COUNT >= WS-RESTART-POSITION
016994                 OR WS-END-OF-TRANS
016996     END-IF.
016998 2000-SWEEP.
017000     PERFORM 2100-READ-TRANSRT
017100         THRU 2100-EXIT.
017200     PERFORM 2200-PROCESS-ONE-TRANS
017440         THRU 2650-EXIT.
017500     PERFORM 2900-WRITE-SUMMARY
017600         THRU 2900-EXIT.
017602     IF NOT WS-PREVIEW-RUN
017612         PERFORM 2060-FINISH-NIGHTLY
017622             THRU 2060-EXIT
017632     END-IF.
017700     CLOSE TRANSRT BANDRPT STNMAST ALERTS EMPROST.
017800 2000-EXIT.
017900     EXIT.
017901 2050-OPEN-NIGHTLY-FILES.
017902     OPEN OUTPUT REJECTS.
017903     IF NOT WS-REJECTS-OK
017904         DISPLAY "IFANDELSE - UNABLE TO OPEN REJECTS, STATUS="
017905             WS-REJECTS-STATUS
017906         MOVE 16 TO RETURN-CODE
017907         STOP RUN
017908     END-IF.
017909     PERFORM 2056-OPEN-RECYCLE
017910         THRU 2056-EXIT.
017911     IF NOT WS-RECYCLE-OK
017912         DISPLAY "IFANDELSE - UNABLE TO OPEN RECYCLE, STATUS="
017913             WS-RECYCLE-STATUS
017914         MOVE 16 TO RETURN-CODE
017915         STOP RUN
017916     END-IF.
017917     OPEN OUTPUT BANDSTAT.
017918     IF NOT WS-BANDSTAT-OK
017919         DISPLAY "IFANDELSE - UNABLE TO OPEN BANDSTAT, STATUS="
017920             WS-BANDSTAT-STATUS
017921         MOVE 16 TO RETURN-CODE
017922         STOP RUN
017923     END-IF.
017924     OPEN OUTPUT DUPRPT.
017925     IF NOT WS-DUPRPT-OK
017926         DISPLAY "IFANDELSE - UNABLE TO OPEN DUPRPT, STATUS="
017927             WS-DUPRPT-STATUS
017928         MOVE 16 TO RETURN-CODE
017929         STOP RUN
017930     END-IF.
017931     OPEN I-O BANDHIST.
017932     IF WS-BANDHIST-STATUS = "35"
017933         OPEN OUTPUT BANDHIST
017934         CLOSE BANDHIST
017935         OPEN I-O BANDHIST
017936     END-IF.
017937     OPEN I-O RDGHIST.
017938     IF WS-RDGHIST-STATUS = "35"
017939         OPEN OUTPUT RDGHIST
017940         CLOSE RDGHIST
017941         OPEN I-O RDGHIST
017942     END-IF.
017943     PERFORM 2058-OPEN-BANDFEED
017944         THRU 2058-EXIT.
017945     IF NOT WS-BANDFEED-OK
017946         DISPLAY "IFANDELSE - UNABLE TO OPEN BANDFEED, STATUS="
017947             WS-BANDFEED-STATUS
017948         MOVE 16 TO RETURN-CODE
017949         STOP RUN
017950     END-IF.
017951     OPEN OUTPUT OPEXRPT.
017952     IF NOT WS-OPEXRPT-OK
017953         DISPLAY "IFANDELSE - UNABLE TO OPEN OPEXRPT, STATUS="
017954             WS-OPEXRPT-STATUS
017955         MOVE 16 TO RETURN-CODE
017956         STOP RUN
017957     END-IF.
017958     PERFORM 2040-WRITE-OPEX-HEADING
017959         THRU 2040-EXIT.
017960     OPEN OUTPUT DRIFTRPT.
017961     IF NOT WS-DRIFTRPT-OK
017962         DISPLAY "IFANDELSE - UNABLE TO OPEN DRIFTRPT, STATUS="
017963             WS-DRIFTRPT-STATUS
017964         MOVE 16 TO RETURN-CODE
017965         STOP RUN
017966     END-IF.
017967     PERFORM 2030-WRITE-DRIFT-HEADING
017968         THRU 2030-EXIT.
017969 2050-EXIT.
017970     EXIT.
017971 2060-FINISH-NIGHTLY.
017972     PERFORM 2980-CHECK-SILENT-STATIONS
017973         THRU 2980-EXIT.
017974     PERFORM 2750-CLEAR-RESTART
017975         THRU 2750-EXIT.
017976     PERFORM 2960-WRITE-FEED-TRAILER
017977         THRU 2960-EXIT.
017978     PERFORM 2045-WRITE-OPEX-TOTAL
017979         THRU 2045-EXIT.
017980     PERFORM 2035-WRITE-DRIFT-TOTAL
017981         THRU 2035-EXIT.
017982     CLOSE REJECTS BANDSTAT DUPRPT RECYCLE BANDHIST BANDFEED
017983         OPEXRPT DRIFTRPT RDGHIST.
017984 2060-EXIT.
017985     EXIT.
017986 2020-READ-RESTART.
017987     OPEN INPUT BANDRST.
017988     IF WS-RST-OK
017989         READ BANDRST
017990             AT END
017991                 CONTINUE
017992             NOT AT END
017993                 MOVE RS-RECORD-NO TO WS-RESTART-POSITION
017994                 MOVE RS-RECORD-NO TO WS-RECORDS-READ
017995                 MOVE RS-IN-BAND-COUNT TO WS-IN-BAND-COUNT
017996                 MOVE RS-OUT-BAND-COUNT TO WS-OUT-BAND-COUNT
017997                 MOVE RS-REJECT-COUNT TO WS-REJECT-COUNT
017998                 MOVE RS-PROCESSED-COUNT TO WS-PROCESSED-COUNT
017999                 MOVE RS-DUP-COUNT TO WS-DUP-COUNT
018000                 MOVE RS-PREV-STATION TO WS-PREV-STATION
018001                 MOVE RS-PREV-TIMESTAMP TO WS-PREV-TIMESTAMP
018002                 MOVE RS-CURR-STATION TO WS-CURR-STATION
018003                 MOVE RS-STN-PROCESSED TO WS-STN-PROCESSED
018004                 MOVE RS-STN-IN-BAND TO WS-STN-IN-BAND
018005                 MOVE RS-STN-OUT-BAND TO WS-STN-OUT-BAND
018006                 MOVE RS-STN-REJECTED TO WS-STN-REJECTED
018007                 MOVE RS-STN-RESULT-CNT TO WS-STN-RESULT-CNT
018008                 MOVE RS-STN-RESULT-SUM TO WS-STN-RESULT-SUM
018009                 MOVE RS-STN-MIN-RESULT TO WS-STN-MIN-RESULT
018010                 MOVE RS-STN-MAX-RESULT TO WS-STN-MAX-RESULT
018011                 MOVE RS-SEV-MARGINAL TO WS-SEV-MARGINAL-COUNT
018012                 MOVE RS-SEV-SERIOUS TO WS-SEV-SERIOUS-COUNT
018013                 MOVE RS-SEV-CRITICAL TO WS-SEV-CRITICAL-COUNT
018014                 MOVE RS-RECYCLE-COUNT TO WS-RECYCLE-COUNT
018015                 MOVE RS-ALERT-COUNT TO WS-ALERT-COUNT
018016                 MOVE RS-FEED-COUNT TO WS-FEED-COUNT
018017                 MOVE RS-STN-BAND-LOWER TO WS-STN-BAND-LOWER
018018                 MOVE RS-STN-BAND-UPPER TO WS-STN-BAND-UPPER
018019                 MOVE RS-STN-LIMIT-SRC TO WS-STN-LIMIT-SRC
018020                 MOVE RS-CURR-SHIFT TO WS-CURR-SHIFT-CODE
018021                 MOVE 0 TO WS-RSN-SUB
018022                 PERFORM 2025-RESTORE-ONE-REASON
018023                     THRU 2025-EXIT
018024                     UNTIL WS-RSN-SUB >= WS-RSN-CNT
018025                 SET WS-RESTARTED-FROM-CKPT TO TRUE
018026         END-READ
018027     END-IF.
018028     CLOSE BANDRST.
018029 2020-EXIT.
018030     EXIT.
018031 2100-READ-TRANSRT.
018100     READ TRANSRT
018200         AT END
018300             SET WS-END-OF-TRANS TO TRUE
019620         ADD 1 TO WS-STN-PROCESSED
019700         PERFORM 2400-WRITE-DETAIL
019800             THRU 2400-EXIT
019810         IF NOT BC-REJECTED
019820             PERFORM 2420-TRACK-DRIFT
019830                 THRU 2420-EXIT
019840         END-IF
019900         IF NOT BC-IN-BAND
020000             PERFORM 2500-WRITE-REJECT
020100                 THRU 2500-EXIT
020700     EXIT.
020710 2250-DROP-DUPLICATE.
020712     ADD 1 TO WS-DUP-COUNT.
020713     IF WS-PREVIEW-RUN
020714         GO TO 2250-EXIT
020715     END-IF.
020716     MOVE SPACES TO DP-DUP-LINE.
020717     STRING TX-STATION-ID " " TX-TIMESTAMP " " TX-NUM1
020718         " " TX-NUM2 " DUPLICATE READING"
020720         DELIMITED BY SIZE INTO DP-DUP-LINE.
020722     WRITE DP-DUP-LINE.
020776     STRING TX-STATION-ID " " TX-TIMESTAMP " " TX-NUM1
020778         " " TX-NUM2 " " TS-REJECT-REASON
020780         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
020781     PERFORM 2510-PUT-REJECT-LINE
020782         THRU 2510-EXIT.
020784     MOVE "TS" TO WS-RECYCLE-REASON.
020786     PERFORM 2550-WRITE-RECYCLE
020788         THRU 2550-EXIT.
020945                 MOVE "STATION DECOMMISSIONED"
020950                     TO WS-STATION-REASON
020955             END-IF
020956             IF WS-PLANT-CODE NOT = SPACES
020957                 AND SM-PLANT-CODE NOT = SPACES
020958                 AND SM-PLANT-CODE NOT = WS-PLANT-CODE
020959                     MOVE "STATION OTHER PLANT"
020960                         TO WS-STATION-REASON
020961             END-IF
020962     END-READ.
020963     IF WS-STATION-REASON = SPACES
020964         PERFORM 2330-CHECK-OUTAGE
020965             THRU 2330-EXIT
020966     END-IF.
020967     IF WS-STATION-REASON NOT = SPACES
020968         SET WS-INPUT-INVALID TO TRUE
020969         ADD 1 TO WS-REJECT-COUNT
020970         ADD 1 TO WS-PROCESSED-COUNT
020971         ADD 1 TO WS-STN-REJECTED
020972         ADD 1 TO WS-STN-PROCESSED
020973         MOVE SPACES TO RJ-REJECT-LINE
020974         STRING TX-STATION-ID " " TX-NUM1 " " TX-NUM2
020975             " " WS-STATION-REASON
020976             DELIMITED BY SIZE INTO RJ-REJECT-LINE
020977         PERFORM 2510-PUT-REJECT-LINE
020978             THRU 2510-EXIT
020979         IF WS-STATION-REASON = "UNKNOWN STATION"
020980             OR WS-STATION-REASON = "STATION OTHER PLANT"
020981             MOVE "US" TO WS-RECYCLE-REASON
020982         ELSE
020983             MOVE "SD" TO WS-RECYCLE-REASON
020984         END-IF
020985         IF WS-STATION-REASON = "STATION IN OUTAGE"
020986             MOVE "SO" TO WS-RECYCLE-REASON
020987         END-IF
020988         PERFORM 2550-WRITE-RECYCLE
020989             THRU 2550-EXIT
020990         MOVE 0 TO WS-FEED-RESULT
020991         MOVE "R" TO WS-FEED-DISP
020992         MOVE WS-STATION-REASON TO WS-FEED-REASON
020993         PERFORM 2480-WRITE-FEED
020994             THRU 2480-EXIT
020995         GO TO 2300-EXIT
020996     END-IF.
021000     IF TX-NUM1 IS NOT NUMERIC
021100         OR TX-NUM2 IS NOT NUMERIC
021200             SET WS-INPUT-INVALID TO TRUE
021600             STRING TX-STATION-ID " " TX-NUM1 " " TX-NUM2
021700                 " NON-NUMERIC INPUT"
021800                 DELIMITED BY SIZE INTO RJ-REJECT-LINE
021810             PERFORM 2510-PUT-REJECT-LINE
021820                 THRU 2510-EXIT
021920             MOVE "NN" TO WS-RECYCLE-REASON
021940             PERFORM 2550-WRITE-RECYCLE
021960                 THRU 2550-EXIT
021975             MOVE "NON-NUMERIC INPUT" TO WS-FEED-REASON
021980             PERFORM 2480-WRITE-FEED
021985                 THRU 2480-EXIT
021992             GO TO 2300-EXIT
022000     END-IF.
022010     PERFORM 2320-VALIDATE-OPERATOR
022020         THRU 2320-EXIT.
022100 2300-EXIT.
022200     EXIT.
022202 2350-SELECT-BAND-LIMITS.
024170         END-IF
024175     END-IF.
024180     MOVE BC-REJECT-REASON TO WS-FEED-REASON.
024182     SET WS-READING-BANDED TO TRUE.
024185     PERFORM 2480-WRITE-FEED
024190         THRU 2480-EXIT.
024200 2400-EXIT.
024308             ADD 1 TO WS-SEV-MARGINAL-COUNT
024310         WHEN BC-SEV-SERIOUS
024312             ADD 1 TO WS-SEV-SERIOUS-COUNT
024313             PERFORM 2475-WRITE-ALERT
024314                 THRU 2475-EXIT
024315         WHEN BC-SEV-CRITICAL
024316             ADD 1 TO WS-SEV-CRITICAL-COUNT
024318             PERFORM 2475-WRITE-ALERT
024320                 THRU 2475-EXIT
024333     END-IF.
024334     MOVE BC-DEVIATION-PCT TO WS-PCT-EDIT.
024335     MOVE SPACES TO AL-ALERT-LINE.
024336     MOVE TX-STATION-ID TO AL-STATION-ID.
024337     MOVE TX-TIMESTAMP TO AL-TIMESTAMP.
024338     IF BC-SEV-CRITICAL
024339         SET AL-CRITICAL TO TRUE
024340     ELSE
024341         SET AL-SERIOUS TO TRUE
024342     END-IF.
024347     MOVE "SH" TO AL-SHIFT-LABEL.
024352     MOVE WS-READING-SHIFT TO AL-SHIFT-CODE.
024357     STRING "RES=" WS-RESULT-EDIT
024362         " PCT=" WS-PCT-EDIT
024367         " OP=" TX-OPERATOR-ID
024372         DELIMITED BY SIZE INTO AL-DETAIL.
024373     PERFORM 2476-SET-ALERT-ID
024374         THRU 2476-EXIT.
024377     WRITE AL-ALERT-LINE.
024382 2475-EXIT.
024387     EXIT.
024388 2476-SET-ALERT-ID.
024389     IF WS-PREVIEW-RUN
024390         GO TO 2476-EXIT
024391     END-IF.
024392     MOVE WS-RUN-DATE TO AL-ID-DATE.
024393     MOVE WS-PLANT-CODE TO AL-ID-PLANT.
024394     MOVE WS-ALERT-COUNT TO WS-ALERT-SEQ.
024395     MOVE WS-ALERT-SEQ TO AL-ID-SEQ.
024396 2476-EXIT.
024397     EXIT.
024400 2500-WRITE-REJECT.
024500     ADD 1 TO WS-REJECT-COUNT.
024550     ADD 1 TO WS-STN-REJECTED.
024600     MOVE SPACES TO RJ-REJECT-LINE.
024700     STRING TX-STATION-ID " NUM1=" WS-NUM1-EDIT
024800         " NUM2=" WS-NUM2-EDIT " RESULT=" WS-RESULT-EDIT
024900         " REASON=" BC-REJECT-REASON " OP=" TX-OPERATOR-ID
025000         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
025010     IF NOT WS-PREVIEW-RUN
025020         WRITE RJ-REJECT-LINE
025030     END-IF.
025110     IF BC-REJECTED
025120         MOVE "OV" TO WS-RECYCLE-REASON
025130     ELSE
025170         THRU 2550-EXIT.
025200 2500-EXIT.
025300     EXIT.
025301 2510-PUT-REJECT-LINE.
025302     IF WS-PREVIEW-RUN
025303         MOVE RJ-REJECT-LINE TO BR-REPORT-LINE
025304         WRITE BR-REPORT-LINE
025305         GO TO 2510-EXIT
025306     END-IF.
025307     WRITE RJ-REJECT-LINE.
025308 2510-EXIT.
025309     EXIT.
025310 2600-STATION-BREAK.
025312     PERFORM 2650-WRITE-STATION-TOTALS
025314         THRU 2650-EXIT.
025333     MOVE 0 TO WS-STN-BAND-LOWER.
025334     MOVE 0 TO WS-STN-BAND-UPPER.
025335     MOVE SPACE TO WS-STN-LIMIT-SRC.
025336     MOVE "N" TO WS-DRIFT-PREV-SW.
025337     MOVE 0 TO WS-RISE-CNT.
025338     MOVE 0 TO WS-FALL-CNT.
025339     MOVE 0 TO WS-SIDE-CNT.
025340     MOVE SPACE TO WS-DRIFT-SIDE.
025341     MOVE 0 TO WS-DH-CNT.
025342     MOVE 0 TO WS-RSN-SUB.
025343     PERFORM 2570-CLEAR-ONE-STN-REASON
025344         THRU 2570-EXIT
025345         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
025346 2600-EXIT.
025347     EXIT.
025348 2650-WRITE-STATION-TOTALS.
025349     IF WS-CURR-STATION = LOW-VALUES
025350         GO TO 2650-EXIT.
025351     MOVE SPACES TO BR-REPORT-LINE.
025352     MOVE WS-STN-PROCESSED TO WS-COUNT-EDIT.
025353     STRING "STATION " WS-CURR-STATION
025354         "  SHIFT " WS-CURR-SHIFT-CODE
025355         "  PROCESSED: " WS-COUNT-EDIT
025356         DELIMITED BY SIZE INTO BR-REPORT-LINE.
025357     WRITE BR-REPORT-LINE.
025358     MOVE SPACES TO BR-REPORT-LINE.
025360     MOVE WS-STN-IN-BAND TO WS-COUNT-EDIT.
025362     STRING "              IN BAND: " WS-COUNT-EDIT
025429     MOVE WS-STN-IN-BAND TO HH-IN-BAND.
025430     MOVE WS-STN-OUT-BAND TO HH-OUT-BAND.
025431     MOVE WS-STN-REJECTED TO HH-REJECTED.
025438     MOVE 0 TO WS-RSN-SUB.
025445     PERFORM 2575-MOVE-ONE-STN-REASON
025452         THRU 2575-EXIT
025459         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
025466     PERFORM 2850-PUT-HISTORY THRU 2850-EXIT.
025473 2650-EXIT.
025480     EXIT.
025487 2900-WRITE-SUMMARY.
025500     MOVE SPACES TO BR-REPORT-LINE.
025700     MOVE WS-IN-BAND-COUNT TO WS-COUNT-EDIT.
025800     STRING "IN BAND: " WS-COUNT-EDIT
027086     MOVE WS-IN-BAND-COUNT TO HH-IN-BAND.
027088     MOVE WS-OUT-BAND-COUNT TO HH-OUT-BAND.
027090     MOVE WS-REJECT-COUNT TO HH-REJECTED.
027091     MOVE 0 TO WS-RSN-SUB.
027092     PERFORM 2580-MOVE-ONE-TOT-REASON
027093         THRU 2580-EXIT
027094         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
027095     PERFORM 2850-PUT-HISTORY THRU 2850-EXIT.
027100     MOVE SPACES TO RC-STAT-RECORD.
027200     MOVE "BANDCHK " TO RC-SOURCE-ID.
027300     MOVE PM-EXPECTED-VOLUME TO RC-EXPECTED-COUNT.
027400     MOVE WS-PROCESSED-COUNT TO RC-ACTUAL-COUNT.
027410     IF NOT WS-PREVIEW-RUN
027420         WRITE RC-STAT-RECORD
027430     END-IF.
027600 2900-EXIT.
027700     EXIT.
027702 2700-WRITE-CHECKPOINT.
027745     MOVE WS-STN-BAND-UPPER TO RS-STN-BAND-UPPER.
027746     MOVE WS-STN-LIMIT-SRC TO RS-STN-LIMIT-SRC.
027747     MOVE WS-CURR-SHIFT-CODE TO RS-CURR-SHIFT.
027748     MOVE 0 TO WS-RSN-SUB.
027749     PERFORM 2710-SAVE-ONE-REASON
027750         THRU 2710-EXIT
027751         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
027752     WRITE RS-RESTART-LINE.
027753     CLOSE BANDRST.
027754 2700-EXIT.
027755     EXIT.
027756 2750-CLEAR-RESTART.
027757     OPEN OUTPUT BANDRST.
027758     CLOSE BANDRST.
027759 2750-EXIT.
027760     EXIT.
027761 2850-PUT-HISTORY.
027762     IF WS-PREVIEW-RUN
027763         GO TO 2850-EXIT
027764     END-IF.
027765     MOVE WS-RUN-DATE TO HH-RUN-DATE.
027766     MOVE WS-PLANT-CODE TO HH-PLANT-CODE.
027767     PERFORM 2855-CHECK-KEY-SEEN
027768         THRU 2855-EXIT.
027769     IF WS-HIST-KEY-SEEN
027770         PERFORM 2860-ADD-TO-HISTORY
027771             THRU 2860-EXIT
027772         GO TO 2850-EXIT
027773     END-IF.
027774     WRITE HH-HISTORY-RECORD
027775         INVALID KEY
027776             REWRITE HH-HISTORY-RECORD
027777     END-WRITE.
027778     IF WS-HIST-KEY-CNT < 200
027779         ADD 1 TO WS-HIST-KEY-CNT
027780         MOVE HH-HIST-KEY TO WS-HK-KEY (WS-HIST-KEY-CNT)
027781     END-IF.
027782 2850-EXIT.
027783     EXIT.
027784 2855-CHECK-KEY-SEEN.
027785     MOVE "N" TO WS-HIST-KEY-HIT-SW.
027786     MOVE 0 TO WS-HIST-KEY-SUB.
027787     PERFORM 2856-TEST-ONE-KEY
027788         THRU 2856-EXIT
027789         UNTIL WS-HIST-KEY-SUB >= WS-HIST-KEY-CNT
027790             OR WS-HIST-KEY-SEEN.
027791 2855-EXIT.
027792     EXIT.
027793 2856-TEST-ONE-KEY.
027794     ADD 1 TO WS-HIST-KEY-SUB.
027795     IF WS-HK-KEY (WS-HIST-KEY-SUB) = HH-HIST-KEY
027796         SET WS-HIST-KEY-SEEN TO TRUE
027797     END-IF.
027798 2856-EXIT.
027799     EXIT.
027800 2860-ADD-TO-HISTORY.
027801     MOVE HH-PROCESSED TO WS-HH-PROCESSED.
027802     MOVE HH-IN-BAND TO WS-HH-IN-BAND.
027803     MOVE HH-OUT-BAND TO WS-HH-OUT-BAND.
027804     MOVE HH-REJECTED TO WS-HH-REJECTED.
027805     MOVE HH-REASON-COUNTS TO WS-HH-RSN-TABLE.
027808     READ BANDHIST
027812         INVALID KEY
027816             GO TO 2860-EXIT
027820     END-READ.
027824     ADD WS-HH-PROCESSED TO HH-PROCESSED.
027828     ADD WS-HH-IN-BAND TO HH-IN-BAND.
027832     ADD WS-HH-OUT-BAND TO HH-OUT-BAND.
027836     ADD WS-HH-REJECTED TO HH-REJECTED.
027840     IF HH-REASON-COUNTS IS NOT NUMERIC
027844         MOVE ZEROS TO HH-REASON-COUNTS
027848     END-IF.
027852     MOVE 0 TO WS-RSN-SUB.
027856     PERFORM 2865-ADD-ONE-REASON
027860         THRU 2865-EXIT
027864         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
027868     REWRITE HH-HISTORY-RECORD.
027872 2860-EXIT.
027876     EXIT.
027880 5000-INTERACTIVE-RUN.
027900     MOVE PM-BAND-LOWER TO BC-LOWER-LIMIT.
028000     MOVE PM-BAND-UPPER TO BC-UPPER-LIMIT.
028100     PERFORM 5100-ACCEPT-AND-VALIDATE
031910             ADD WS-NV-NUM1 TO WS-FILE-HASH
031920             ADD WS-NV-NUM2 TO WS-FILE-HASH
031930     END-IF.
031931     IF WS-PREVIEW-RUN
031932         IF WK-TIMESTAMP < WS-PREVIEW-FROM-TS
031933             OR WK-TIMESTAMP > WS-PREVIEW-TO-TS
031934                 ADD 1 TO WS-PREVIEW-SKIPPED
031935                 GO TO 6060-EXIT
031936         END-IF
031937     END-IF.
031940     MOVE WK-TRANS-RECORD TO TR-TRANS-RECORD.
031950     RELEASE TR-TRANS-RECORD.
031960 6060-EXIT.
032580 6090-EXIT.
032590     EXIT.
032600 9100-WRITE-RUN-RECORD.
032602     IF WS-PREVIEW-RUN
032604         GO TO 9100-EXIT
032606     END-IF.
032610     OPEN EXTEND RUNLOG.
032620     IF WS-RUNLOG-STATUS NOT = "00"
032630         OPEN OUTPUT RUNLOG
032781     ADD 1 TO WS-FEED-COUNT.
032782     IF WS-FEED-SKIP > 0
032783         SUBTRACT 1 FROM WS-FEED-SKIP
032784         MOVE "N" TO WS-BANDED-SW
032785         GO TO 2480-EXIT
032786     END-IF.
032787     IF WS-PREVIEW-RUN
032788         MOVE "N" TO WS-BANDED-SW
032789         GO TO 2480-EXIT
032790     END-IF.
032791     PERFORM 2490-PUT-READING-HISTORY
032792         THRU 2490-EXIT.
032793     MOVE SPACES TO FB-FEED-RECORD.
032794     SET FB-DETAIL-RECORD TO TRUE.
032795     MOVE TX-STATION-ID TO FB-STATION-ID.
032796     MOVE TX-TIMESTAMP TO FB-TIMESTAMP.
032797     MOVE TX-NUM1 TO FB-NUM1.
032798     MOVE TX-NUM2 TO FB-NUM2.
032799     MOVE WS-FEED-RESULT TO FB-RESULT.
032800     MOVE WS-FEED-DISP TO FB-DISP-CODE.
032801     MOVE WS-FEED-REASON TO FB-REJECT-REASON.
032802     MOVE WS-RUN-DATE TO FB-RUN-DATE.
032803     MOVE WS-READING-SHIFT TO FB-SHIFT-CODE.
032804     WRITE FB-FEED-RECORD.
032808 2480-EXIT.
032810     EXIT.
032811 2490-PUT-READING-HISTORY.
032812     MOVE SPACES TO RD-DETAIL-RECORD.
032813     MOVE TX-STATION-ID TO RD-STATION-ID.
032814     MOVE TX-TIMESTAMP TO RD-TIMESTAMP.
032815     MOVE WS-RUN-DATE TO RD-RUN-DATE.
032816     MOVE WS-PLANT-CODE TO RD-PLANT-CODE.
032817     MOVE WS-READING-SHIFT TO RD-SHIFT-CODE.
032818     MOVE TX-OPERATOR-ID TO RD-OPERATOR-ID.
032819     MOVE TX-NUM1 TO RD-NUM1.
032820     MOVE TX-NUM2 TO RD-NUM2.
032821     MOVE WS-FEED-RESULT TO RD-RESULT.
032822     MOVE WS-FEED-DISP TO RD-DISP-CODE.
032823     MOVE WS-FEED-REASON TO RD-REJECT-REASON.
032824     MOVE 0 TO RD-BAND-LOWER RD-BAND-UPPER RD-DEVIATION-PCT.
032825     IF WS-READING-BANDED
032826         MOVE BC-LOWER-LIMIT TO RD-BAND-LOWER
032827         MOVE BC-UPPER-LIMIT TO RD-BAND-UPPER
032828         MOVE WS-STN-LIMIT-SRC TO RD-LIMIT-SRC
032829         MOVE BC-SEVERITY-FLAG TO RD-SEVERITY-FLAG
032830         MOVE BC-DEVIATION-PCT TO RD-DEVIATION-PCT
032831         MOVE "N" TO WS-BANDED-SW
032832     END-IF.
032833     WRITE RD-DETAIL-RECORD
032834         INVALID KEY
032835             REWRITE RD-DETAIL-RECORD
032836     END-WRITE.
032837 2490-EXIT.
032838     EXIT.
032839 2550-WRITE-RECYCLE.
032840     ADD 1 TO WS-RECYCLE-COUNT.
032841     PERFORM 2560-TALLY-REASON
032842         THRU 2560-EXIT.
032843     IF WS-RECYCLE-SKIP > 0
032844         SUBTRACT 1 FROM WS-RECYCLE-SKIP
032845         GO TO 2550-EXIT
032846     END-IF.
032847     IF WS-PREVIEW-RUN
032848         GO TO 2550-EXIT
032849     END-IF.
032850     MOVE TX-STATION-ID TO RY-STATION-ID.
032851     MOVE TX-TIMESTAMP TO RY-TIMESTAMP.
032852     MOVE TX-NUM1 TO RY-NUM1.
032853     MOVE TX-NUM2 TO RY-NUM2.
032854     MOVE WS-RECYCLE-REASON TO RY-REASON-CODE.
032855     MOVE TX-OPERATOR-ID TO RY-OPERATOR-ID.
032856     MOVE WS-RUN-DATE TO RY-FIRST-DATE.
032857     MOVE 0 TO RY-NIGHTS-WAITING.
032858     MOVE 0 TO RY-TRIP-COUNT.
032859     SET RY-OUTSTANDING TO TRUE.
032860     WRITE RY-RECYCLE-RECORD.
032861 2550-EXIT.
032862     EXIT.
032863 2056-OPEN-RECYCLE.
032864     IF NOT WS-RESTARTED-FROM-CKPT
032865         OPEN OUTPUT RECYCLE
032866         GO TO 2056-EXIT
032867     END-IF.
032868     MOVE 0 TO WS-REOPEN-COUNT.
032869     MOVE "N" TO WS-REOPEN-EOF-SW.
032870     OPEN INPUT RECYCLE.
032871     IF NOT WS-RECYCLE-OK
032872         MOVE 0 TO WS-RECYCLE-SKIP
032873         OPEN OUTPUT RECYCLE
032874         GO TO 2056-EXIT
032875     END-IF.
032876     PERFORM 2066-COUNT-RECYCLE
032877         THRU 2066-EXIT
032878         UNTIL WS-REOPEN-EOF.
032879     CLOSE RECYCLE.
032880     IF WS-REOPEN-COUNT > WS-RECYCLE-COUNT
032881         COMPUTE WS-RECYCLE-SKIP =
032882             WS-REOPEN-COUNT - WS-RECYCLE-COUNT
032883     ELSE
032884         MOVE 0 TO WS-RECYCLE-SKIP
032885     END-IF.
032886     OPEN EXTEND RECYCLE.
032887 2056-EXIT.
032888     EXIT.
032889 2057-OPEN-ALERTS.
032890     IF NOT WS-RESTARTED-FROM-CKPT
032891         OPEN OUTPUT ALERTS
032892         GO TO 2057-EXIT
032893     END-IF.
032894     MOVE 0 TO WS-REOPEN-COUNT.
032895     MOVE "N" TO WS-REOPEN-EOF-SW.
032896     OPEN INPUT ALERTS.
032897     IF NOT WS-ALERTS-OK
032898         MOVE 0 TO WS-ALERT-SKIP
032899         OPEN OUTPUT ALERTS
032900         GO TO 2057-EXIT
032901     END-IF.
032902     PERFORM 2067-COUNT-ALERTS
032903         THRU 2067-EXIT
032904         UNTIL WS-REOPEN-EOF.
032905     CLOSE ALERTS.
032906     IF WS-REOPEN-COUNT > WS-ALERT-COUNT
032907         COMPUTE WS-ALERT-SKIP =
032908             WS-REOPEN-COUNT - WS-ALERT-COUNT
032909     ELSE
032910         MOVE 0 TO WS-ALERT-SKIP
032911     END-IF.
032912     OPEN EXTEND ALERTS.
032913 2057-EXIT.
032914     EXIT.
032915 2058-OPEN-BANDFEED.
032916     IF NOT WS-RESTARTED-FROM-CKPT
032917         OPEN OUTPUT BANDFEED
032918         GO TO 2058-EXIT
032919     END-IF.
032920     MOVE 0 TO WS-REOPEN-COUNT.
032921     MOVE "N" TO WS-REOPEN-EOF-SW.
032922     OPEN INPUT BANDFEED.
032923     IF NOT WS-BANDFEED-OK
032924         MOVE 0 TO WS-FEED-SKIP
032925         OPEN OUTPUT BANDFEED
032926         GO TO 2058-EXIT
032927     END-IF.
032928     PERFORM 2068-COUNT-FEED
032929         THRU 2068-EXIT
032930         UNTIL WS-REOPEN-EOF.
032931     CLOSE BANDFEED.
032932     IF WS-REOPEN-COUNT > WS-FEED-COUNT
032933         COMPUTE WS-FEED-SKIP =
032934             WS-REOPEN-COUNT - WS-FEED-COUNT
032935     ELSE
032936         MOVE 0 TO WS-FEED-SKIP
032937     END-IF.
032938     OPEN EXTEND BANDFEED.
032939 2058-EXIT.
032940     EXIT.
032941 2066-COUNT-RECYCLE.
032942     READ RECYCLE
032943         AT END
032944             SET WS-REOPEN-EOF TO TRUE
032945         NOT AT END
032946             ADD 1 TO WS-REOPEN-COUNT
032947     END-READ.
032948 2066-EXIT.
032949     EXIT.
032950 2067-COUNT-ALERTS.
032951     READ ALERTS
032952         AT END
032953             SET WS-REOPEN-EOF TO TRUE
032954         NOT AT END
032955             ADD 1 TO WS-REOPEN-COUNT
032956     END-READ.
032957 2067-EXIT.
032958     EXIT.
032959 2068-COUNT-FEED.
032960     READ BANDFEED
032961         AT END
032962             SET WS-REOPEN-EOF TO TRUE
032963         NOT AT END
032964             IF FB-DETAIL-RECORD
032965                 ADD 1 TO WS-REOPEN-COUNT
032966             END-IF
032967     END-READ.
032968 2068-EXIT.
032969     EXIT.
032970 2960-WRITE-FEED-TRAILER.
032971     MOVE SPACES TO FB-FEED-RECORD.
032972     SET FB-TRAILER-RECORD TO TRUE.
032973     MOVE WS-FEED-COUNT TO FB-RECORD-COUNT.
032974     WRITE FB-FEED-RECORD.
032975     OPEN EXTEND FEEDLOG.
032976     IF WS-FEEDLOG-STATUS NOT = "00"
032977         OPEN OUTPUT FEEDLOG
032978     END-IF.
032979     MOVE WS-RUN-DATE TO FL-RUN-DATE.
032980     MOVE WS-FEED-COUNT TO FL-RECORD-COUNT.
032981     SET FL-UNACKED TO TRUE.
032982     WRITE FL-FEEDLOG-RECORD.
032983     CLOSE FEEDLOG.
032984 2960-EXIT.
032985     EXIT.
032986 2980-CHECK-SILENT-STATIONS.
032987     IF WS-RUN-DOWN-DAY
032988         MOVE SPACES TO BR-REPORT-LINE
032989         MOVE "DOWN DAY - VOLUME EXPECTATIONS SUPPRESSED"
032990             TO BR-REPORT-LINE
032991         WRITE BR-REPORT-LINE
032992         GO TO 2980-EXIT
032993     END-IF.
032994     IF WS-VOL-OVERFLOWED
032995         MOVE SPACES TO BR-REPORT-LINE
032996         MOVE "VOLUME TABLE OVERFLOWED - CHECK SUPPRESSED"
032997             TO BR-REPORT-LINE
032998         WRITE BR-REPORT-LINE
032999         GO TO 2980-EXIT
033000     END-IF.
033001     IF WS-OUTG-OVERFLOWED
033002         MOVE SPACES TO BR-REPORT-LINE
033003         MOVE "OUTAGE TABLE OVERFLOWED - SOME OUTAGES NOT APPLIED"
033004             TO BR-REPORT-LINE
033005         WRITE BR-REPORT-LINE
033006     END-IF.
033007     MOVE LOW-VALUES TO SM-STATION-ID.
033008     START STNMAST KEY NOT < SM-STATION-ID
033009         INVALID KEY
033010             GO TO 2980-EXIT
033011     END-START.
033012     MOVE "N" TO WS-MAST-EOF-SW.
033013     PERFORM 2985-CHECK-ONE-STATION
033014         THRU 2985-EXIT
033015         UNTIL WS-MAST-EOF.
033016     MOVE WS-SILENT-COUNT TO WS-SILENT-EDIT.
033017     MOVE SPACES TO BR-REPORT-LINE.
033018     STRING "SILENT STATIONS THIS RUN: " WS-SILENT-EDIT
033019         DELIMITED BY SIZE INTO BR-REPORT-LINE.
033020     WRITE BR-REPORT-LINE.
033021 2980-EXIT.
033022     EXIT.
033023 2985-CHECK-ONE-STATION.
033024     READ STNMAST NEXT RECORD
033025         AT END
033026             SET WS-MAST-EOF TO TRUE
033027             GO TO 2985-EXIT
033028     END-READ.
033029     IF NOT SM-ACTIVE
033030         GO TO 2985-EXIT
033031     END-IF.
033032     IF WS-PLANT-CODE NOT = SPACES
033033         AND SM-PLANT-CODE NOT = SPACES
033034         AND SM-PLANT-CODE NOT = WS-PLANT-CODE
033035             GO TO 2985-EXIT
033036     END-IF.
033037     IF SM-EXPECTED-VOLUME IS NOT NUMERIC
033038         OR SM-EXPECTED-VOLUME = 0
033039             GO TO 2985-EXIT
033040     END-IF.
033041     MOVE "N" TO WS-OUTG-HIT-SW.
033042     MOVE 0 TO WS-OUTG-SUB.
033043     PERFORM 2988-TEST-STATION-OUTAGE
033044         THRU 2988-EXIT
033045         UNTIL WS-OUTG-SUB >= WS-OUTG-CNT
033046             OR WS-OUTG-FOUND.
033047     IF WS-OUTG-FOUND
033048         MOVE SPACES TO BR-REPORT-LINE
033049         STRING "STATION " SM-STATION-ID
033050             " PLANNED OUTAGE - VOLUME CHECK SUPPRESSED"
033051             DELIMITED BY SIZE INTO BR-REPORT-LINE
033052         WRITE BR-REPORT-LINE
033053         GO TO 2985-EXIT
033054     END-IF.
033055     MOVE 0 TO WS-STATION-VOLUME.
033056     MOVE 0 TO WS-VOL-SUB.
033057     PERFORM 2986-SUM-ONE-VOLUME
033058         THRU 2986-EXIT
033059         UNTIL WS-VOL-SUB >= WS-VOL-CNT.
033060     MOVE SM-EXPECTED-VOLUME TO WS-EXP-EDIT.
033061     MOVE WS-STATION-VOLUME TO WS-GOT-EDIT.
033062     IF WS-STATION-VOLUME = 0
033063         ADD 1 TO WS-SILENT-COUNT
033064         MOVE SPACES TO BR-REPORT-LINE
033065         STRING "STATION " SM-STATION-ID
033066             " SENT NO READINGS - EXPECTED " WS-EXP-EDIT
033067             " ** SILENT STATION"
033068             DELIMITED BY SIZE INTO BR-REPORT-LINE
033069         WRITE BR-REPORT-LINE
033071         PERFORM 2987-WRITE-SILENT-ALERT
033073             THRU 2987-EXIT
033076         IF RETURN-CODE = 0
033077             MOVE 8 TO RETURN-CODE
033078         END-IF
033079     ELSE
033080         IF WS-STATION-VOLUME * 2 < SM-EXPECTED-VOLUME
033081             MOVE SPACES TO BR-REPORT-LINE
033082             STRING "STATION " SM-STATION-ID
033083                 " VOLUME SHORT - EXPECTED " WS-EXP-EDIT
033084                 " GOT " WS-GOT-EDIT
033085                 DELIMITED BY SIZE INTO BR-REPORT-LINE
033086             WRITE BR-REPORT-LINE
033087         END-IF
033088     END-IF.
033089 2985-EXIT.
033090     EXIT.
033091 2986-SUM-ONE-VOLUME.
033092     ADD 1 TO WS-VOL-SUB.
033093     IF WS-VS-STATION (WS-VOL-SUB) = SM-STATION-ID
033094         ADD WS-VS-COUNT (WS-VOL-SUB) TO WS-STATION-VOLUME
033095     END-IF.
033096 2986-EXIT.
033097     EXIT.
033098 2987-WRITE-SILENT-ALERT.
033099     ADD 1 TO WS-ALERT-COUNT.
033100     IF WS-ALERT-SKIP > 0
033101         SUBTRACT 1 FROM WS-ALERT-SKIP
033102         GO TO 2987-EXIT
033103     END-IF.
033104     MOVE SPACES TO AL-ALERT-LINE.
033105     MOVE SM-STATION-ID TO AL-STATION-ID.
033106     SET AL-SILENT TO TRUE.
033107     STRING "NO READINGS, EXPECTED " WS-EXP-EDIT
033108         DELIMITED BY SIZE INTO AL-DETAIL.
033109     PERFORM 2476-SET-ALERT-ID
033110         THRU 2476-EXIT.
033111     WRITE AL-ALERT-LINE.
033112 2987-EXIT.
033113     EXIT.
033114 1500-LOAD-CLOCK-PAIRS.
033115     MOVE "N" TO WS-PAIR-EOF-SW.
033116     OPEN INPUT CLOCKPRD.
033117     IF NOT WS-CLOCKPRD-OK
033118         DISPLAY "IFANDELSE - CLOCKPRD NOT AVAILABLE, STATUS="
033119             WS-CLOCKPRD-STATUS ", CLOCKED-IN CHECK SUPPRESSED"
033120         GO TO 1500-EXIT
033122     END-IF.
033132     SET WS-PAIRS-LOADED TO TRUE.
033142     PERFORM 1510-LOAD-ONE-PAIR
033152         THRU 1510-EXIT
033162         UNTIL WS-PAIR-EOF.
033172     CLOSE CLOCKPRD.
033182 1500-EXIT.
033192     EXIT.
033202 1510-LOAD-ONE-PAIR.
033212     READ CLOCKPRD
033222         AT END
033232             SET WS-PAIR-EOF TO TRUE
033242             GO TO 1510-EXIT
033252     END-READ.
033262     IF WS-PAIR-CNT >= WS-PAIR-MAX
033272         IF NOT WS-PAIR-OVERFLOWED
033282             DISPLAY "IFANDELSE - CLOCK PAIR TABLE FULL, "
033292                 "CLOCKED-IN CHECK SUPPRESSED"
033302             SET WS-PAIR-OVERFLOWED TO TRUE
033312         END-IF
033322         GO TO 1510-EXIT
033332     END-IF.
033342     ADD 1 TO WS-PAIR-CNT.
033352     MOVE CP-EMPLOYEE-ID TO WS-PR-EMPLOYEE (WS-PAIR-CNT).
033362     MOVE CP-SHIFT-CODE TO WS-PR-SHIFT (WS-PAIR-CNT).
033372     MOVE CP-CLOCK-IN-TS TO WS-PR-IN-TS (WS-PAIR-CNT).
033382     IF CP-INCOMPLETE
033392         MOVE HIGH-VALUES TO WS-PR-OUT-TS (WS-PAIR-CNT)
033402     ELSE
033412         MOVE CP-CLOCK-OUT-TS TO WS-PR-OUT-TS (WS-PAIR-CNT)
033422     END-IF.
033432 1510-EXIT.
033442     EXIT.
033452 2040-WRITE-OPEX-HEADING.
033462     MOVE SPACES TO OX-EXCEPTION-LINE.
033472     MOVE "IFANDELSE OPERATOR BADGE EXCEPTIONS"
033482         TO OX-EXCEPTION-LINE.
033492     WRITE OX-EXCEPTION-LINE.
033502     IF NOT WS-PAIRS-LOADED
033512         OR WS-PAIR-OVERFLOWED
033522             MOVE SPACES TO OX-EXCEPTION-LINE
033532             MOVE "CLOCKPRD INCOMPLETE - CLOCKED-IN CHECK OFF"
033542                 TO OX-EXCEPTION-LINE
033552             WRITE OX-EXCEPTION-LINE
033562     END-IF.
033572 2040-EXIT.
033582     EXIT.
033592 2045-WRITE-OPEX-TOTAL.
033602     MOVE WS-OPEX-COUNT TO WS-COUNT-EDIT.
033612     MOVE SPACES TO OX-EXCEPTION-LINE.
033622     STRING "OPERATOR EXCEPTIONS THIS RUN: " WS-COUNT-EDIT
033632         DELIMITED BY SIZE INTO OX-EXCEPTION-LINE.
033642     WRITE OX-EXCEPTION-LINE.
033652 2045-EXIT.
033662     EXIT.
033672 2320-VALIDATE-OPERATOR.
033682     MOVE SPACES TO WS-OPERATOR-REASON.
033692     IF TX-OPERATOR-ID = SPACES
033702         OR TX-OPERATOR-ID = LOW-VALUES
033712             MOVE "OPERATOR MISSING" TO WS-OPERATOR-REASON
033722             GO TO 2320-REJECT
033732     END-IF.
033742     MOVE TX-OPERATOR-ID TO RO-EMPLOYEE-ID.
033752     READ EMPROST
033762         INVALID KEY
033772             MOVE "OPER NOT ON ROSTER" TO WS-OPERATOR-REASON
033782             GO TO 2320-REJECT
033792     END-READ.
033802     IF NOT WS-PAIRS-LOADED
033812         OR WS-PAIR-OVERFLOWED
033822             GO TO 2320-EXIT
033832     END-IF.
033842     MOVE "N" TO WS-PAIR-HIT-SW.
033852     MOVE 0 TO WS-PAIR-SUB.
033862     PERFORM 2325-TEST-ONE-PAIR
033872         THRU 2325-EXIT
033882         UNTIL WS-PAIR-SUB >= WS-PAIR-CNT
033892             OR WS-OPERATOR-CLOCKED-IN.
033902     IF WS-OPERATOR-CLOCKED-IN
033912         GO TO 2320-EXIT
033922     END-IF.
033932     MOVE "OPER NOT CLOCKED IN" TO WS-OPERATOR-REASON.
033942 2320-REJECT.
033952     SET WS-INPUT-INVALID TO TRUE.
033962     ADD 1 TO WS-REJECT-COUNT.
033972     ADD 1 TO WS-PROCESSED-COUNT.
033982     ADD 1 TO WS-STN-REJECTED.
033992     ADD 1 TO WS-STN-PROCESSED.
034002     ADD 1 TO WS-OPEX-COUNT.
034012     MOVE SPACES TO OX-EXCEPTION-LINE.
034022     STRING TX-STATION-ID " " TX-TIMESTAMP " SHIFT "
034032         WS-READING-SHIFT " OPERATOR " TX-OPERATOR-ID " "
034042         WS-OPERATOR-REASON
034052         DELIMITED BY SIZE INTO OX-EXCEPTION-LINE.
034057     IF NOT WS-PREVIEW-RUN
034062         WRITE OX-EXCEPTION-LINE
034067     END-IF.
034072     MOVE SPACES TO RJ-REJECT-LINE.
034082     STRING TX-STATION-ID " " TX-TIMESTAMP " " TX-NUM1
034092         " " TX-NUM2 " " WS-OPERATOR-REASON
034102         DELIMITED BY SIZE INTO RJ-REJECT-LINE.
034108     PERFORM 2510-PUT-REJECT-LINE
034114         THRU 2510-EXIT.
034122     MOVE "OP" TO WS-RECYCLE-REASON.
034132     PERFORM 2550-WRITE-RECYCLE
034142         THRU 2550-EXIT.
034152     MOVE 0 TO WS-FEED-RESULT.
034162     MOVE "R" TO WS-FEED-DISP.
034172     MOVE WS-OPERATOR-REASON TO WS-FEED-REASON.
034182     PERFORM 2480-WRITE-FEED
034192         THRU 2480-EXIT.
034202 2320-EXIT.
034212     EXIT.
034222 2325-TEST-ONE-PAIR.
034232     ADD 1 TO WS-PAIR-SUB.
034242     IF WS-PR-EMPLOYEE (WS-PAIR-SUB) = TX-OPERATOR-ID
034252         AND WS-PR-SHIFT (WS-PAIR-SUB) = WS-READING-SHIFT
034262         AND WS-PR-IN-TS (WS-PAIR-SUB) NOT > TX-TIMESTAMP
034272         AND WS-PR-OUT-TS (WS-PAIR-SUB) NOT < TX-TIMESTAMP
034282             SET WS-OPERATOR-CLOCKED-IN TO TRUE
034292     END-IF.
034302 2325-EXIT.
034312     EXIT.
034322 2030-WRITE-DRIFT-HEADING.
034332     MOVE SPACES TO DR-DRIFT-LINE.
034342     MOVE "IFANDELSE STATION DRIFT WARNINGS" TO DR-DRIFT-LINE.
034352     WRITE DR-DRIFT-LINE.
034362     MOVE SPACES TO DR-DRIFT-LINE.
034372     MOVE WS-DRIFT-TREND-RUN TO WS-RUN-EDIT.
034382     MOVE WS-DRIFT-SIDE-RUN TO WS-SIDE-EDIT.
034392     STRING "RUN RULES: " WS-RUN-EDIT " RISING OR FALLING, "
034402         WS-SIDE-EDIT " ONE SIDE OF BAND MIDPOINT"
034412         DELIMITED BY SIZE INTO DR-DRIFT-LINE.
034422     WRITE DR-DRIFT-LINE.
034432 2030-EXIT.
034442     EXIT.
034452 2035-WRITE-DRIFT-TOTAL.
034462     MOVE WS-DRIFT-COUNT TO WS-COUNT-EDIT.
034472     MOVE SPACES TO DR-DRIFT-LINE.
034482     STRING "DRIFT WARNINGS THIS RUN: " WS-COUNT-EDIT
034492         DELIMITED BY SIZE INTO DR-DRIFT-LINE.
034502     WRITE DR-DRIFT-LINE.
034512 2035-EXIT.
034522     EXIT.
034612 2420-TRACK-DRIFT.
034622     PERFORM 2425-PUSH-DRIFT-HISTORY
034632         THRU 2425-EXIT.
034642     COMPUTE WS-BAND-MIDPOINT =
034652         (BC-LOWER-LIMIT + BC-UPPER-LIMIT) / 2.
034662     MOVE SPACE TO WS-READING-SIDE.
034672     IF BC-RESULT > WS-BAND-MIDPOINT
034682         SET WS-READING-ABOVE TO TRUE
034692     END-IF.
034702     IF BC-RESULT < WS-BAND-MIDPOINT
034712         SET WS-READING-BELOW TO TRUE
034722     END-IF.
034732     IF NOT WS-DRIFT-HAVE-PREV
034742         MOVE 1 TO WS-RISE-CNT
034752         MOVE 1 TO WS-FALL-CNT
034762         SET WS-DRIFT-HAVE-PREV TO TRUE
034772     ELSE
034782         IF BC-RESULT > WS-DRIFT-PREV-RESULT
034792             ADD 1 TO WS-RISE-CNT
034802             MOVE 1 TO WS-FALL-CNT
034812         ELSE
034822             IF BC-RESULT < WS-DRIFT-PREV-RESULT
034832                 ADD 1 TO WS-FALL-CNT
034842                 MOVE 1 TO WS-RISE-CNT
034852             ELSE
034862                 MOVE 1 TO WS-RISE-CNT
034872                 MOVE 1 TO WS-FALL-CNT
034882             END-IF
034892         END-IF
034902     END-IF.
034912     IF WS-READING-SIDE = SPACE
034922         MOVE 0 TO WS-SIDE-CNT
034932     ELSE
034942         IF WS-READING-SIDE = WS-DRIFT-SIDE
034952             ADD 1 TO WS-SIDE-CNT
034962         ELSE
034972             MOVE 1 TO WS-SIDE-CNT
034982         END-IF
034992     END-IF.
035002     MOVE WS-READING-SIDE TO WS-DRIFT-SIDE.
035012     MOVE BC-RESULT TO WS-DRIFT-PREV-RESULT.
035022     IF WS-RISE-CNT NOT < WS-DRIFT-TREND-RUN
035032         MOVE WS-RISE-CNT TO WS-DRIFT-SHOW
035042         MOVE WS-RISE-CNT TO WS-RUN-EDIT
035052         MOVE SPACES TO WS-DRIFT-RULE
035062         STRING WS-RUN-EDIT " RISING IN A ROW"
035072             DELIMITED BY SIZE INTO WS-DRIFT-RULE
035082         PERFORM 2430-WRITE-DRIFT-WARNING
035092             THRU 2430-EXIT
035102         MOVE 1 TO WS-RISE-CNT
035112     END-IF.
035122     IF WS-FALL-CNT NOT < WS-DRIFT-TREND-RUN
035132         MOVE WS-FALL-CNT TO WS-DRIFT-SHOW
035142         MOVE WS-FALL-CNT TO WS-RUN-EDIT
035152         MOVE SPACES TO WS-DRIFT-RULE
035162         STRING WS-RUN-EDIT " FALLING IN A ROW"
035172             DELIMITED BY SIZE INTO WS-DRIFT-RULE
035182         PERFORM 2430-WRITE-DRIFT-WARNING
035192             THRU 2430-EXIT
035202         MOVE 1 TO WS-FALL-CNT
035212     END-IF.
035222     IF WS-SIDE-CNT NOT < WS-DRIFT-SIDE-RUN
035232         MOVE WS-SIDE-CNT TO WS-DRIFT-SHOW
035242         MOVE WS-SIDE-CNT TO WS-RUN-EDIT
035252         MOVE SPACES TO WS-DRIFT-RULE
035262         IF WS-READING-ABOVE
035272             STRING WS-RUN-EDIT " IN A ROW ABOVE MIDPOINT"
035282                 DELIMITED BY SIZE INTO WS-DRIFT-RULE
035292         ELSE
035302             STRING WS-RUN-EDIT " IN A ROW BELOW MIDPOINT"
035312                 DELIMITED BY SIZE INTO WS-DRIFT-RULE
035322         END-IF
035332         PERFORM 2430-WRITE-DRIFT-WARNING
035342             THRU 2430-EXIT
035352         MOVE 0 TO WS-SIDE-CNT
035362     END-IF.
035372 2420-EXIT.
035382     EXIT.
035392 2425-PUSH-DRIFT-HISTORY.
035402     IF WS-DH-CNT < WS-DH-MAX
035412         ADD 1 TO WS-DH-CNT
035422     ELSE
035432         MOVE 0 TO WS-DH-SUB
035442         PERFORM 2426-SHIFT-ONE-READING
035452             THRU 2426-EXIT
035462             UNTIL WS-DH-SUB >= WS-DH-MAX - 1
035472     END-IF.
035482     MOVE TX-TIMESTAMP TO WS-DH-TIMESTAMP (WS-DH-CNT).
035492     MOVE BC-RESULT TO WS-DH-RESULT (WS-DH-CNT).
035502     MOVE TX-OPERATOR-ID TO WS-DH-OPERATOR (WS-DH-CNT).
035512 2425-EXIT.
035522     EXIT.
035532 2426-SHIFT-ONE-READING.
035542     ADD 1 TO WS-DH-SUB.
035552     MOVE WS-DH-ENTRY (WS-DH-SUB + 1) TO WS-DH-ENTRY (WS-DH-SUB).
035562 2426-EXIT.
035572     EXIT.
035582 2430-WRITE-DRIFT-WARNING.
035592     ADD 1 TO WS-DRIFT-COUNT.
035602     MOVE BC-LOWER-LIMIT TO WS-LOW-EDIT.
035612     MOVE BC-UPPER-LIMIT TO WS-UPP-EDIT.
035622     MOVE SPACES TO DR-DRIFT-LINE.
035632     STRING "STATION " TX-STATION-ID "  SHIFT " WS-READING-SHIFT
035642         "  " WS-DRIFT-RULE
035652         "  BAND " WS-LOW-EDIT "-" WS-UPP-EDIT
035662         DELIMITED BY SIZE INTO DR-DRIFT-LINE.
035668     PERFORM 2438-PUT-DRIFT-LINE
035674         THRU 2438-EXIT.
035682     IF WS-DRIFT-SHOW > WS-DH-CNT
035692         MOVE WS-DH-CNT TO WS-DRIFT-SHOW
035702     END-IF.
035712     COMPUTE WS-DH-SUB = WS-DH-CNT - WS-DRIFT-SHOW.
035722     PERFORM 2435-WRITE-DRIFT-READING
035732         THRU 2435-EXIT
035742         UNTIL WS-DH-SUB >= WS-DH-CNT.
035752 2430-EXIT.
035762     EXIT.
035772 2435-WRITE-DRIFT-READING.
035782     ADD 1 TO WS-DH-SUB.
035792     MOVE WS-DH-RESULT (WS-DH-SUB) TO WS-RESULT-EDIT.
035802     MOVE SPACES TO DR-DRIFT-LINE.
035812     STRING "    " WS-DH-TIMESTAMP (WS-DH-SUB)
035822         "  RESULT=" WS-RESULT-EDIT
035832         "  OP=" WS-DH-OPERATOR (WS-DH-SUB)
035842         DELIMITED BY SIZE INTO DR-DRIFT-LINE.
035848     PERFORM 2438-PUT-DRIFT-LINE
035854         THRU 2438-EXIT.
035862 2435-EXIT.
035872     EXIT.
035878 2438-PUT-DRIFT-LINE.
035884     IF WS-PREVIEW-RUN
035890         MOVE DR-DRIFT-LINE TO BR-REPORT-LINE
035896         WRITE BR-REPORT-LINE
035902         GO TO 2438-EXIT
035908     END-IF.
035914     WRITE DR-DRIFT-LINE.
035920 2438-EXIT.
035926     EXIT.
035932 1600-LOAD-OUTAGES.
035942     MOVE "N" TO WS-OUTG-EOF-SW.
035945     MOVE WS-RUN-DATE TO WS-NIGHT-FROM-DATE.
035948     MOVE WS-RUN-DATE TO WS-NIGHT-TO-DATE.
035952     COMPUTE WS-OUTG-FROM-DATE = FUNCTION DATE-OF-INTEGER
035962         (WS-RUN-INT - WS-DATE-WINDOW).
035972     COMPUTE WS-OUTG-TO-DATE = FUNCTION DATE-OF-INTEGER
035982         (WS-RUN-INT + WS-DATE-WINDOW).
035992     MOVE WS-OUTG-FROM-DATE TO WS-OUTG-FROM-TS-DATE.
036002     MOVE WS-OUTG-TO-DATE TO WS-OUTG-TO-TS-DATE.
036012     OPEN INPUT STNOUTG.
036022     IF NOT WS-STNOUTG-OK
036032         DISPLAY "IFANDELSE - STNOUTG NOT AVAILABLE, STATUS="
036042             WS-STNOUTG-STATUS ", NO OUTAGES APPLIED"
036052         GO TO 1600-EXIT
036062     END-IF.
036072     PERFORM 1610-LOAD-ONE-OUTAGE
036082         THRU 1610-EXIT
036092         UNTIL WS-OUTG-EOF.
036102     CLOSE STNOUTG.
036112 1600-EXIT.
036122     EXIT.
036132 1610-LOAD-ONE-OUTAGE.
036142     READ STNOUTG
036152         AT END
036162             SET WS-OUTG-EOF TO TRUE
036172             GO TO 1610-EXIT
036182     END-READ.
036192     IF OG-END-TS < WS-OUTG-FROM-TS
036202         OR OG-START-TS > WS-OUTG-TO-TS
036212             GO TO 1610-EXIT
036222     END-IF.
036232     IF WS-OUTG-CNT >= WS-OUTG-MAX
036242         IF NOT WS-OUTG-OVERFLOWED
036252             DISPLAY "IFANDELSE - OUTAGE TABLE FULL, LATER "
036262                 "OUTAGES NOT APPLIED"
036272             SET WS-OUTG-OVERFLOWED TO TRUE
036282         END-IF
036292         GO TO 1610-EXIT
036302     END-IF.
036312     ADD 1 TO WS-OUTG-CNT.
036322     MOVE OG-STATION-ID TO WS-OG-STATION (WS-OUTG-CNT).
036332     MOVE OG-START-TS TO WS-OG-START (WS-OUTG-CNT).
036342     MOVE OG-END-TS TO WS-OG-END (WS-OUTG-CNT).
036352 1610-EXIT.
036362     EXIT.
036372 2330-CHECK-OUTAGE.
036382     MOVE "N" TO WS-OUTG-HIT-SW.
036392     MOVE 0 TO WS-OUTG-SUB.
036402     PERFORM 2335-TEST-ONE-OUTAGE
036412         THRU 2335-EXIT
036422         UNTIL WS-OUTG-SUB >= WS-OUTG-CNT
036432             OR WS-OUTG-FOUND.
036442     IF WS-OUTG-FOUND
036452         MOVE "STATION IN OUTAGE" TO WS-STATION-REASON
036462     END-IF.
036472 2330-EXIT.
036482     EXIT.
036492 2335-TEST-ONE-OUTAGE.
036502     ADD 1 TO WS-OUTG-SUB.
036512     IF WS-OG-STATION (WS-OUTG-SUB) = TX-STATION-ID
036522         AND WS-OG-START (WS-OUTG-SUB) NOT > TX-TIMESTAMP
036532         AND WS-OG-END (WS-OUTG-SUB) NOT < TX-TIMESTAMP
036542             SET WS-OUTG-FOUND TO TRUE
036552     END-IF.
036562 2335-EXIT.
036572     EXIT.
036582 2988-TEST-STATION-OUTAGE.
036592     ADD 1 TO WS-OUTG-SUB.
036602     IF WS-OG-STATION (WS-OUTG-SUB) = SM-STATION-ID
036605         AND WS-OG-START (WS-OUTG-SUB) NOT > WS-NIGHT-TO-TS
036608         AND WS-OG-END (WS-OUTG-SUB) NOT < WS-NIGHT-FROM-TS
036612         SET WS-OUTG-FOUND TO TRUE
036622     END-IF.
036632 2988-EXIT.
036642     EXIT.
036652 2025-RESTORE-ONE-REASON.
036662     ADD 1 TO WS-RSN-SUB.
036672     IF RS-STN-RSN-COUNT (WS-RSN-SUB) IS NUMERIC
036682         MOVE RS-STN-RSN-COUNT (WS-RSN-SUB)
036692             TO WS-STN-RSN-COUNT (WS-RSN-SUB)
036702     ELSE
036712         MOVE 0 TO WS-STN-RSN-COUNT (WS-RSN-SUB)
036722     END-IF.
036732     IF RS-TOT-RSN-COUNT (WS-RSN-SUB) IS NUMERIC
036742         MOVE RS-TOT-RSN-COUNT (WS-RSN-SUB)
036752             TO WS-TOT-RSN-COUNT (WS-RSN-SUB)
036762     ELSE
036772         MOVE 0 TO WS-TOT-RSN-COUNT (WS-RSN-SUB)
036782     END-IF.
036792 2025-EXIT.
036802     EXIT.
036812 2560-TALLY-REASON.
036822     MOVE 0 TO WS-RSN-HIT.
036832     MOVE 0 TO WS-RSN-SUB.
036842     PERFORM 2565-TEST-ONE-REASON
036852         THRU 2565-EXIT
036862         UNTIL WS-RSN-SUB >= WS-RSN-CNT
036872             OR WS-RSN-HIT > 0.
036882     IF WS-RSN-HIT = 0
036892         GO TO 2560-EXIT
036902     END-IF.
036912     ADD 1 TO WS-STN-RSN-COUNT (WS-RSN-HIT).
036922     ADD 1 TO WS-TOT-RSN-COUNT (WS-RSN-HIT).
036932 2560-EXIT.
036942     EXIT.
036952 2565-TEST-ONE-REASON.
036962     ADD 1 TO WS-RSN-SUB.
036972     IF WS-REASON-CODE (WS-RSN-SUB) = WS-RECYCLE-REASON
036982         MOVE WS-RSN-SUB TO WS-RSN-HIT
036992     END-IF.
037002 2565-EXIT.
037012     EXIT.
037022 2570-CLEAR-ONE-STN-REASON.
037032     ADD 1 TO WS-RSN-SUB.
037042     MOVE 0 TO WS-STN-RSN-COUNT (WS-RSN-SUB).
037052 2570-EXIT.
037062     EXIT.
037072 2575-MOVE-ONE-STN-REASON.
037082     ADD 1 TO WS-RSN-SUB.
037092     MOVE WS-STN-RSN-COUNT (WS-RSN-SUB)
037102         TO HH-RSN-COUNT (WS-RSN-SUB).
037112 2575-EXIT.
037122     EXIT.
037132 2580-MOVE-ONE-TOT-REASON.
037142     ADD 1 TO WS-RSN-SUB.
037152     MOVE WS-TOT-RSN-COUNT (WS-RSN-SUB)
037162         TO HH-RSN-COUNT (WS-RSN-SUB).
037172 2580-EXIT.
037182     EXIT.
037192 2710-SAVE-ONE-REASON.
037202     ADD 1 TO WS-RSN-SUB.
037212     MOVE WS-STN-RSN-COUNT (WS-RSN-SUB)
037222         TO RS-STN-RSN-COUNT (WS-RSN-SUB).
037232     MOVE WS-TOT-RSN-COUNT (WS-RSN-SUB)
037242         TO RS-TOT-RSN-COUNT (WS-RSN-SUB).
037252 2710-EXIT.
037262     EXIT.
037272 2865-ADD-ONE-REASON.
037282     ADD 1 TO WS-RSN-SUB.
037292     ADD WS-HH-RSN-COUNT (WS-RSN-SUB)
037302         TO HH-RSN-COUNT (WS-RSN-SUB).
037312 2865-EXIT.
037322     EXIT.
