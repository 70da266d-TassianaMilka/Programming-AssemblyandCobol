002090*   2026-09-02  DLM  WS-PAIR-COUNT now counts only pairs        *
002092*                    actually written to PAYFILE -- withheld    *
002094*                    pairs were inflating the control count.    *
002095*   2026-10-15  DLM  PAYCTL carries the plant code after the    *
002096*                    ceiling hours; the holiday-premium lookup  *
002097*                    reads PLANTCAL by that plant and the work  *
002098*                    date (CA-CAL-KEY).                         *
002108*   2026-10-15  DLM  A work date with no PLANTCAL entry for the *
002118*                    plant falls back to the blank-plant (all   *
002128*                    plants) entry before it is paid as a       *
002138*                    regular day.                               *
002148******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PAYEXTR.
002400 AUTHOR. D. L. MERCER.
003620     SELECT PLANTCAL ASSIGN TO "PLANTCAL"
003625         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS CA-CAL-KEY
003650         FILE STATUS IS WS-CAL-STATUS.
003660     SELECT RUNLOG ASSIGN TO "RUNLOG"
003670         ORGANIZATION IS LINE SEQUENTIAL
004404     RECORDING MODE IS F.
004405 01  PC-CONTROL-CARD.
004406     05  PC-CEILING-HOURS     PIC 9(02).
004407     05  PC-PLANT-CODE        PIC X(02).
004408     05  FILLER               PIC X(26).
004409 FD  PAYEXRPT
004410     RECORDING MODE IS F.
004411 01  PX-EXCEPTION-LINE        PIC X(80).
004412 FD  PAYHOLD
004413     RECORDING MODE IS F.
004414     COPY CLKPREC
004415         REPLACING LEADING ==CP-== BY ==PH-==.
004416 FD  PLANTCAL
004420     RECORD CONTAINS 14 CHARACTERS.
004430     COPY CALREC.
004440 FD  RUNLOG
004450     RECORDING MODE IS F.
005050 01  WS-HOLD-STATUS           PIC X(02).
005052     88  WS-HOLD-OK                  VALUE "00".
005054 01  WS-CEILING-HOURS         PIC 9(02) VALUE 16.
005055 01  WS-PLANT-CODE            PIC X(02) VALUE SPACES.
005056 01  WS-PAIR-VALID-SW         PIC X(01).
005058     88  WS-PAIR-VALID               VALUE "Y".
005060     88  WS-PAIR-INVALID             VALUE "N".
009918                         MOVE PC-CEILING-HOURS
009920                             TO WS-CEILING-HOURS
009922                 END-IF
009923                 MOVE PC-PLANT-CODE TO WS-PLANT-CODE
009924         END-READ
009926     END-IF.
009928     CLOSE PAYCTL.
016300         GO TO 2300-EXIT
016310     END-IF.
016320     MOVE PY-WORK-DATE TO CA-CAL-DATE.
016325     MOVE WS-PLANT-CODE TO CA-PLANT-CODE.
016330     READ PLANTCAL
016340         INVALID KEY
016347             MOVE SPACES TO CA-PLANT-CODE
016354             READ PLANTCAL
016361                 INVALID KEY
016368                     GO TO 2300-EXIT
016375             END-READ
016382     END-READ.
016389     IF CA-HOLIDAY
016396         SET PY-PREMIUM-DAY TO TRUE
016403     END-IF.
016410 2300-EXIT.
016420     EXIT.
016430 8000-FINALIZE.
