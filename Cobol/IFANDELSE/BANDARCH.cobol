002510*   2026-09-02  DLM  Start and end run-control records now go   *
002520*                    to the common RUNLOG file for the RUNDASH   *
002530*                    dashboard and the RUNTRND trend.            *
002540*   2026-10-15  DLM  HISTREC grew the rejects by reason code.    *
002550*                    The monthly 'M' summaries now carry them    *
002560*                    too, summed like the other counts; a        *
002570*                    record written before the change adds       *
002580*                    nothing to them.                            *
002584*   2026-10-15  DLM  BANDHIST is keyed by run date, plant,       *
002588*                    shift and station (HISTREC 100 bytes); the  *
002592*                    monthly 'M' summaries are kept per plant    *
002596*                    and station.                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. BANDARCH.
005700     05  HC-CUTOFF-DATE       PIC 9(08).
005800     05  FILLER               PIC X(22).
005900 FD  BANDHIST
006000     RECORD CONTAINS 100 CHARACTERS.
006100     COPY HISTREC.
006200 FD  HISTARCH
006300     RECORDING MODE IS F.
006400     COPY HISTREC
006500         REPLACING LEADING ==HH-== BY ==HA-==.
006600 FD  BANDHNEW
006700     RECORD CONTAINS 100 CHARACTERS.
006800     COPY HISTREC
006900         REPLACING LEADING ==HH-== BY ==HN-==.
006910 FD  RUNLOG
009100 01  WS-MONTH-TABLE.
009200     05  WS-MONTH-ENTRY OCCURS 300 TIMES.
009300         10  WS-MT-MONTH          PIC 9(06).
009310         10  WS-MT-PLANT          PIC X(02).
009400         10  WS-MT-STATION        PIC X(05).
009500         10  WS-MT-PROCESSED      PIC 9(07).
009600         10  WS-MT-IN-BAND        PIC 9(07).
009700         10  WS-MT-OUT-BAND       PIC 9(07).
009800         10  WS-MT-REJECTED       PIC 9(07).
009810         10  WS-MT-RSN-COUNT      PIC 9(07) OCCURS 8 TIMES.
009820 01  WS-RSN-CNT               PIC 9(03) VALUE 8 COMP.
009830 01  WS-RSN-SUB               PIC 9(03) VALUE 0 COMP.
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE
019800     ADD HH-IN-BAND TO WS-MT-IN-BAND (WS-MSLOT-SUB).
019900     ADD HH-OUT-BAND TO WS-MT-OUT-BAND (WS-MSLOT-SUB).
020000     ADD HH-REJECTED TO WS-MT-REJECTED (WS-MSLOT-SUB).
020010     IF HH-REASON-COUNTS IS NOT NUMERIC
020020         GO TO 2300-EXIT
020030     END-IF.
020040     MOVE 0 TO WS-RSN-SUB.
020050     PERFORM 2310-ADD-ONE-REASON
020060         THRU 2310-EXIT
020070         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
020100 2300-EXIT.
020200     EXIT.
020210 2310-ADD-ONE-REASON.
020220     ADD 1 TO WS-RSN-SUB.
020230     ADD HH-RSN-COUNT (WS-RSN-SUB)
020240         TO WS-MT-RSN-COUNT (WS-MSLOT-SUB, WS-RSN-SUB).
020250 2310-EXIT.
020260     EXIT.
020300 2400-FIND-MONTH-SLOT.
020400     MOVE 0 TO WS-MSLOT-SUB.
020500     MOVE 0 TO WS-MONTH-SUB.
021300             MOVE WS-MONTH-CNT TO WS-MSLOT-SUB
021400             MOVE WS-REC-MONTH
021500                 TO WS-MT-MONTH (WS-MSLOT-SUB)
021510             MOVE HH-PLANT-CODE
021520                 TO WS-MT-PLANT (WS-MSLOT-SUB)
021600             MOVE HH-STATION-ID
021700                 TO WS-MT-STATION (WS-MSLOT-SUB)
021800             MOVE 0 TO WS-MT-PROCESSED (WS-MSLOT-SUB)
021900             MOVE 0 TO WS-MT-IN-BAND (WS-MSLOT-SUB)
022000             MOVE 0 TO WS-MT-OUT-BAND (WS-MSLOT-SUB)
022100             MOVE 0 TO WS-MT-REJECTED (WS-MSLOT-SUB)
022110             MOVE 0 TO WS-RSN-SUB
022120             PERFORM 2420-CLEAR-ONE-REASON
022130                 THRU 2420-EXIT
022140                 UNTIL WS-RSN-SUB >= WS-RSN-CNT
022200         ELSE
022300             DISPLAY "BANDARCH - MONTH TABLE FULL, "
022400                 HH-STATION-ID " " HH-RUN-DATE " DROPPED"
023000     ADD 1 TO WS-MONTH-SUB.
023100     IF WS-MT-MONTH (WS-MONTH-SUB) = WS-REC-MONTH
023200         AND WS-MT-STATION (WS-MONTH-SUB) = HH-STATION-ID
023210         AND WS-MT-PLANT (WS-MONTH-SUB) = HH-PLANT-CODE
023300             MOVE WS-MONTH-SUB TO WS-MSLOT-SUB
023400     END-IF.
023500 2410-EXIT.
023600     EXIT.
023610 2420-CLEAR-ONE-REASON.
023620     ADD 1 TO WS-RSN-SUB.
023630     MOVE 0 TO WS-MT-RSN-COUNT (WS-MSLOT-SUB, WS-RSN-SUB).
023640 2420-EXIT.
023650     EXIT.
023700 3000-WRITE-SUMMARIES.
023800     MOVE 0 TO WS-MONTH-SUB.
023900     PERFORM 3100-WRITE-ONE-SUMMARY
024600     COMPUTE HN-RUN-DATE =
024700         WS-MT-MONTH (WS-MONTH-SUB) * 100.
024800     MOVE "M" TO HN-SHIFT-CODE.
024810     MOVE WS-MT-PLANT (WS-MONTH-SUB) TO HN-PLANT-CODE.
024900     MOVE WS-MT-STATION (WS-MONTH-SUB) TO HN-STATION-ID.
025000     MOVE WS-MT-PROCESSED (WS-MONTH-SUB) TO HN-PROCESSED.
025100     MOVE WS-MT-IN-BAND (WS-MONTH-SUB) TO HN-IN-BAND.
025200     MOVE WS-MT-OUT-BAND (WS-MONTH-SUB) TO HN-OUT-BAND.
025300     MOVE WS-MT-REJECTED (WS-MONTH-SUB) TO HN-REJECTED.
025310     MOVE 0 TO WS-RSN-SUB.
025320     PERFORM 3110-MOVE-ONE-REASON
025330         THRU 3110-EXIT
025340         UNTIL WS-RSN-SUB >= WS-RSN-CNT.
025400     WRITE HN-HISTORY-RECORD
025500         INVALID KEY
025600             REWRITE HN-HISTORY-RECORD
025800     ADD 1 TO WS-SUMMARY-COUNT.
025900 3100-EXIT.
026000     EXIT.
026010 3110-MOVE-ONE-REASON.
026020     ADD 1 TO WS-RSN-SUB.
026030     MOVE WS-MT-RSN-COUNT (WS-MONTH-SUB, WS-RSN-SUB)
026040         TO HN-RSN-COUNT (WS-RSN-SUB).
026050 3110-EXIT.
026060     EXIT.
026100 8000-FINALIZE.
026200     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT.
026300     DISPLAY "BANDARCH - DETAIL RECORDS ARCHIVED:  "
