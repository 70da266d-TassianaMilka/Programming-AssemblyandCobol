002400*   MODIFICATION HISTORY                                        *
002500*   ------------------------------------------------------------*
002600*   2026-09-02  DLM  Original program.                          *
002610*   2026-10-15  DLM  Added STOPNAME's CLOCKRST checkpoint: the  *
002620*                    resume position is checked against the     *
002630*                    CLOCKSRT record count and the denial tally *
002640*                    against the attempts saved with it.  Clear *
002650*                    target CLOCKRST clears it alone and ALL    *
002660*                    clears all three; BOTH still means         *
002670*                    LOOPRST and BANDRST.                       *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CKPTUTIL.
004900     SELECT TRANSRT ASSIGN TO "TRANSRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRANSRT-STATUS.
005110     SELECT CLOCKRST ASSIGN TO "CLOCKRST"
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-CRST-STATUS.
005140     SELECT CLOCKSRT ASSIGN TO "CLOCKSRT"
005150         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS IS WS-CLOCKSRT-STATUS.
005200     SELECT RUNLOG ASSIGN TO "RUNLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNLOG-STATUS.
006700         88  CC-TARGET-LOOPRST       VALUE 'LOOPRST '.
006800         88  CC-TARGET-BANDRST       VALUE 'BANDRST '.
006900         88  CC-TARGET-BOTH          VALUE 'BOTH    '.
006910         88  CC-TARGET-CLOCKRST      VALUE 'CLOCKRST'.
006920         88  CC-TARGET-ALL           VALUE 'ALL     '.
007000     05  FILLER               PIC X(21).
007100 FD  LOOPRST
007200     RECORDING MODE IS F.
008000 FD  TRANSRT
008100     RECORDING MODE IS F.
008200     COPY TRANREC.
008210 FD  CLOCKRST
008220     RECORDING MODE IS F.
008230     COPY CRSTREC.
008240 FD  CLOCKSRT
008250     RECORDING MODE IS F.
008260     COPY CLOKTRAN.
008300 FD  RUNLOG
008400     RECORDING MODE IS F.
008500     COPY RUNREC.
009700     88  WS-LOOPCTL-OK               VALUE "00".
009800 01  WS-TRANSRT-STATUS        PIC X(02).
009900     88  WS-TRANSRT-OK               VALUE "00".
009910 01  WS-CRST-STATUS           PIC X(02).
009920     88  WS-CRST-OK                  VALUE "00".
009930 01  WS-CLOCKSRT-STATUS       PIC X(02).
009940     88  WS-CLOCKSRT-OK              VALUE "00".
010000 01  WS-RUNLOG-STATUS         PIC X(02).
010100 01  WS-RPT-STATUS            PIC X(02).
010200     88  WS-RPT-OK                   VALUE "00".
010400     88  WS-LRST-FOUND               VALUE "Y".
010500 01  WS-BRST-FOUND-SW         PIC X(01) VALUE "N".
010600     88  WS-BRST-FOUND               VALUE "Y".
010610 01  WS-CRST-FOUND-SW         PIC X(01) VALUE "N".
010620     88  WS-CRST-FOUND               VALUE "Y".
010630 01  WS-CLOCKSRT-EOF-SW       PIC X(01) VALUE "N".
010640     88  WS-CLOCKSRT-EOF             VALUE "Y".
010650 01  WS-CLOCKSRT-COUNT        PIC 9(07) VALUE 0.
010700 01  WS-CTL-EOF-SW            PIC X(01) VALUE "N".
010800     88  WS-CTL-EOF                  VALUE "Y".
010900 01  WS-TRANSRT-EOF-SW        PIC X(01) VALUE "N".
012200     05  FILLER               PIC 9(02).
012300 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
012400 01  WS-EDIT-2                PIC ZZZZZZ9.
012410 01  WS-EDIT-3                PIC ZZZZZZ9.
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE
013000         THRU 2000-EXIT.
013100     PERFORM 3000-REPORT-BANDRST
013200         THRU 3000-EXIT.
013210     PERFORM 5000-REPORT-CLOCKRST
013220         THRU 5000-EXIT.
013300     IF CC-CLEAR
013400         PERFORM 4000-CLEAR-CHECKPOINTS
013500             THRU 4000-EXIT
016200         AND NOT CC-TARGET-LOOPRST
016300         AND NOT CC-TARGET-BANDRST
016400         AND NOT CC-TARGET-BOTH
016410         AND NOT CC-TARGET-CLOCKRST
016420         AND NOT CC-TARGET-ALL
016500             DISPLAY "CKPTUTIL - CLEAR TARGET NOT LOOPRST, "
016600                 "BANDRST, CLOCKRST, BOTH OR ALL"
016700             MOVE 16 TO RETURN-CODE
016800             STOP RUN
016900     END-IF.
039000     MOVE "S" TO WS-RUN-TYPE.
039100     PERFORM 9100-WRITE-RUN-RECORD
039200         THRU 9100-EXIT.
039300     IF CC-TARGET-LOOPRST OR CC-TARGET-BOTH OR CC-TARGET-ALL
039400         OPEN OUTPUT LOOPRST
039500         CLOSE LOOPRST
039600         MOVE SPACES TO CP-REPORT-LINE
039800         WRITE CP-REPORT-LINE
039900         DISPLAY "CKPTUTIL - LOOPRST CHECKPOINT CLEARED"
040000     END-IF.
040100     IF CC-TARGET-BANDRST OR CC-TARGET-BOTH OR CC-TARGET-ALL
040200         OPEN OUTPUT BANDRST
040300         CLOSE BANDRST
040400         MOVE SPACES TO CP-REPORT-LINE
040600         WRITE CP-REPORT-LINE
040700         DISPLAY "CKPTUTIL - BANDRST CHECKPOINT CLEARED"
040800     END-IF.
040810     IF CC-TARGET-CLOCKRST OR CC-TARGET-ALL
040820         OPEN OUTPUT CLOCKRST
040830         CLOSE CLOCKRST
040840         MOVE SPACES TO CP-REPORT-LINE
040850         MOVE "CLOCKRST CHECKPOINT CLEARED" TO CP-REPORT-LINE
040860         WRITE CP-REPORT-LINE
040870         DISPLAY "CKPTUTIL - CLOCKRST CHECKPOINT CLEARED"
040880     END-IF.
040900     MOVE "E" TO WS-RUN-TYPE.
041000     PERFORM 9100-WRITE-RUN-RECORD
041100         THRU 9100-EXIT.
041200 4000-EXIT.
041300     EXIT.
041301 5000-REPORT-CLOCKRST.
041302     MOVE SPACES TO CP-REPORT-LINE.
041303     MOVE "STOPNAME CHECKPOINT (CLOCKRST)" TO CP-REPORT-LINE.
041304     WRITE CP-REPORT-LINE.
041305     OPEN INPUT CLOCKRST.
041306     IF WS-CRST-OK
041307         READ CLOCKRST
041308             AT END
041309                 CONTINUE
041310             NOT AT END
041311                 SET WS-CRST-FOUND TO TRUE
041312         END-READ
041313     END-IF.
041314     CLOSE CLOCKRST.
041315     IF NOT WS-CRST-FOUND
041316         MOVE SPACES TO CP-REPORT-LINE
041317         MOVE "  NO CHECKPOINT - ROSTSWP STARTS CLEAN"
041318             TO CP-REPORT-LINE
041319         WRITE CP-REPORT-LINE
041320         GO TO 5000-EXIT
041321     END-IF.
041322     MOVE CS-RECORD-NO TO WS-COUNT-EDIT.
041323     MOVE SPACES TO CP-REPORT-LINE.
041324     STRING "  A RESTART WILL SKIP THE RE-SORT AND RESUME "
041325         "AFTER ENTRY " WS-COUNT-EDIT " OF CLOCKSRT"
041326         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041327     WRITE CP-REPORT-LINE.
041328     MOVE CS-LOCKOUT-COUNT TO WS-COUNT-EDIT.
041329     MOVE SPACES TO CP-REPORT-LINE.
041330     STRING "  SWEEP DATE " CS-SWEEP-DATE
041331         "  BADGES LOCKED " WS-COUNT-EDIT
041332         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041333     WRITE CP-REPORT-LINE.
041334     MOVE CS-AUDIT-COUNT TO WS-COUNT-EDIT.
041335     MOVE CS-AUDIT-BASE TO WS-EDIT-2.
041336     MOVE SPACES TO CP-REPORT-LINE.
041337     STRING "  AUDIT RECORDS " WS-COUNT-EDIT
041338         "  ON FILE BEFORE SWEEP " WS-EDIT-2
041339         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041340     WRITE CP-REPORT-LINE.
041341     MOVE CS-CLOG1-COUNT TO WS-COUNT-EDIT.
041342     MOVE CS-CLOG2-COUNT TO WS-EDIT-2.
041343     MOVE CS-CLOG3-COUNT TO WS-EDIT-3.
041344     MOVE SPACES TO CP-REPORT-LINE.
041345     STRING "  SHIFT LOG LINES " WS-COUNT-EDIT
041346         " / " WS-EDIT-2 " / " WS-EDIT-3
041347         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041348     WRITE CP-REPORT-LINE.
041349     MOVE CS-PAIR-COUNT TO WS-COUNT-EDIT.
041350     MOVE CS-EXCEPT-COUNT TO WS-EDIT-2.
041351     MOVE CS-ALERT-COUNT TO WS-EDIT-3.
041352     MOVE SPACES TO CP-REPORT-LINE.
041353     STRING "  PAIRS " WS-COUNT-EDIT
041354         "  EXCEPTIONS " WS-EDIT-2
041355         "  ALERT LINES " WS-EDIT-3
041356         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041357     WRITE CP-REPORT-LINE.
041358     MOVE CS-EMP-DENY-COUNT TO WS-COUNT-EDIT.
041359     MOVE SPACES TO CP-REPORT-LINE.
041360     STRING "  OPEN EMPLOYEE " CS-CURR-EMP
041361         "  CLOCK-IN OPEN " CS-CI-OPEN-SW
041362         "  DENIALS SO FAR " WS-COUNT-EDIT
041363         DELIMITED BY SIZE INTO CP-REPORT-LINE.
041364     WRITE CP-REPORT-LINE.
041365     PERFORM 5100-CHECK-AGAINST-CLOCKSRT
041366         THRU 5100-EXIT.
041367     IF CS-EMP-SAVED > 8
041368         OR CS-EMP-SAVED > CS-EMP-DENY-COUNT
041369             MOVE SPACES TO CP-REPORT-LINE
041370             MOVE "  ** DENIAL TALLY DISAGREES WITH ATTEMPTS"
041371                 TO CP-REPORT-LINE
041372             WRITE CP-REPORT-LINE
041373             SET WS-CHECKPOINT-INSANE TO TRUE
041374     END-IF.
041375 5000-EXIT.
041376     EXIT.
041377 5100-CHECK-AGAINST-CLOCKSRT.
041378     OPEN INPUT CLOCKSRT.
041379     IF NOT WS-CLOCKSRT-OK
041380         MOVE SPACES TO CP-REPORT-LINE
041381         MOVE "  CLOCKSRT NOT AVAILABLE - POSITION NOT VERIFIED"
041382             TO CP-REPORT-LINE
041383         WRITE CP-REPORT-LINE
041384         GO TO 5100-EXIT
041385     END-IF.
041386     PERFORM 5110-COUNT-ONE-CLOCKSRT
041387         THRU 5110-EXIT
041388         UNTIL WS-CLOCKSRT-EOF.
041389     CLOSE CLOCKSRT.
041390     IF CS-RECORD-NO > WS-CLOCKSRT-COUNT
041391         MOVE WS-CLOCKSRT-COUNT TO WS-COUNT-EDIT
041392         MOVE SPACES TO CP-REPORT-LINE
041393         STRING "  ** CHECKPOINT BEYOND CLOCKSRT END ("
041394             WS-COUNT-EDIT " RECORDS) - STALE"
041395             DELIMITED BY SIZE INTO CP-REPORT-LINE
041396         WRITE CP-REPORT-LINE
041397         SET WS-CHECKPOINT-INSANE TO TRUE
041398     ELSE
041399         MOVE SPACES TO CP-REPORT-LINE
041400         MOVE "  CHECKPOINT POSITION WITHIN CLOCKSRT"
041401             TO CP-REPORT-LINE
041402         WRITE CP-REPORT-LINE
041403     END-IF.
041404 5100-EXIT.
041405     EXIT.
041406 5110-COUNT-ONE-CLOCKSRT.
041407     READ CLOCKSRT
041408         AT END
041409             SET WS-CLOCKSRT-EOF TO TRUE
041410             GO TO 5110-EXIT
041411     END-READ.
041412     ADD 1 TO WS-CLOCKSRT-COUNT.
041413 5110-EXIT.
041414     EXIT.
041415 8000-FINALIZE.
041500     IF WS-CHECKPOINT-INSANE
041600         MOVE SPACES TO CP-REPORT-LINE
041700         MOVE "RESULT: CHECKPOINT SUSPECT - DO NOT RERUN"
