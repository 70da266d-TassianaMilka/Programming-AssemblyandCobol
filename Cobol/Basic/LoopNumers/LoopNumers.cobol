005920*                    LRSTREC copybook so CKPTUTIL can print     *
005930*                    and sanity-check the checkpoint.  No       *
005940*                    layout change.                             *
005945*   2026-10-15  DLM  Every range issued is recorded on the      *
005950*                    LOOPREG lot-number register (LREGREC) with *
005955*                    run date, time, shift and range number.  A *
005960*                    card whose range overlaps one already on   *
005965*                    the register is refused -- nothing is      *
005970*                    numbered, no STATREC is written, and the   *
005975*                    step ends RC 8.  The same range re-run the *
005980*                    same night, or resumed from checkpoint, is *
005985*                    not a reuse.  The built-in default range   *
005990*                    is never registered.                       *
005995******************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. LOOPNUM.
006200 AUTHOR. D. L. MERCER.
008400     SELECT RUNLOG ASSIGN TO "RUNLOG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RUNLOG-STATUS.
008610     SELECT LOOPREG ASSIGN TO "LOOPREG"
008620         ORGANIZATION IS INDEXED
008630         ACCESS MODE IS DYNAMIC
008640         RECORD KEY IS LG-REGISTER-KEY
008650         FILE STATUS IS WS-LOOPREG-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  LOOPCTL
010500 FD  RUNLOG
010600     RECORDING MODE IS F.
010700     COPY RUNREC.
010710 FD  LOOPREG
010720     RECORD CONTAINS 40 CHARACTERS.
010730     COPY LREGREC.
010800 WORKING-STORAGE SECTION.
010900 01  WS-CTL-STATUS            PIC X(02).
011000     88  WS-CTL-OK                   VALUE '00'.
015700 01  WS-RUN-STAMP-TIME.
015800     05  WS-RUN-HHMMSS        PIC 9(06).
015900     05  FILLER               PIC 9(02).
015906 01  WS-LOOPREG-STATUS        PIC X(02).
015912     88  WS-LOOPREG-OK               VALUE '00'.
015918 01  WS-REG-END-SW            PIC X(01).
015924     88  WS-REG-END                  VALUE 'Y'.
015930 01  WS-OVERLAP-SW            PIC X(01).
015936     88  WS-RANGE-OVERLAPS           VALUE 'Y'.
015942 01  WS-REISSUE-SW            PIC X(01).
015948     88  WS-RANGE-REISSUED           VALUE 'Y'.
015954 01  WS-OVERLAP-START         PIC 9(05).
015960 01  WS-OVERLAP-END           PIC 9(05).
015966 01  WS-OVERLAP-DATE          PIC 9(08).
015972 01  WS-OVERLAP-SHIFT         PIC X(01).
015978 01  WS-REJECTED-COUNT        PIC 9(03) VALUE 0 COMP.
015984 01  WS-EDIT-REJECTED         PIC ZZ9.
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020607     OPEN I-O LOOPREG.
020614     IF WS-LOOPREG-STATUS = '35'
020621         OPEN OUTPUT LOOPREG
020628         CLOSE LOOPREG
020635         OPEN I-O LOOPREG
020642     END-IF.
020649     IF NOT WS-LOOPREG-OK
020656         DISPLAY "LOOPNUM - UNABLE TO OPEN LOOPREG, STATUS="
020663             WS-LOOPREG-STATUS
020670         MOVE 16 TO RETURN-CODE
020677         STOP RUN
020684     END-IF.
020700     MOVE "S" TO WS-RUN-TYPE.
020800     MOVE 0 TO WS-RUN-RECORDS.
020900     PERFORM 9100-WRITE-RUN-RECORD
026200     CLOSE LOOPRST.
026300 2100-EXIT.
026400     EXIT.
026401 2400-CHECK-REGISTER.
026402     MOVE 'N' TO WS-OVERLAP-SW.
026403     MOVE 'N' TO WS-REISSUE-SW.
026404     MOVE 'N' TO WS-REG-END-SW.
026405     IF WS-SYNTH-CARD-USED
026406         GO TO 2400-EXIT
026407     END-IF.
026408     MOVE PM-PLANT-CODE TO LG-PLANT-CODE.
026409     MOVE 0 TO LG-RANGE-START.
026410     START LOOPREG KEY IS NOT LESS THAN LG-REGISTER-KEY
026411         INVALID KEY
026412             SET WS-REG-END TO TRUE
026413     END-START.
026414     PERFORM 2410-TEST-ONE-ENTRY
026415         THRU 2410-EXIT
026416         UNTIL WS-REG-END
026417             OR WS-RANGE-OVERLAPS.
026418 2400-EXIT.
026419     EXIT.
026420 2410-TEST-ONE-ENTRY.
026421     READ LOOPREG NEXT RECORD
026422         AT END
026423             SET WS-REG-END TO TRUE
026424             GO TO 2410-EXIT
026425     END-READ.
026426     IF LG-PLANT-CODE NOT = PM-PLANT-CODE
026427         OR LG-RANGE-START > PM-LOOP-END
026428             SET WS-REG-END TO TRUE
026429             GO TO 2410-EXIT
026430     END-IF.
026431     IF LG-RANGE-END < PM-LOOP-START
026432         GO TO 2410-EXIT
026433     END-IF.
026434     IF LG-RANGE-START = PM-LOOP-START
026435         AND LG-RANGE-END = PM-LOOP-END
026436         AND LG-SHIFT-CODE = PM-SHIFT-CODE
026437         AND LG-RANGE-NUMBER = WS-RANGE-NUMBER
026438             IF LG-RUN-DATE = WS-RUN-DATE
026439                 OR (WS-RESTARTED-FROM-CKPT
026440                     AND WS-RANGE-NUMBER NOT > WS-RESTART-RANGE)
026441                         SET WS-RANGE-REISSUED TO TRUE
026442                         GO TO 2410-EXIT
026443             END-IF
026444     END-IF.
026445     SET WS-RANGE-OVERLAPS TO TRUE.
026446     MOVE LG-RANGE-START TO WS-OVERLAP-START.
026447     MOVE LG-RANGE-END TO WS-OVERLAP-END.
026448     MOVE LG-RUN-DATE TO WS-OVERLAP-DATE.
026449     MOVE LG-SHIFT-CODE TO WS-OVERLAP-SHIFT.
026450 2410-EXIT.
026451     EXIT.
026452 2450-WRITE-REJECTION.
026453     ADD 1 TO WS-REJECTED-COUNT.
026454     MOVE SPACES TO LR-REPORT-LINE.
026455     STRING "** RANGE REJECTED - OVERLAPS NUMBERS "
026456         WS-OVERLAP-START " - " WS-OVERLAP-END
026457         DELIMITED BY SIZE INTO LR-REPORT-LINE.
026458     WRITE LR-REPORT-LINE.
026459     MOVE SPACES TO LR-REPORT-LINE.
026460     STRING "   ALREADY ISSUED ON RUN DATE " WS-OVERLAP-DATE
026461         " SHIFT " WS-OVERLAP-SHIFT
026462         " -- NOTHING NUMBERED"
026463         DELIMITED BY SIZE INTO LR-REPORT-LINE.
026464     WRITE LR-REPORT-LINE.
026465     ADD 2 TO WS-LINES-ON-PAGE.
026466 2450-EXIT.
026467     EXIT.
026468 2460-REGISTER-RANGE.
026469     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
026470     MOVE SPACES TO LG-REGISTER-RECORD.
026471     MOVE PM-PLANT-CODE TO LG-PLANT-CODE.
026472     MOVE PM-LOOP-START TO LG-RANGE-START.
026473     MOVE PM-LOOP-END TO LG-RANGE-END.
026474     MOVE WS-RUN-DATE TO LG-RUN-DATE.
026475     MOVE WS-RUN-HHMMSS TO LG-ISSUE-TIME.
026476     MOVE PM-SHIFT-CODE TO LG-SHIFT-CODE.
026477     MOVE WS-RANGE-NUMBER TO LG-RANGE-NUMBER.
026478     WRITE LG-REGISTER-RECORD
026479         INVALID KEY
026480             DISPLAY "LOOPNUM - LOOPREG WRITE FAILED, STATUS="
026481                 WS-LOOPREG-STATUS
026482     END-WRITE.
026483 2460-EXIT.
026484     EXIT.
026500 2500-PROCESS-ONE-RANGE.
026600     ADD 1 TO WS-RANGE-NUMBER.
026700     MOVE PM-LOOP-START TO WS-COUNT.
027500     END-IF.
027600     PERFORM 1100-WRITE-HEADING
027700         THRU 1100-EXIT.
027707     PERFORM 2400-CHECK-REGISTER
027714         THRU 2400-EXIT.
027721     IF WS-RANGE-OVERLAPS
027728         PERFORM 2450-WRITE-REJECTION
027735             THRU 2450-EXIT
027742         GO TO 2500-READ-NEXT
027749     END-IF.
027756     IF NOT WS-RANGE-REISSUED
027763         AND NOT WS-SYNTH-CARD-USED
027770             PERFORM 2460-REGISTER-RANGE
027777                 THRU 2460-EXIT
027784     END-IF.
027800     IF WS-RESTARTED-FROM-CKPT
027900         AND WS-RANGE-NUMBER = WS-RESTART-RANGE
028000             MOVE WS-RESTART-COUNT TO WS-COUNT
029300         THRU 2900-EXIT.
029400     ADD WS-RUNNING-TOTAL TO WS-GRAND-TOTAL.
029500     ADD WS-ITERATION-COUNT TO WS-GRAND-ITER.
029510 2500-READ-NEXT.
029600     PERFORM 2600-READ-CTL
029700         THRU 2600-EXIT.
029800 2500-EXIT.
039500         "   AVERAGE: " WS-EDIT-AVG
039600         DELIMITED BY SIZE INTO LR-REPORT-LINE.
039700     WRITE LR-REPORT-LINE.
039710     IF WS-REJECTED-COUNT > 0
039720         MOVE WS-REJECTED-COUNT TO WS-EDIT-REJECTED
039730         MOVE SPACES TO LR-REPORT-LINE
039740         STRING "RANGES REJECTED AS ALREADY ISSUED: "
039750             WS-EDIT-REJECTED
039760             DELIMITED BY SIZE INTO LR-REPORT-LINE
039770         WRITE LR-REPORT-LINE
039780         MOVE 8 TO RETURN-CODE
039790     END-IF.
039800     CLOSE LOOPRPT LOOPSTAT LOOPREG.
039900     IF WS-CTL-AVAILABLE
040000         CLOSE LOOPCTL
040100     END-IF.
