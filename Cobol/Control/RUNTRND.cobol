002100*   MODIFICATION HISTORY                                        *
002200*   ------------------------------------------------------------*
002300*   2026-09-02  DLM  Original program.                          *
002310*   2026-10-15  DLM  Plant markers.  RUNHIST 'P' records (from  *
002320*                    RUNCLR) are not steps and no longer open   *
002330*                    or close a run; each marks the plant for   *
002340*                    the records behind it.  TRNDCTL can name a *
002350*                    plant after the drift percentage to trend  *
002360*                    that plant alone; blank trends all plants  *
002370*                    combined.                                  *
002377*   2026-10-15  DLM  Escalated-alert ('A') records ALRTAGE      *
002384*                    leaves on the run log carry no run timing  *
002391*                    and are passed over.                       *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. RUNTRND.
004700 01  TC-CONTROL-CARD.
004800     05  TC-WINDOW-DAYS       PIC 9(03).
004900     05  TC-DRIFT-PCT         PIC 9(03).
004910     05  TC-PLANT-CODE        PIC X(02).
004920     05  FILLER               PIC X(22).
005100 FD  RUNHIST
005200     RECORDING MODE IS F.
005300     COPY RUNREC.
006500     88  WS-END-OF-HIST              VALUE "Y".
006600 01  WS-WINDOW-DAYS           PIC 9(03) VALUE 30.
006700 01  WS-DRIFT-PCT             PIC 9(03) VALUE 150.
006710 01  WS-TREND-PLANT           PIC X(02) VALUE SPACES.
006720 01  WS-CURR-PLANT            PIC X(02) VALUE SPACES.
006800 01  WS-RUN-DATE              PIC 9(08).
006900 01  WS-TODAY-INT             PIC 9(07).
007000 01  WS-REC-INT               PIC 9(07).
015300                     AND TC-DRIFT-PCT > 0
015400                         MOVE TC-DRIFT-PCT TO WS-DRIFT-PCT
015500                 END-IF
015510                 MOVE TC-PLANT-CODE TO WS-TREND-PLANT
015600         END-READ
015700     END-IF.
015800     CLOSE TRNDCTL.
017300     MOVE SPACES TO TR-REPORT-LINE.
017400     MOVE "BATCH WINDOW TREND" TO TR-REPORT-LINE.
017500     WRITE TR-REPORT-LINE.
017510     MOVE SPACES TO TR-REPORT-LINE.
017520     IF WS-TREND-PLANT = SPACES
017530         MOVE "ALL PLANTS COMBINED" TO TR-REPORT-LINE
017540     ELSE
017550         STRING "PLANT " WS-TREND-PLANT
017560             DELIMITED BY SIZE INTO TR-REPORT-LINE
017570     END-IF.
017580     WRITE TR-REPORT-LINE.
017600     PERFORM 2100-READ-HIST
017700         THRU 2100-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000 2000-LOAD-ONE-HIST-REC.
018002     IF RL-ALERT-RECORD
018004         GO TO 2000-READ-NEXT
018006     END-IF.
018010     IF RL-PLANT-RECORD
018020         MOVE RL-PLANT-CODE TO WS-CURR-PLANT
018030         GO TO 2000-READ-NEXT
018040     END-IF.
018050     IF WS-TREND-PLANT NOT = SPACES
018060         AND WS-CURR-PLANT NOT = WS-TREND-PLANT
018070             GO TO 2000-READ-NEXT
018080     END-IF.
018100     IF RL-DATE IS NOT NUMERIC
018200         GO TO 2000-READ-NEXT
018300     END-IF.
