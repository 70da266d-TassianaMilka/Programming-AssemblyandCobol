000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID : RDGINQ                                         *
000400*   AUTHOR     : D. L. MERCER                                   *
000500*   INSTALLATION : QC / SHIFT OPERATIONS                        *
000600*   DATE-WRITTEN : 2026-10-15                                   *
000700*   DATE-COMPILED:                                               *
000800*                                                                *
000900*   Reading-detail inquiry for quality.  Takes a station ID and *
001000*   a timestamp range on the INQCARD and lists every reading    *
001100*   the nightly band check decided for that station in that     *
001200*   range -- NUM1, NUM2 and the result, then the band limits in *
001300*   force and where they came from, the disposition, the        *
001400*   severity and deviation, and any reject reason -- to         *
001500*   RDGQRPT.                                                    *
001600*   A blank FROM starts at the first reading on file and a      *
001700*   blank TO runs to the last; a date without a time takes the  *
001800*   whole day.  Readings already moved off by RDGARCH are read  *
001900*   from the archive files concatenated behind RDGARCIN first;  *
002000*   if there is no RDGARCIN the listing says so and covers the  *
002100*   live RDGHIST only.  The live file is read by key from the   *
002200*   station and FROM time, so an inquiry never scans the whole  *
002300*   history.                                                    *
002400*                                                                *
002500*   MODIFICATION HISTORY                                        *
002600*   ------------------------------------------------------------*
002700*   2026-10-15  DLM  Original program.                          *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. RDGINQ.
003100 AUTHOR. D. L. MERCER.
003200 INSTALLATION. QC SHIFT OPERATIONS.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT INQCARD ASSIGN TO "INQCARD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CARD-STATUS.
004100     SELECT RDGARCIN ASSIGN TO "RDGARCIN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ARCH-STATUS.
004400     SELECT RDGHIST ASSIGN TO "RDGHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RD-DETAIL-KEY
004800         FILE STATUS IS WS-HIST-STATUS.
004900     SELECT RDGQRPT ASSIGN TO "RDGQRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  INQCARD
005500     RECORDING MODE IS F.
005600 01  IQ-INQUIRY-CARD.
005700     05  IQ-STATION-ID        PIC X(05).
005800     05  IQ-FROM-TS           PIC X(14).
005900     05  IQ-TO-TS             PIC X(14).
006000     05  FILLER               PIC X(47).
006100 FD  RDGARCIN
006200     RECORDING MODE IS F.
006300     COPY RDGHREC
006400         REPLACING LEADING ==RD-== BY ==RX-==.
006500 FD  RDGHIST
006600     RECORD CONTAINS 100 CHARACTERS.
006700     COPY RDGHREC.
006800 FD  RDGQRPT
006900     RECORDING MODE IS F.
007000 01  RQ-REPORT-LINE           PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 01  WS-CARD-STATUS           PIC X(02).
007300     88  WS-CARD-OK                  VALUE "00".
007400 01  WS-ARCH-STATUS           PIC X(02).
007500     88  WS-ARCH-OK                  VALUE "00".
007600 01  WS-HIST-STATUS           PIC X(02).
007700     88  WS-HIST-OK                  VALUE "00".
007800 01  WS-RPT-STATUS            PIC X(02).
007900     88  WS-RPT-OK                   VALUE "00".
008000 01  WS-END-OF-ARCH-SW        PIC X(01) VALUE "N".
008100     88  WS-END-OF-ARCH              VALUE "Y".
008200 01  WS-END-OF-HIST-SW        PIC X(01) VALUE "N".
008300     88  WS-END-OF-HIST              VALUE "Y".
008400 01  WS-FROM-TS.
008500     05  WS-FROM-DATE         PIC X(08).
008600     05  WS-FROM-TIME         PIC X(06).
008700 01  WS-TO-TS.
008800     05  WS-TO-DATE           PIC X(08).
008900     05  WS-TO-TIME           PIC X(06).
009000 01  WS-LIMIT-TEXT            PIC X(26).
009100 01  WS-SOURCE-TEXT           PIC X(07).
009200 01  WS-DISP-TEXT             PIC X(08).
009300 01  WS-SEV-TEXT              PIC X(08).
009400 01  WS-PCT-TEXT              PIC X(07).
009500 01  WS-PCT-EDIT              PIC ZZ9.99.
009600 01  WS-ARCH-LISTED           PIC 9(07) VALUE 0 COMP.
009700 01  WS-LIVE-LISTED           PIC 9(07) VALUE 0 COMP.
009800 01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE 0 COMP.
009900 01  WS-COUNT-EDIT            PIC ZZZZZZ9.
010000 01  WS-HEAD-2.
010100     05  FILLER               PIC X(06) VALUE SPACES.
010200     05  FILLER               PIC X(27)
010300             VALUE "LIMITS IN FORCE / SOURCE".
010400     05  FILLER               PIC X(09) VALUE "DISP".
010500     05  FILLER               PIC X(09) VALUE "SEVERITY".
010600     05  FILLER               PIC X(08) VALUE "DEV PCT".
010700     05  FILLER               PIC X(21) VALUE "REJECT REASON".
010800     COPY RDGHREC
010900         REPLACING LEADING ==RD-== BY ==RW-==.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-EXIT.
011400     PERFORM 2000-SCAN-ARCHIVE
011500         THRU 2000-EXIT.
011600     PERFORM 3000-SCAN-LIVE
011700         THRU 3000-EXIT.
011800     PERFORM 8000-FINALIZE
011900         THRU 8000-EXIT.
012000     STOP RUN.
012100 1000-INITIALIZE.
012200     OPEN INPUT INQCARD.
012300     IF NOT WS-CARD-OK
012400         DISPLAY "RDGINQ - UNABLE TO OPEN INQCARD, STATUS="
012500             WS-CARD-STATUS
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF.
012900     READ INQCARD
013000         AT END
013100             DISPLAY "RDGINQ - NO SELECTION CARD ON INQCARD"
013200             MOVE 16 TO RETURN-CODE
013300             STOP RUN
013400     END-READ.
013500     CLOSE INQCARD.
013600     IF IQ-STATION-ID = SPACES
013700         DISPLAY "RDGINQ - NO STATION ID ON INQCARD"
013800         MOVE 16 TO RETURN-CODE
013900         STOP RUN
014000     END-IF.
014100     MOVE IQ-FROM-TS TO WS-FROM-TS.
014200     IF WS-FROM-DATE = SPACES
014300         MOVE "00000000" TO WS-FROM-DATE
014400     END-IF.
014500     IF WS-FROM-TIME = SPACES
014600         MOVE "000000" TO WS-FROM-TIME
014700     END-IF.
014800     MOVE IQ-TO-TS TO WS-TO-TS.
014900     IF WS-TO-DATE = SPACES
015000         MOVE "99999999" TO WS-TO-DATE
015100     END-IF.
015200     IF WS-TO-TIME = SPACES
015300         MOVE "235959" TO WS-TO-TIME
015400     END-IF.
015500     IF WS-FROM-TS IS NOT NUMERIC
015600         OR WS-TO-TS IS NOT NUMERIC
015700         DISPLAY "RDGINQ - FROM/TO TIMESTAMP NOT NUMERIC"
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     IF WS-FROM-TS > WS-TO-TS
016200         DISPLAY "RDGINQ - FROM TIMESTAMP IS AFTER TO TIMESTAMP"
016300         MOVE 16 TO RETURN-CODE
016400         STOP RUN
016500     END-IF.
016600     OPEN OUTPUT RDGQRPT.
016700     IF NOT WS-RPT-OK
016800         DISPLAY "RDGINQ - UNABLE TO OPEN RDGQRPT, STATUS="
016900             WS-RPT-STATUS
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300     MOVE SPACES TO RQ-REPORT-LINE.
017400     STRING "READING DETAIL INQUIRY  STATION=" IQ-STATION-ID
017500         " FROM " WS-FROM-TS
017600         " TO " WS-TO-TS
017700         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
017800     WRITE RQ-REPORT-LINE.
017900     MOVE SPACES TO RQ-REPORT-LINE.
018000     WRITE RQ-REPORT-LINE.
018100     MOVE "TIMESTAMP      RUN DATE PL SH OPER   NUM1 NUM2 RESULT"
018200         TO RQ-REPORT-LINE.
018300     WRITE RQ-REPORT-LINE.
018400     MOVE WS-HEAD-2 TO RQ-REPORT-LINE.
018500     WRITE RQ-REPORT-LINE.
018600     MOVE SPACES TO RQ-REPORT-LINE.
018700     WRITE RQ-REPORT-LINE.
018800 1000-EXIT.
018900     EXIT.
019000 2000-SCAN-ARCHIVE.
019100     OPEN INPUT RDGARCIN.
019200     IF NOT WS-ARCH-OK
019300         MOVE "NO RDGARCIN ARCHIVE -- LIVE RDGHIST ONLY"
019400             TO RQ-REPORT-LINE
019500         WRITE RQ-REPORT-LINE
019600         MOVE SPACES TO RQ-REPORT-LINE
019700         WRITE RQ-REPORT-LINE
019800         GO TO 2000-EXIT
019900     END-IF.
020000     PERFORM 2100-READ-ARCHIVE
020100         THRU 2100-EXIT.
020200     PERFORM 2200-SELECT-ARCHIVED
020300         THRU 2200-EXIT
020400         UNTIL WS-END-OF-ARCH.
020500     CLOSE RDGARCIN.
020600 2000-EXIT.
020700     EXIT.
020800 2100-READ-ARCHIVE.
020900     READ RDGARCIN
021000         AT END
021100             SET WS-END-OF-ARCH TO TRUE
021200     END-READ.
021300 2100-EXIT.
021400     EXIT.
021500 2200-SELECT-ARCHIVED.
021600     ADD 1 TO WS-ARCH-READ-COUNT.
021700     IF RX-STATION-ID NOT = IQ-STATION-ID
021800         OR RX-TIMESTAMP < WS-FROM-TS
021900         OR RX-TIMESTAMP > WS-TO-TS
022000             GO TO 2200-READ-NEXT
022100     END-IF.
022200     MOVE RX-DETAIL-RECORD TO RW-DETAIL-RECORD.
022300     PERFORM 5000-PRINT-READING
022400         THRU 5000-EXIT.
022500     ADD 1 TO WS-ARCH-LISTED.
022600 2200-READ-NEXT.
022700     PERFORM 2100-READ-ARCHIVE
022800         THRU 2100-EXIT.
022900 2200-EXIT.
023000     EXIT.
023100 3000-SCAN-LIVE.
023200     OPEN INPUT RDGHIST.
023300     IF NOT WS-HIST-OK
023400         DISPLAY "RDGINQ - UNABLE TO OPEN RDGHIST, STATUS="
023500             WS-HIST-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     MOVE IQ-STATION-ID TO RD-STATION-ID.
024000     MOVE WS-FROM-TS TO RD-TIMESTAMP.
024100     MOVE 0 TO RD-RUN-DATE.
024200     START RDGHIST KEY IS NOT LESS THAN RD-DETAIL-KEY
024300         INVALID KEY
024400             SET WS-END-OF-HIST TO TRUE
024500     END-START.
024600     PERFORM 3100-READ-LIVE
024700         THRU 3100-EXIT.
024800     PERFORM 3200-SELECT-LIVE
024900         THRU 3200-EXIT
025000         UNTIL WS-END-OF-HIST.
025100     CLOSE RDGHIST.
025200 3000-EXIT.
025300     EXIT.
025400 3100-READ-LIVE.
025500     IF WS-END-OF-HIST
025600         GO TO 3100-EXIT
025700     END-IF.
025800     READ RDGHIST NEXT RECORD
025900         AT END
026000             SET WS-END-OF-HIST TO TRUE
026100             GO TO 3100-EXIT
026200     END-READ.
026300     IF RD-STATION-ID NOT = IQ-STATION-ID
026400         OR RD-TIMESTAMP > WS-TO-TS
026500             SET WS-END-OF-HIST TO TRUE
026600     END-IF.
026700 3100-EXIT.
026800     EXIT.
026900 3200-SELECT-LIVE.
027000     MOVE RD-DETAIL-RECORD TO RW-DETAIL-RECORD.
027100     PERFORM 5000-PRINT-READING
027200         THRU 5000-EXIT.
027300     ADD 1 TO WS-LIVE-LISTED.
027400     PERFORM 3100-READ-LIVE
027500         THRU 3100-EXIT.
027600 3200-EXIT.
027700     EXIT.
027800 5000-PRINT-READING.
027900     MOVE SPACES TO RQ-REPORT-LINE.
028000     STRING RW-TIMESTAMP " " RW-RUN-DATE
028100         " " RW-PLANT-CODE
028200         " " RW-SHIFT-CODE
028300         "  " RW-OPERATOR-ID
028400         " " RW-NUM1
028500         " " RW-NUM2
028600         " " RW-RESULT
028700         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
028800     WRITE RQ-REPORT-LINE.
028900     MOVE SPACES TO WS-SOURCE-TEXT.
029000     IF RW-LIMITS-FROM-STATION
029100         MOVE "STATION" TO WS-SOURCE-TEXT
029200     END-IF.
029300     IF RW-LIMITS-FROM-CARD
029400         MOVE "CARD" TO WS-SOURCE-TEXT
029500     END-IF.
029600     MOVE SPACES TO WS-LIMIT-TEXT.
029700     IF RW-NOT-BAND-CHECKED
029800         MOVE "NOT BAND-CHECKED" TO WS-LIMIT-TEXT
029900     ELSE
030000         STRING "LIMITS " RW-BAND-LOWER
030100             "-" RW-BAND-UPPER
030200             " " WS-SOURCE-TEXT
030300             DELIMITED BY SIZE INTO WS-LIMIT-TEXT
030400     END-IF.
030500     MOVE SPACES TO WS-DISP-TEXT.
030600     IF RW-IN-BAND
030700         MOVE "IN BAND" TO WS-DISP-TEXT
030800     END-IF.
030900     IF RW-OUT-OF-BAND
031000         MOVE "OUT BAND" TO WS-DISP-TEXT
031100     END-IF.
031200     IF RW-REJECTED
031300         MOVE "REJECTED" TO WS-DISP-TEXT
031400     END-IF.
031500     MOVE SPACES TO WS-SEV-TEXT.
031600     MOVE SPACES TO WS-PCT-TEXT.
031700     IF RW-SEV-MARGINAL
031800         MOVE "MARGINAL" TO WS-SEV-TEXT
031900     END-IF.
032000     IF RW-SEV-SERIOUS
032100         MOVE "SERIOUS" TO WS-SEV-TEXT
032200     END-IF.
032300     IF RW-SEV-CRITICAL
032400         MOVE "CRITICAL" TO WS-SEV-TEXT
032500     END-IF.
032600     IF NOT RW-SEV-NONE
032700         MOVE RW-DEVIATION-PCT TO WS-PCT-EDIT
032800         STRING WS-PCT-EDIT "%"
032900             DELIMITED BY SIZE INTO WS-PCT-TEXT
033000     END-IF.
033100     MOVE SPACES TO RQ-REPORT-LINE.
033200     STRING "      " WS-LIMIT-TEXT
033300         " " WS-DISP-TEXT
033400         " " WS-SEV-TEXT
033500         " " WS-PCT-TEXT
033600         " " RW-REJECT-REASON
033700         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
033800     WRITE RQ-REPORT-LINE.
033900 5000-EXIT.
034000     EXIT.
034100 8000-FINALIZE.
034200     MOVE SPACES TO RQ-REPORT-LINE.
034300     WRITE RQ-REPORT-LINE.
034400     MOVE WS-ARCH-LISTED TO WS-COUNT-EDIT.
034500     MOVE SPACES TO RQ-REPORT-LINE.
034600     STRING "READINGS LISTED FROM ARCHIVE: " WS-COUNT-EDIT
034700         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
034800     WRITE RQ-REPORT-LINE.
034900     MOVE WS-LIVE-LISTED TO WS-COUNT-EDIT.
035000     MOVE SPACES TO RQ-REPORT-LINE.
035100     STRING "READINGS LISTED FROM RDGHIST: " WS-COUNT-EDIT
035200         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
035300     WRITE RQ-REPORT-LINE.
035400     MOVE WS-ARCH-READ-COUNT TO WS-COUNT-EDIT.
035500     MOVE SPACES TO RQ-REPORT-LINE.
035600     STRING "ARCHIVE RECORDS SCANNED:      " WS-COUNT-EDIT
035700         DELIMITED BY SIZE INTO RQ-REPORT-LINE.
035800     WRITE RQ-REPORT-LINE.
035900     CLOSE RDGQRPT.
036000 8000-EXIT.
036100     EXIT.
