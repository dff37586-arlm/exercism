000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUSCOMP.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. PARALLEL RUN OF THE BUSDAYS          *
001100*                BUSINESS-DAY ORDINAL INDEX AGAINST THE         *
001200*                DAY-BY-DAY WALK IT REPLACES. FOR THE DOMESTIC  *
001300*                CALENDAR AND EVERY MARKET CODE ON HOLCAL,      *
001400*                BUSDAYS FUNCTION V ANSWERS NEXT AND PREVIOUS   *
001500*                BUSINESS DAY, T+1 THROUGH T+10 AND THE         *
001600*                BUSINESS-DAY COUNT TO EACH OF THE FOLLOWING    *
001700*                FOURTEEN DAYS BOTH WAYS FOR EVERY DATE OF ONE  *
001800*                FULL YEAR, AND ONE REPORT LINE PER MARKET      *
001900*                GIVES THE DISAGREEMENTS AND THE FIRST DATE     *
002000*                THAT DISAGREED. THE OPTIONAL BUSCPARM CARD     *
002100*                NAMES THE YEAR; NO CARD OR A BLANK YEAR TAKES  *
002200*                THE CURRENT YEAR.                              *
002300*                CONDITION CODES:                               *
002400*                  89  INDEX AND WALK DISAGREE FOR A MARKET     *
002600*                  90  A MARKET THE INDEX DOES NOT COVER FOR    *
002700*                      THE WHOLE YEAR (OUTSIDE THE HOLCAL YEARS *
002800*                      OR PAST THE TENTH MARKET) - NOT PROVED   *
003000*                  91  CONTROL CARD UNUSABLE - NOTHING COMPARED *
003100*                89 TAKES PRECEDENCE OVER 90. ONE CLOSING       *
003200*                RUN-STATISTICS RECORD (SEE RUNSTATS) GOES TO   *
003300*                THE SHARED RUN LOG AT END OF JOB.              *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONTROL-FILE ASSIGN TO BUSCPARM
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-CONTROL-FILE-STATUS.
004100     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-HOLIDAY-STATUS.
004400     SELECT REPORT-FILE ASSIGN TO BUSCRPTO
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-FILE-STATUS.
004700     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RUNLOG-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CONTROL-FILE
005300     RECORDING MODE IS F.
005400 01  CONTROL-RECORD.
005500     05 BCP-COMPARE-YEAR       PIC X(04).
005600     05 BCP-COMPARE-YEAR-N REDEFINES BCP-COMPARE-YEAR
005700                               PIC 9(04).
005800     05 FILLER                 PIC X(76).
005900 FD  HOLIDAY-FILE
006000     RECORDING MODE IS F.
006100     COPY HOLCAL.
006200 FD  REPORT-FILE
006300     RECORDING MODE IS F.
006400 01  REPORT-LINE               PIC X(80).
006500 FD  RUN-LOG-FILE
006600     RECORDING MODE IS F.
006700     COPY RUNSTATS.
006800 WORKING-STORAGE SECTION.
006900 01  WS-CONTROL-FILE-STATUS    PIC X(02)   VALUE "00".
007000     88 WS-CONTROL-NOT-FOUND               VALUE "35".
007100 01  WS-HOLIDAY-STATUS         PIC X(02)   VALUE "00".
007200     88 WS-HOLIDAY-NOT-FOUND               VALUE "35".
007300 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
007400 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
007500     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
007600 01  WS-CONTROL-EOF-SW         PIC X(01)   VALUE "N".
007700     88 WS-NO-MORE-CONTROLS                VALUE "Y".
007800 01  WS-HOLIDAY-EOF-SW         PIC X(01)   VALUE "N".
007900     88 WS-NO-MORE-HOLIDAYS                VALUE "Y".
008000 01  WS-CARD-USABLE-SW         PIC X(01)   VALUE "N".
008100     88 WS-CARD-USABLE                     VALUE "Y".
008200 01  WS-MARKET-FOUND-SW        PIC X(01)   VALUE "N".
008300     88 WS-MARKET-FOUND                    VALUE "Y".
008400 01  WS-COMPARE-YEAR           PIC 9(04)   VALUE 0.
008500 01  WS-MARKET-COUNT           PIC 9(02)   COMP   VALUE 0.
008600 01  WS-MARKET-TABLE.
008700     05 WS-MARKET-ENTRY OCCURS 10 TIMES
008800        INDEXED BY MKT-IDX.
008900         10 MKT-CODE           PIC X(03).
009000 01  WS-MARKET-NUMBER          PIC 9(02)   COMP   VALUE 0.
009100 01  WS-LAST-DROPPED-MARKET    PIC X(03)   VALUE SPACES.
009200 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE "V".
009300 01  WS-BUS-CALENDAR-CODE      PIC X(03)   VALUE SPACES.
009400     COPY CALDATE REPLACING ==CALENDAR-DATE==
009500                            BY ==WS-BUS-START-DATE==
009600                            ==CD-CCYY==       BY ==BST-CCYY==
009700                            ==CD-MM==         BY ==BST-MM==
009800                            ==CD-DD==         BY ==BST-DD==.
009900     COPY CALDATE REPLACING ==CALENDAR-DATE==
010000                            BY ==WS-BUS-END-DATE==
010100                            ==CD-CCYY==       BY ==BEN-CCYY==
010200                            ==CD-MM==         BY ==BEN-MM==
010300                            ==CD-DD==         BY ==BEN-DD==.
010400     COPY CALDATE REPLACING ==CALENDAR-DATE==
010500                            BY ==WS-BUS-RESULT-DATE==
010600                            ==CD-CCYY==       BY ==BRS-CCYY==
010700                            ==CD-MM==         BY ==BRS-MM==
010800                            ==CD-DD==         BY ==BRS-DD==.
010900 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
011000 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
011100 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
011200     88 WS-BUS-IDENTICAL                   VALUE 00.
011300     88 WS-BUS-OUTSIDE-INDEX               VALUE 14.
011400     88 WS-BUS-DISAGREES                   VALUE 20.
011500 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
011600 01  WS-CURRENT-TIMESTAMP      PIC X(26).
011700 01  WS-COUNTERS.
011800     05 WS-HOLIDAYS-READ       PIC 9(07)   COMP   VALUE 0.
011900     05 WS-MARKETS-DROPPED     PIC 9(05)   COMP   VALUE 0.
012000     05 WS-MARKETS-COMPARED    PIC 9(05)   COMP   VALUE 0.
012100     05 WS-MARKETS-IDENTICAL   PIC 9(05)   COMP   VALUE 0.
012200     05 WS-MARKETS-DIFFERING   PIC 9(05)   COMP   VALUE 0.
012300     05 WS-MARKETS-NOT-PROVED  PIC 9(05)   COMP   VALUE 0.
012400 01  WS-HEADING-1.
012500     05 FILLER            PIC X(30) VALUE
012600         "BUSDAYS INDEX PARALLEL RUN".
012700     05 FILLER            PIC X(05) VALUE "YEAR ".
012800     05 HDG-COMPARE-YEAR       PIC X(04).
012900     05 FILLER                 PIC X(41)   VALUE SPACES.
013000 01  WS-HEADING-2.
013100     05 FILLER            PIC X(40) VALUE
013200         "MARKET DISAGREEMENTS FIRST    VERDICT".
013300     05 FILLER                 PIC X(40)   VALUE SPACES.
013400 01  WS-MARKET-LINE.
013500     05 MKL-MARKET-CODE        PIC X(03).
013600     05 FILLER                 PIC X(04)   VALUE SPACES.
013700     05 MKL-DISAGREEMENTS      PIC ZZZ,ZZ9.
013800     05 FILLER                 PIC X(07)   VALUE SPACES.
013900     05 MKL-FIRST-DATE         PIC X(08).
014000     05 FILLER                 PIC X(01)   VALUE SPACE.
014100     05 MKL-VERDICT            PIC X(24).
014200     05 FILLER                 PIC X(26)   VALUE SPACES.
014300 01  WS-REJECT-LINE.
014400     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
014500     05 REJ-COMPARE-YEAR       PIC X(04).
014600     05 FILLER                 PIC X(01)   VALUE SPACE.
014700     05 REJ-REASON             PIC X(24).
014800     05 FILLER                 PIC X(42)   VALUE SPACES.
014900 01  WS-ERROR-LINE.
015000     05 FILLER                 PIC X(06)   VALUE "ERROR ".
015100     05 ERL-TEXT               PIC X(40).
015200     05 FILLER                 PIC X(34)   VALUE SPACES.
015300 01  WS-TOTAL-LINE.
015400     05 TOT-LABEL              PIC X(20).
015500     05 TOT-COUNT              PIC ZZZ,ZZ9.
015600     05 FILLER                 PIC X(53)   VALUE SPACES.
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE
016000     IF WS-CARD-USABLE
016100         PERFORM 2000-COMPARE-ONE-MARKET
016200             VARYING WS-MARKET-NUMBER FROM 1 BY 1
016300             UNTIL WS-MARKET-NUMBER > WS-MARKET-COUNT
016400     END-IF
016500     PERFORM 3000-WRITE-TOTALS
016600     PERFORM 9000-TERMINATE
016700     STOP RUN.
016800*--------------------------------------------------------------*
016900* 1000-INITIALIZE - EDIT THE CONTROL CARD AND LOAD THE MARKET   *
017000* LIST FROM HOLCAL. A CARD WITH A YEAR THAT IS NOT NUMERIC OR   *
017100* IS BEFORE 1583 ENDS 91 WITH NOTHING COMPARED.                 *
017200*--------------------------------------------------------------*
017300 1000-INITIALIZE.
017400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
017500     OPEN INPUT CONTROL-FILE
017600     IF WS-CONTROL-NOT-FOUND
017700         MOVE "Y" TO WS-CONTROL-EOF-SW
017800     END-IF
017900     OPEN OUTPUT REPORT-FILE
018000     PERFORM 1100-READ-CONTROL-FILE
018100     PERFORM 1200-EDIT-CONTROL-CARD
018200     IF NOT WS-CARD-USABLE
018300         MOVE SPACES TO HDG-COMPARE-YEAR
018400         WRITE REPORT-LINE FROM WS-HEADING-1
018500         MOVE BCP-COMPARE-YEAR TO REJ-COMPARE-YEAR
018600         MOVE "CONTROL CARD UNUSABLE" TO REJ-REASON
018700         WRITE REPORT-LINE FROM WS-REJECT-LINE
018800         MOVE 91 TO WS-CONDITION-CODE
018900     ELSE
019000         MOVE WS-COMPARE-YEAR TO HDG-COMPARE-YEAR
019100         WRITE REPORT-LINE FROM WS-HEADING-1
019200         PERFORM 1300-LOAD-MARKET-LIST
019300         WRITE REPORT-LINE FROM WS-HEADING-2
019400     END-IF
019500     .
019600 1000-EXIT.
019700     EXIT.
019800*--------------------------------------------------------------*
019900* 1100-READ-CONTROL-FILE                                        *
020000*--------------------------------------------------------------*
020100 1100-READ-CONTROL-FILE.
020200     IF NOT WS-NO-MORE-CONTROLS
020300         READ CONTROL-FILE
020400             AT END
020500                 MOVE "Y" TO WS-CONTROL-EOF-SW
020600         END-READ
020700     END-IF
020800     .
020900 1100-EXIT.
021000     EXIT.
021100*--------------------------------------------------------------*
021200* 1200-EDIT-CONTROL-CARD - NO CARD OR A BLANK YEAR COMPARES THE *
021300* CURRENT YEAR.                                                 *
021400*--------------------------------------------------------------*
021500 1200-EDIT-CONTROL-CARD.
021550     MOVE "N" TO WS-CARD-USABLE-SW
021600     IF WS-NO-MORE-CONTROLS
021650         MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-COMPARE-YEAR
021700         MOVE "Y" TO WS-CARD-USABLE-SW
021750     ELSE
021800         IF BCP-COMPARE-YEAR = SPACES
021850             MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-COMPARE-YEAR
021900             MOVE "Y" TO WS-CARD-USABLE-SW
021950         ELSE
022000             IF BCP-COMPARE-YEAR IS NUMERIC
022050                 IF BCP-COMPARE-YEAR-N NOT < 1583
022100                     MOVE BCP-COMPARE-YEAR-N TO WS-COMPARE-YEAR
022150                     MOVE "Y" TO WS-CARD-USABLE-SW
022200                 END-IF
022250             END-IF
022300         END-IF
022350     END-IF
023100     .
023200 1200-EXIT.
023300     EXIT.
023400*--------------------------------------------------------------*
023500* 1300-LOAD-MARKET-LIST - THE DOMESTIC CALENDAR IS ALWAYS       *
023600* MARKET 1; EVERY OTHER MARKET CODE ON HOLCAL TAKES THE NEXT    *
023700* ENTRY IN THE ORDER IT APPEARS. BUSDAYS INDEXES NO MORE THAN   *
023800* TEN MARKETS IN ONE RUN UNIT, SO A MARKET PAST THE TENTH       *
023900* CANNOT BE PROVED HERE AND ENDS 90.                            *
024000*--------------------------------------------------------------*
024100 1300-LOAD-MARKET-LIST.
024200     MOVE 1 TO WS-MARKET-COUNT
024300     MOVE SPACES TO MKT-CODE(1)
024400     OPEN INPUT HOLIDAY-FILE
024500     IF WS-HOLIDAY-NOT-FOUND
024600         MOVE "Y" TO WS-HOLIDAY-EOF-SW
024700     ELSE
024800         PERFORM 1310-READ-HOLIDAY-FILE
024900         PERFORM 1320-NOTE-HOLIDAY-MARKET
025000             UNTIL WS-NO-MORE-HOLIDAYS
025100         CLOSE HOLIDAY-FILE
025200     END-IF
025300     IF WS-MARKETS-DROPPED > 0
025400         MOVE "HOLCAL CARRIES MORE THAN TEN MARKETS"
025500             TO ERL-TEXT
025600         WRITE REPORT-LINE FROM WS-ERROR-LINE
025700         ADD WS-MARKETS-DROPPED TO WS-MARKETS-NOT-PROVED
025800         MOVE 90 TO WS-CONDITION-CODE
025900     END-IF
026000     .
026100 1300-EXIT.
026200     EXIT.
026300*--------------------------------------------------------------*
026400* 1310-READ-HOLIDAY-FILE                                        *
026500*--------------------------------------------------------------*
026600 1310-READ-HOLIDAY-FILE.
026700     READ HOLIDAY-FILE
026800         AT END
026900             MOVE "Y" TO WS-HOLIDAY-EOF-SW
027000         NOT AT END
027100             ADD 1 TO WS-HOLIDAYS-READ
027200     END-READ
027300     .
027400 1310-EXIT.
027500     EXIT.
027600*--------------------------------------------------------------*
027700* 1320-NOTE-HOLIDAY-MARKET - A NEW MARKET CODE TAKES THE NEXT   *
027800* ENTRY WHILE THERE IS ONE. HOLCAL IS IN MARKET ORDER, SO A     *
027900* MARKET PAST THE TENTH IS COUNTED ONCE, ON ITS FIRST HOLIDAY.  *
028000*--------------------------------------------------------------*
028100 1320-NOTE-HOLIDAY-MARKET.
028200     MOVE "N" TO WS-MARKET-FOUND-SW
028300     PERFORM 1330-MATCH-MARKET
028400         VARYING MKT-IDX FROM 1 BY 1
028500         UNTIL MKT-IDX > WS-MARKET-COUNT OR WS-MARKET-FOUND
028600     IF NOT WS-MARKET-FOUND
028700         IF WS-MARKET-COUNT < 10
028800             ADD 1 TO WS-MARKET-COUNT
028900             MOVE HOL-MARKET-CODE TO MKT-CODE(WS-MARKET-COUNT)
029000         ELSE
029100             IF HOL-MARKET-CODE NOT = WS-LAST-DROPPED-MARKET
029200                 ADD 1 TO WS-MARKETS-DROPPED
029300                 MOVE HOL-MARKET-CODE TO WS-LAST-DROPPED-MARKET
029400             END-IF
029500         END-IF
029600     END-IF
029700     PERFORM 1310-READ-HOLIDAY-FILE
029800     .
029900 1320-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200* 1330-MATCH-MARKET                                             *
030300*--------------------------------------------------------------*
030400 1330-MATCH-MARKET.
030500     IF MKT-CODE(MKT-IDX) = HOL-MARKET-CODE
030600         MOVE "Y" TO WS-MARKET-FOUND-SW
030700     END-IF
030800     .
030900 1330-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------*
031200* 2000-COMPARE-ONE-MARKET - ONE BUSDAYS V CALL COVERS JANUARY 1 *
031300* THROUGH DECEMBER 31 OF THE COMPARE YEAR. BUSDAYS RETURNS THE  *
031400* DISAGREEMENTS IN THE BUSINESS-DAYS FIELD AND THE FIRST DATE   *
031500* THAT DISAGREED IN THE RESULT DATE.                            *
031600*--------------------------------------------------------------*
031700 2000-COMPARE-ONE-MARKET.
031800     MOVE "V" TO WS-BUS-FUNCTION-CODE
031900     MOVE MKT-CODE(WS-MARKET-NUMBER) TO WS-BUS-CALENDAR-CODE
032000     MOVE WS-COMPARE-YEAR TO BST-CCYY
032100     MOVE 01 TO BST-MM
032200     MOVE 01 TO BST-DD
032300     MOVE WS-COMPARE-YEAR TO BEN-CCYY
032400     MOVE 12 TO BEN-MM
032500     MOVE 31 TO BEN-DD
032600     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE,
032700         WS-BUS-CALENDAR-CODE,
032800         WS-BUS-START-DATE, WS-BUS-END-DATE,
032900         WS-BUS-RESULT-DATE, WS-BUS-DAY-OF-WEEK,
033000         WS-BUS-BUSINESS-DAYS, WS-BUS-RETURN-CODE
033100     IF WS-BUS-CALENDAR-CODE = SPACES
033200         MOVE "DOM" TO MKL-MARKET-CODE
033300     ELSE
033400         MOVE WS-BUS-CALENDAR-CODE TO MKL-MARKET-CODE
033500     END-IF
033600     MOVE 0 TO MKL-DISAGREEMENTS
033700     MOVE SPACES TO MKL-FIRST-DATE
033800     IF WS-BUS-IDENTICAL
033900         ADD 1 TO WS-MARKETS-COMPARED
034000         ADD 1 TO WS-MARKETS-IDENTICAL
034100         MOVE "IDENTICAL" TO MKL-VERDICT
034200     ELSE
034300         IF WS-BUS-DISAGREES
034400             ADD 1 TO WS-MARKETS-COMPARED
034500             ADD 1 TO WS-MARKETS-DIFFERING
034600             MOVE WS-BUS-BUSINESS-DAYS TO MKL-DISAGREEMENTS
034700             MOVE WS-BUS-RESULT-DATE TO MKL-FIRST-DATE
034800             MOVE "DIFFERS" TO MKL-VERDICT
034900             MOVE 89 TO WS-CONDITION-CODE
035000         ELSE
035100             ADD 1 TO WS-MARKETS-NOT-PROVED
035200             IF WS-BUS-OUTSIDE-INDEX
035300                 MOVE "OUTSIDE INDEX RANGE" TO MKL-VERDICT
035400             ELSE
035500                 MOVE "NOT COMPARED" TO MKL-VERDICT
035600             END-IF
035700             IF WS-CONDITION-CODE NOT = 89
035800                 MOVE 90 TO WS-CONDITION-CODE
035900             END-IF
036000         END-IF
036100     END-IF
036200     WRITE REPORT-LINE FROM WS-MARKET-LINE
036300     .
036400 2000-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------*
036700* 3000-WRITE-TOTALS                                             *
036800*--------------------------------------------------------------*
036900 3000-WRITE-TOTALS.
037000     MOVE "HOLIDAYS READ......" TO TOT-LABEL
037100     MOVE WS-HOLIDAYS-READ TO TOT-COUNT
037200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037300     MOVE "MARKETS COMPARED..." TO TOT-LABEL
037400     MOVE WS-MARKETS-COMPARED TO TOT-COUNT
037500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037600     MOVE "MARKETS IDENTICAL.." TO TOT-LABEL
037700     MOVE WS-MARKETS-IDENTICAL TO TOT-COUNT
037800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037900     MOVE "MARKETS DIFFERING.." TO TOT-LABEL
038000     MOVE WS-MARKETS-DIFFERING TO TOT-COUNT
038100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
038200     MOVE "MARKETS NOT PROVED." TO TOT-LABEL
038300     MOVE WS-MARKETS-NOT-PROVED TO TOT-COUNT
038400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
038500     .
038600 3000-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900* 9000-TERMINATE                                                *
039000*--------------------------------------------------------------*
039100 9000-TERMINATE.
039200     IF NOT WS-CONTROL-NOT-FOUND
039300         CLOSE CONTROL-FILE
039400     END-IF
039500     CLOSE REPORT-FILE
039600     CANCEL "LEAP"
039700     PERFORM 9100-WRITE-RUN-STATISTICS
039800     IF WS-CONDITION-CODE > 0
039900         MOVE WS-CONDITION-CODE TO RETURN-CODE
040000     END-IF
040100     .
040200 9000-EXIT.
040300     EXIT.
040400*--------------------------------------------------------------*
040500* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
040600* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT)  *
040700* AND FOR JOBGATE.                                              *
040800*--------------------------------------------------------------*
040900 9100-WRITE-RUN-STATISTICS.
041000     OPEN EXTEND RUN-LOG-FILE
041100     IF WS-RUNLOG-NOT-FOUND
041200         OPEN OUTPUT RUN-LOG-FILE
041300     END-IF
041400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
041500     MOVE "BUSCOMP" TO RUNS-PROGRAM-ID
041600     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
041700     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
041800     MOVE WS-HOLIDAYS-READ TO RUNS-RECORDS-READ
041900     MOVE WS-MARKETS-COMPARED TO RUNS-RECORDS-WRITTEN
042000     COMPUTE RUNS-RECORDS-REJECTED =
042100         WS-MARKETS-DIFFERING + WS-MARKETS-NOT-PROVED
042200     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
042300     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
042400     WRITE RUN-STATISTICS-RECORD
042500     CLOSE RUN-LOG-FILE
042600     .
042700 9100-EXIT.
042800     EXIT.
