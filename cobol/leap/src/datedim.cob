000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DATEDIM.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. DATE-DIMENSION EXTRACT FOR THE DATA  *
001100*                WAREHOUSE, WHOSE OWN CALENDAR TABLE DISAGREES  *
001200*                WITH OURS ON HOLIDAYS, FISCAL PERIODS AND LEAP *
001300*                YEARS. THE DDIMPARM CARD NAMES A FROM AND TO   *
001400*                YEAR; ONE DATEDIM RECORD IS WRITTEN FOR EVERY  *
001500*                DAY OF THE RANGE, CARRYING CALDAYNO'S DAY      *
001600*                NUMBER, BUSDAYS' DAY OF WEEK, THE DAY OF YEAR, *
001700*                THE CALFACTS LEAP FLAG AND MONTH LENGTH        *
001800*                (THROUGH CALFLOOK), A MONTH-END FLAG,          *
001900*                FISCPER'S FISCAL YEAR AND PERIOD, AND FOR EACH *
002000*                MARKET CALENDAR ON HOLCAL THE BUSINESS-DAY     *
002100*                FLAG (BUSDAYS), THE HOLIDAY DESCRIPTION AND    *
002200*                THE BUSINESS-DAY-OF-MONTH ORDINAL. THE EXTRACT *
002300*                (DATEDIMO) OPENS WITH A YEARCTL HEADER (RUN    *
002400*                DATE, SOURCE DATEDIM) AND CLOSES WITH A        *
002500*                YEARCTL TRAILER (DETAIL COUNT, HASH TOTAL OF   *
002600*                THE DETAIL YEAR VALUES) SO THE WAREHOUSE LOAD  *
002700*                BALANCES IT THE WAY LEAPRPT BALANCES A YEAR    *
002800*                FEED. LIKE CALPRINT, A YEAR NOT ON THE         *
002900*                CALFACTS MASTER GETS NO CALENDAR DERIVED FROM  *
003000*                ANYTHING ELSE. CONDITION CODES:                *
003100*                  79  CONTROL CARD UNUSABLE OR A YEAR NOT ON   *
003200*                      THE CALFACTS MASTER - NO EXTRACT         *
003300*                  80  HOLCAL CARRIES MORE MARKETS OR HOLIDAYS  *
003400*                      THAN THE EXTRACT HOLDS - THE EXCESS IS   *
003500*                      LEFT OUT                                 *
003600*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
003700*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
003800*                JOB.                                           *
003900*--------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARM-FILE ASSIGN TO DDIMPARM
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PARM-FILE-STATUS.
004600     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-HOLIDAY-STATUS.
004900     SELECT DIMENSION-FILE ASSIGN TO DATEDIMO
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DIMENSION-FILE-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO DDIMRPTO
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-REPORT-FILE-STATUS.
005500     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNLOG-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PARM-FILE
006100     RECORDING MODE IS F.
006200 01  PARM-RECORD.
006300     05 DDP-FROM-YEAR          PIC 9(04).
006400     05 DDP-TO-YEAR            PIC 9(04).
006500     05 FILLER                 PIC X(72).
006600 FD  HOLIDAY-FILE
006700     RECORDING MODE IS F.
006800     COPY HOLCAL.
006900 FD  DIMENSION-FILE
007000     RECORDING MODE IS F.
007100     COPY DATEDIM.
007200 FD  REPORT-FILE
007300     RECORDING MODE IS F.
007400 01  REPORT-LINE               PIC X(80).
007500 FD  RUN-LOG-FILE
007600     RECORDING MODE IS F.
007700     COPY RUNSTATS.
007800 WORKING-STORAGE SECTION.
007900 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
008000     88 WS-PARM-NOT-FOUND                  VALUE "35".
008100 01  WS-HOLIDAY-STATUS         PIC X(02)   VALUE "00".
008200     88 WS-HOLIDAY-NOT-FOUND               VALUE "35".
008300 01  WS-DIMENSION-FILE-STATUS  PIC X(02)   VALUE "00".
008400 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
008500 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
008600     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
008700 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
008800     88 WS-NO-MORE-PARMS                   VALUE "Y".
008900 01  WS-HOLIDAY-EOF-SW         PIC X(01)   VALUE "N".
009000     88 WS-NO-MORE-HOLIDAYS                VALUE "Y".
009100 01  WS-RANGE-USABLE-SW        PIC X(01)   VALUE "N".
009200     88 WS-RANGE-USABLE                    VALUE "Y".
009300 01  WS-MARKET-FOUND-SW        PIC X(01)   VALUE "N".
009400     88 WS-MARKET-FOUND                    VALUE "Y".
009500 01  WS-HOLIDAY-FOUND-SW       PIC X(01)   VALUE "N".
009600     88 WS-HOLIDAY-FOUND                   VALUE "Y".
009700 01  WS-EXTRACT-YEAR           PIC 9(04)   VALUE 0.
009800 01  WS-MONTH-IDX              PIC 9(02)   VALUE 0.
009900 01  WS-DAY-IDX                PIC 9(02)   VALUE 0.
010000 01  WS-DAY-OF-YEAR            PIC 9(03)   VALUE 0.
010100 01  WS-LOOK-RETURN-CODE       PIC 9(02)   VALUE 0.
010200     88 WS-YEAR-FOUND                      VALUE 00.
010300     COPY CALFACTS.
010400     COPY CALDATE REPLACING ==CALENDAR-DATE==
010500                            BY ==WS-DAY-DATE==
010600                            ==CD-CCYY==       BY ==WDY-CCYY==
010700                            ==CD-MM==         BY ==WDY-MM==
010800                            ==CD-DD==         BY ==WDY-DD==.
010900 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE
011000                               PIC X(08).
011100     COPY CALDATE REPLACING ==CALENDAR-DATE==
011200                            BY ==WS-PRIOR-DATE==
011300                            ==CD-CCYY==       BY ==WPR-CCYY==
011400                            ==CD-MM==         BY ==WPR-MM==
011500                            ==CD-DD==         BY ==WPR-DD==.
011600 01  WS-DAYNUM                 PIC 9(09)   VALUE 0.
011700 01  WS-DAYNUM-RETURN-CODE     PIC 9(02)   VALUE 0.
011800 01  WS-FISCPER-YEAR           PIC 9(04)   VALUE 0.
011900 01  WS-FISCPER-PERIOD         PIC 9(02)   VALUE 0.
012000 01  WS-FISCPER-QUARTER        PIC 9(01)   VALUE 0.
012100 01  WS-FISCPER-RETURN-CODE    PIC 9(02)   VALUE 0.
012200     88 WS-FISCPER-MAPPED                  VALUE 00.
012300 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE SPACE.
012400 01  WS-BUS-CALENDAR-CODE      PIC X(03)   VALUE SPACES.
012500     COPY CALDATE REPLACING ==CALENDAR-DATE==
012600                            BY ==WS-BUS-START-DATE==
012700                            ==CD-CCYY==       BY ==BST-CCYY==
012800                            ==CD-MM==         BY ==BST-MM==
012900                            ==CD-DD==         BY ==BST-DD==.
013000     COPY CALDATE REPLACING ==CALENDAR-DATE==
013100                            BY ==WS-BUS-RESULT-DATE==
013200                            ==CD-CCYY==       BY ==BRS-CCYY==
013300                            ==CD-MM==         BY ==BRS-MM==
013400                            ==CD-DD==         BY ==BRS-DD==.
013500 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
013600 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
013700 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
013800 01  WS-MARKET-COUNT           PIC 9(02)   COMP   VALUE 0.
013900 01  WS-MARKET-TABLE.
014000     05 WS-MARKET-ENTRY OCCURS 10 TIMES
014100        INDEXED BY MKT-IDX.
014200         10 MKT-CODE           PIC X(03).
014300         10 MKT-MONTH-ORDINAL  PIC 9(02).
014400 01  WS-MARKET-NUMBER          PIC 9(02)   COMP   VALUE 0.
014500 01  WS-HOLIDAY-COUNT          PIC 9(04)   COMP   VALUE 0.
014600 01  WS-HOLIDAY-TABLE.
014700     05 WS-HOLIDAY-ENTRY OCCURS 0 TO 1000 TIMES
014800        DEPENDING ON WS-HOLIDAY-COUNT
014900        INDEXED BY HOL-IDX.
015000         10 HOL-TBL-MARKET     PIC X(03).
015100         10 HOL-TBL-DATE       PIC X(08).
015200         10 HOL-TBL-DESCRIPTION PIC X(30).
015300 01  WS-HASH-TOTAL             PIC 9(09)   COMP   VALUE 0.
015400     COPY YEARCTL.
015500 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
015600 01  WS-CURRENT-TIMESTAMP      PIC X(26).
015700 01  WS-COUNTERS.
015800     05 WS-YEARS-WRITTEN       PIC 9(05)   COMP   VALUE 0.
015900     05 WS-HOLIDAYS-LOADED     PIC 9(05)   COMP   VALUE 0.
016000     05 WS-HOLIDAYS-DROPPED    PIC 9(05)   COMP   VALUE 0.
016100     05 WS-DAYS-WRITTEN        PIC 9(07)   COMP   VALUE 0.
016200     05 WS-RECORDS-WRITTEN     PIC 9(07)   COMP   VALUE 0.
016300 01  WS-HEADING-1.
016400     05 FILLER            PIC X(30) VALUE
016500         "DATE DIMENSION EXTRACT".
016600     05 FILLER            PIC X(06) VALUE "YEARS ".
016700     05 HDG-FROM-YEAR          PIC X(04).
016800     05 FILLER            PIC X(04) VALUE " TO ".
016900     05 HDG-TO-YEAR            PIC X(04).
017000     05 FILLER                 PIC X(32)   VALUE SPACES.
017100 01  WS-MARKET-LINE.
017200     05 FILLER            PIC X(16) VALUE
017300         "MARKET CARRIED  ".
017400     05 MKL-MARKET-NUMBER      PIC Z9.
017500     05 FILLER                 PIC X(02)   VALUE SPACES.
017600     05 MKL-MARKET-CODE        PIC X(03).
017700     05 FILLER                 PIC X(57)   VALUE SPACES.
017800 01  WS-ERROR-LINE.
017900     05 FILLER                 PIC X(06)   VALUE "ERROR ".
018000     05 ERL-TEXT               PIC X(40).
018100     05 FILLER                 PIC X(34)   VALUE SPACES.
018200 01  WS-TOTAL-LINE.
018300     05 TOT-LABEL              PIC X(20).
018400     05 TOT-COUNT              PIC ZZZ,ZZ9.
018500     05 FILLER                 PIC X(53)   VALUE SPACES.
018600 01  WS-HASH-LINE.
018700     05 HSL-LABEL              PIC X(20).
018800     05 HSL-HASH               PIC 9(09).
018900     05 FILLER                 PIC X(51)   VALUE SPACES.
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE
019300     IF WS-RANGE-USABLE
019400         PERFORM 1600-WRITE-HEADER
019500         PERFORM 2000-EXTRACT-ONE-YEAR
019600             VARYING WS-EXTRACT-YEAR FROM DDP-FROM-YEAR BY 1
019700             UNTIL WS-EXTRACT-YEAR > DDP-TO-YEAR
019800         PERFORM 2900-WRITE-TRAILER
019900     END-IF
020000     PERFORM 3000-WRITE-TOTALS
020100     PERFORM 9000-TERMINATE
020200     STOP RUN.
020300*--------------------------------------------------------------*
020400* 1000-INITIALIZE - EDIT THE PARAMETER CARD, PROVE EVERY YEAR   *
020500* OF THE RANGE IS ON THE CALFACTS MASTER, THEN LOAD THE MARKET  *
020600* LIST AND HOLIDAY TABLE FROM HOLCAL. A MISSING HOLCAL FILE     *
020700* MEANS THE DOMESTIC CALENDAR ALONE, WEEKENDS ONLY.             *
020800*--------------------------------------------------------------*
020900 1000-INITIALIZE.
021000     OPEN INPUT PARM-FILE
021100     IF WS-PARM-NOT-FOUND
021200         MOVE "Y" TO WS-PARM-EOF-SW
021300     END-IF
021400     OPEN OUTPUT REPORT-FILE
021500     PERFORM 1100-READ-PARM-FILE
021600     IF WS-NO-MORE-PARMS
021700        OR DDP-FROM-YEAR IS NOT NUMERIC
021800        OR DDP-TO-YEAR IS NOT NUMERIC
021900         MOVE SPACES TO HDG-FROM-YEAR
022000         MOVE SPACES TO HDG-TO-YEAR
022100         WRITE REPORT-LINE FROM WS-HEADING-1
022200         MOVE "PARAMETER CARD MISSING OR YEARS BAD"
022300             TO ERL-TEXT
022400         PERFORM 1900-WRITE-ERROR-LINE
022500     ELSE
022600         MOVE DDP-FROM-YEAR TO HDG-FROM-YEAR
022700         MOVE DDP-TO-YEAR TO HDG-TO-YEAR
022800         WRITE REPORT-LINE FROM WS-HEADING-1
022900         IF DDP-FROM-YEAR > DDP-TO-YEAR
023000            OR DDP-FROM-YEAR < 1583
023100             MOVE "YEAR RANGE OUT OF ORDER OR BEFORE 1583"
023200                 TO ERL-TEXT
023300             PERFORM 1900-WRITE-ERROR-LINE
023400         ELSE
023500             MOVE "Y" TO WS-RANGE-USABLE-SW
023600             PERFORM 1200-PROVE-CALFACTS-YEAR
023700                 VARYING WS-EXTRACT-YEAR FROM DDP-FROM-YEAR BY 1
023800                 UNTIL WS-EXTRACT-YEAR > DDP-TO-YEAR
023900             IF WS-RANGE-USABLE
024000                 PERFORM 1300-LOAD-HOLIDAY-CALENDAR
024100                 OPEN OUTPUT DIMENSION-FILE
024200             END-IF
024300         END-IF
024400     END-IF
024500     .
024600 1000-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------*
024900* 1100-READ-PARM-FILE                                           *
025000*--------------------------------------------------------------*
025100 1100-READ-PARM-FILE.
025200     IF NOT WS-NO-MORE-PARMS
025300         READ PARM-FILE
025400             AT END
025500                 MOVE "Y" TO WS-PARM-EOF-SW
025600         END-READ
025700     END-IF
025800     .
025900 1100-EXIT.
026000     EXIT.
026100*--------------------------------------------------------------*
026200* 1200-PROVE-CALFACTS-YEAR - EVERY YEAR IS CHECKED SO THE       *
026300* REPORT NAMES ALL THE MISSING ONES AT ONCE.                    *
026400*--------------------------------------------------------------*
026500 1200-PROVE-CALFACTS-YEAR.
026600     CALL "CALFLOOK" USING WS-EXTRACT-YEAR, CALFACTS-RECORD,
026700         WS-LOOK-RETURN-CODE
026800     IF NOT WS-YEAR-FOUND OR CF-INVALID-YEAR
026900         MOVE SPACES TO ERL-TEXT
027000         MOVE "YEAR NOT ON CALFACTS MASTER" TO ERL-TEXT
027100         MOVE WS-EXTRACT-YEAR TO ERL-TEXT(29:4)
027200         PERFORM 1900-WRITE-ERROR-LINE
027300         MOVE "N" TO WS-RANGE-USABLE-SW
027400     END-IF
027500     .
027600 1200-EXIT.
027700     EXIT.
027800*--------------------------------------------------------------*
027900* 1300-LOAD-HOLIDAY-CALENDAR - THE DOMESTIC CALENDAR IS ALWAYS  *
028000* MARKET 1; EVERY OTHER MARKET CODE ON HOLCAL TAKES THE NEXT    *
028100* ENTRY IN THE ORDER IT APPEARS.                                *
028200*--------------------------------------------------------------*
028300 1300-LOAD-HOLIDAY-CALENDAR.
028400     MOVE 1 TO WS-MARKET-COUNT
028500     MOVE SPACES TO MKT-CODE(1)
028600     OPEN INPUT HOLIDAY-FILE
028700     IF WS-HOLIDAY-NOT-FOUND
028800         MOVE "Y" TO WS-HOLIDAY-EOF-SW
028900     ELSE
029000         PERFORM 1310-READ-HOLIDAY-FILE
029100         PERFORM 1320-LOAD-HOLIDAY-ENTRY
029200             UNTIL WS-NO-MORE-HOLIDAYS
029300         CLOSE HOLIDAY-FILE
029400     END-IF
029500     IF WS-HOLIDAYS-DROPPED > 0
029600         MOVE "HOLCAL EXCEEDS MARKET OR HOLIDAY TABLE"
029700             TO ERL-TEXT
029800         PERFORM 1900-WRITE-ERROR-LINE
029900         MOVE 80 TO WS-CONDITION-CODE
030000     END-IF
030100     PERFORM 1400-WRITE-MARKET-LINE
030200         VARYING WS-MARKET-NUMBER FROM 1 BY 1
030300         UNTIL WS-MARKET-NUMBER > WS-MARKET-COUNT
030400     .
030500 1300-EXIT.
030600     EXIT.
030700*--------------------------------------------------------------*
030800* 1310-READ-HOLIDAY-FILE                                        *
030900*--------------------------------------------------------------*
031000 1310-READ-HOLIDAY-FILE.
031100     READ HOLIDAY-FILE
031200         AT END
031300             MOVE "Y" TO WS-HOLIDAY-EOF-SW
031400     END-READ
031500     .
031600 1310-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900* 1320-LOAD-HOLIDAY-ENTRY - A HOLIDAY IS LOADED ONLY FOR A      *
032000* MARKET THE RECORD HAS ROOM FOR; ONLY THE DESCRIPTION IS TAKEN *
032100* FROM THE TABLE, BUSDAYS DECIDES THE BUSINESS DAYS ITSELF.     *
032200*--------------------------------------------------------------*
032300 1320-LOAD-HOLIDAY-ENTRY.
032400     PERFORM 1330-FIND-MARKET
032500     IF WS-MARKET-FOUND AND WS-HOLIDAY-COUNT < 1000
032600         ADD 1 TO WS-HOLIDAY-COUNT
032700         MOVE HOL-MARKET-CODE
032800             TO HOL-TBL-MARKET(WS-HOLIDAY-COUNT)
032900         MOVE HOL-DATE TO HOL-TBL-DATE(WS-HOLIDAY-COUNT)
033000         MOVE HOL-DESCRIPTION
033100             TO HOL-TBL-DESCRIPTION(WS-HOLIDAY-COUNT)
033200         ADD 1 TO WS-HOLIDAYS-LOADED
033300     ELSE
033400         ADD 1 TO WS-HOLIDAYS-DROPPED
033500     END-IF
033600     PERFORM 1310-READ-HOLIDAY-FILE
033700     .
033800 1320-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 1330-FIND-MARKET - A NEW MARKET CODE TAKES THE NEXT ENTRY     *
034200* WHILE THERE IS ONE.                                           *
034300*--------------------------------------------------------------*
034400 1330-FIND-MARKET.
034500     MOVE "N" TO WS-MARKET-FOUND-SW
034600     PERFORM 1340-MATCH-MARKET
034700         VARYING MKT-IDX FROM 1 BY 1
034800         UNTIL MKT-IDX > WS-MARKET-COUNT OR WS-MARKET-FOUND
034900     IF NOT WS-MARKET-FOUND AND WS-MARKET-COUNT < 10
035000         ADD 1 TO WS-MARKET-COUNT
035100         MOVE HOL-MARKET-CODE TO MKT-CODE(WS-MARKET-COUNT)
035200         MOVE "Y" TO WS-MARKET-FOUND-SW
035300     END-IF
035400     .
035500 1330-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
035800* 1340-MATCH-MARKET                                             *
035900*--------------------------------------------------------------*
036000 1340-MATCH-MARKET.
036100     IF MKT-CODE(MKT-IDX) = HOL-MARKET-CODE
036200         MOVE "Y" TO WS-MARKET-FOUND-SW
036300     END-IF
036400     .
036500 1340-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
036800* 1400-WRITE-MARKET-LINE - THE MARKET ENTRIES IN RECORD ORDER,  *
036900* FOR THE WAREHOUSE TEAM'S LOAD MAPPING.                        *
037000*--------------------------------------------------------------*
037100 1400-WRITE-MARKET-LINE.
037200     MOVE WS-MARKET-NUMBER TO MKL-MARKET-NUMBER
037300     IF MKT-CODE(WS-MARKET-NUMBER) = SPACES
037400         MOVE "DOM" TO MKL-MARKET-CODE
037500     ELSE
037600         MOVE MKT-CODE(WS-MARKET-NUMBER) TO MKL-MARKET-CODE
037700     END-IF
037800     WRITE REPORT-LINE FROM WS-MARKET-LINE
037900     .
038000 1400-EXIT.
038100     EXIT.
038200*--------------------------------------------------------------*
038300* 1600-WRITE-HEADER - YEARCTL HEADER: TODAY'S RUN DATE AS THE   *
038400* FEED DATE, DATEDIM AS THE SOURCE. THE WALK STARTS FROM THE    *
038500* DAY BEFORE THE FIRST YEAR SO EVERY DAY HAS A PRIOR DATE FOR   *
038600* THE BUSDAYS COUNT.                                            *
038700*--------------------------------------------------------------*
038800 1600-WRITE-HEADER.
038900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
039000     MOVE SPACES TO FEED-CONTROL-RECORD
039100     MOVE "HDR" TO CTL-RECORD-TYPE
039200     MOVE WS-CURRENT-TIMESTAMP(1:8) TO CTL-FEED-DATE
039300     MOVE "DATEDIM" TO CTL-FEED-SOURCE
039400     WRITE DATE-DIMENSION-RECORD FROM FEED-CONTROL-RECORD
039500     ADD 1 TO WS-RECORDS-WRITTEN
039600     COMPUTE WPR-CCYY = DDP-FROM-YEAR - 1
039700     MOVE 12 TO WPR-MM
039800     MOVE 31 TO WPR-DD
039900     .
040000 1600-EXIT.
040100     EXIT.
040200*--------------------------------------------------------------*
040300* 1900-WRITE-ERROR-LINE - ANY ERROR BEFORE THE EXTRACT STARTS   *
040400* STOPS THE RUN WITH CODE 79; THE HOLIDAY OVERFLOW ESCALATES TO *
040500* 80 ITSELF.                                                    *
040600*--------------------------------------------------------------*
040700 1900-WRITE-ERROR-LINE.
040800     WRITE REPORT-LINE FROM WS-ERROR-LINE
040900     IF WS-CONDITION-CODE < 79
041000         MOVE 79 TO WS-CONDITION-CODE
041100     END-IF
041200     .
041300 1900-EXIT.
041400     EXIT.
041500*--------------------------------------------------------------*
041600* 2000-EXTRACT-ONE-YEAR - THE YEAR'S CALFACTS RECORD DRIVES THE *
041700* MONTH LENGTHS.                                                *
041800*--------------------------------------------------------------*
041900 2000-EXTRACT-ONE-YEAR.
042000     CALL "CALFLOOK" USING WS-EXTRACT-YEAR, CALFACTS-RECORD,
042100         WS-LOOK-RETURN-CODE
042200     MOVE 0 TO WS-DAY-OF-YEAR
042300     PERFORM 2100-EXTRACT-ONE-MONTH
042400         VARYING WS-MONTH-IDX FROM 1 BY 1
042500         UNTIL WS-MONTH-IDX > 12
042600     ADD 1 TO WS-YEARS-WRITTEN
042700     .
042800 2000-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100* 2100-EXTRACT-ONE-MONTH - THE BUSINESS-DAY ORDINALS START      *
043200* AGAIN EACH MONTH.                                             *
043300*--------------------------------------------------------------*
043400 2100-EXTRACT-ONE-MONTH.
043500     PERFORM 2110-RESET-ORDINAL
043600         VARYING WS-MARKET-NUMBER FROM 1 BY 1
043700         UNTIL WS-MARKET-NUMBER > WS-MARKET-COUNT
043800     PERFORM 2200-EXTRACT-ONE-DAY
043900         VARYING WS-DAY-IDX FROM 1 BY 1
044000         UNTIL WS-DAY-IDX > CF-MONTH-DAYS(WS-MONTH-IDX)
044100     .
044200 2100-EXIT.
044300     EXIT.
044400*--------------------------------------------------------------*
044500* 2110-RESET-ORDINAL                                            *
044600*--------------------------------------------------------------*
044700 2110-RESET-ORDINAL.
044800     MOVE 0 TO MKT-MONTH-ORDINAL(WS-MARKET-NUMBER)
044900     .
045000 2110-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------*
045300* 2200-EXTRACT-ONE-DAY - ONE DETAIL RECORD. A DAY FISCPER       *
045400* CANNOT PLACE IN A FISCDEF PERIOD CARRIES ZERO FISCAL FIELDS.  *
045500*--------------------------------------------------------------*
045600 2200-EXTRACT-ONE-DAY.
045700     MOVE WS-EXTRACT-YEAR TO WDY-CCYY
045800     MOVE WS-MONTH-IDX TO WDY-MM
045900     MOVE WS-DAY-IDX TO WDY-DD
046000     ADD 1 TO WS-DAY-OF-YEAR
046100     MOVE SPACES TO DATE-DIMENSION-RECORD
046200     MOVE "DTL" TO DDM-RECORD-TYPE
046300     MOVE WS-DAY-DATE TO DDM-CALENDAR-DATE
046400     CALL "CALDAYNO" USING WS-DAY-DATE, WS-DAYNUM,
046500         WS-DAYNUM-RETURN-CODE
046600     MOVE WS-DAYNUM TO DDM-DAY-NUMBER
046700     MOVE "W" TO WS-BUS-FUNCTION-CODE
046800     MOVE SPACES TO WS-BUS-CALENDAR-CODE
046900     MOVE WS-DAY-DATE TO WS-BUS-START-DATE
047000     PERFORM 2400-CALL-BUSDAYS
047100     MOVE WS-BUS-DAY-OF-WEEK TO DDM-DAY-OF-WEEK
047200     MOVE WS-DAY-OF-YEAR TO DDM-DAY-OF-YEAR
047300     MOVE CF-LEAP-FLAG TO DDM-LEAP-FLAG
047400     MOVE CF-MONTH-DAYS(WS-MONTH-IDX) TO DDM-MONTH-DAYS
047500     IF WS-DAY-IDX = CF-MONTH-DAYS(WS-MONTH-IDX)
047600         MOVE "Y" TO DDM-MONTH-END-FLAG
047700     ELSE
047800         MOVE "N" TO DDM-MONTH-END-FLAG
047900     END-IF
048000     CALL "FISCPER" USING WS-DAY-DATE, WS-FISCPER-YEAR,
048100         WS-FISCPER-PERIOD, WS-FISCPER-QUARTER,
048200         WS-FISCPER-RETURN-CODE
048300     IF WS-FISCPER-MAPPED
048400         MOVE WS-FISCPER-YEAR TO DDM-FISCAL-YEAR
048500         MOVE WS-FISCPER-PERIOD TO DDM-FISCAL-PERIOD
048600         MOVE WS-FISCPER-QUARTER TO DDM-FISCAL-QUARTER
048700     ELSE
048800         MOVE 0 TO DDM-FISCAL-YEAR
048900         MOVE 0 TO DDM-FISCAL-PERIOD
049000         MOVE 0 TO DDM-FISCAL-QUARTER
049100     END-IF
049200     MOVE WS-MARKET-COUNT TO DDM-MARKET-COUNT
049300     PERFORM 2300-SET-MARKET-FIELDS
049400         VARYING WS-MARKET-NUMBER FROM 1 BY 1
049500         UNTIL WS-MARKET-NUMBER > 10
049600     WRITE DATE-DIMENSION-RECORD
049700     ADD 1 TO WS-DAYS-WRITTEN
049800     ADD 1 TO WS-RECORDS-WRITTEN
049900     ADD WS-EXTRACT-YEAR TO WS-HASH-TOTAL
050000     MOVE WS-DAY-DATE TO WS-PRIOR-DATE
050100     .
050200 2200-EXIT.
050300     EXIT.
050400*--------------------------------------------------------------*
050500* 2300-SET-MARKET-FIELDS - BUSDAYS COUNTS THE BUSINESS DAYS     *
050600* AFTER YESTERDAY UP TO AND INCLUDING TODAY: ONE MEANS TODAY IS *
050700* A BUSINESS DAY IN THAT MARKET.                                *
050800*--------------------------------------------------------------*
050900 2300-SET-MARKET-FIELDS.
051000     IF WS-MARKET-NUMBER > WS-MARKET-COUNT
051100         MOVE SPACES TO DDM-MARKET-CODE(WS-MARKET-NUMBER)
051200         MOVE SPACES TO DDM-BUSINESS-DAY-FLAG(WS-MARKET-NUMBER)
051300         MOVE SPACES
051400             TO DDM-HOLIDAY-DESCRIPTION(WS-MARKET-NUMBER)
051500         MOVE 0 TO DDM-BUSINESS-DAY-ORDINAL(WS-MARKET-NUMBER)
051600     ELSE
051700         MOVE MKT-CODE(WS-MARKET-NUMBER)
051800             TO DDM-MARKET-CODE(WS-MARKET-NUMBER)
051900         MOVE "C" TO WS-BUS-FUNCTION-CODE
052000         MOVE MKT-CODE(WS-MARKET-NUMBER) TO WS-BUS-CALENDAR-CODE
052100         MOVE WS-PRIOR-DATE TO WS-BUS-START-DATE
052200         PERFORM 2400-CALL-BUSDAYS
052300         IF WS-BUS-BUSINESS-DAYS = 1
052400             ADD 1 TO MKT-MONTH-ORDINAL(WS-MARKET-NUMBER)
052500             MOVE "Y"
052600                 TO DDM-BUSINESS-DAY-FLAG(WS-MARKET-NUMBER)
052700             MOVE MKT-MONTH-ORDINAL(WS-MARKET-NUMBER)
052800                 TO DDM-BUSINESS-DAY-ORDINAL(WS-MARKET-NUMBER)
052900         ELSE
053000             MOVE "N"
053100                 TO DDM-BUSINESS-DAY-FLAG(WS-MARKET-NUMBER)
053200             MOVE 0
053300                 TO DDM-BUSINESS-DAY-ORDINAL(WS-MARKET-NUMBER)
053400         END-IF
053500         MOVE SPACES
053600             TO DDM-HOLIDAY-DESCRIPTION(WS-MARKET-NUMBER)
053700         MOVE "N" TO WS-HOLIDAY-FOUND-SW
053800         PERFORM 2310-MATCH-HOLIDAY
053900             VARYING HOL-IDX FROM 1 BY 1
054000             UNTIL HOL-IDX > WS-HOLIDAY-COUNT
054100                 OR WS-HOLIDAY-FOUND
054200     END-IF
054300     .
054400 2300-EXIT.
054500     EXIT.
054600*--------------------------------------------------------------*
054700* 2310-MATCH-HOLIDAY                                            *
054800*--------------------------------------------------------------*
054900 2310-MATCH-HOLIDAY.
055000     IF HOL-TBL-MARKET(HOL-IDX) = MKT-CODE(WS-MARKET-NUMBER)
055100        AND HOL-TBL-DATE(HOL-IDX) = WS-DAY-DATE-X
055200         MOVE HOL-TBL-DESCRIPTION(HOL-IDX)
055300             TO DDM-HOLIDAY-DESCRIPTION(WS-MARKET-NUMBER)
055400         MOVE "Y" TO WS-HOLIDAY-FOUND-SW
055500     END-IF
055600     .
055700 2310-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000* 2400-CALL-BUSDAYS - THE END DATE IS ALWAYS TODAY; ONLY THE    *
056100* COUNT LOOKS AT IT.                                            *
056200*--------------------------------------------------------------*
056300 2400-CALL-BUSDAYS.
056400     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE,
056500         WS-BUS-CALENDAR-CODE,
056600         WS-BUS-START-DATE, WS-DAY-DATE,
056700         WS-BUS-RESULT-DATE, WS-BUS-DAY-OF-WEEK,
056800         WS-BUS-BUSINESS-DAYS, WS-BUS-RETURN-CODE
056900     .
057000 2400-EXIT.
057100     EXIT.
057200*--------------------------------------------------------------*
057300* 2900-WRITE-TRAILER - YEARCTL TRAILER: DETAIL COUNT AND THE    *
057400* HASH TOTAL OF THE DETAIL YEAR VALUES.                         *
057500*--------------------------------------------------------------*
057600 2900-WRITE-TRAILER.
057700     MOVE SPACES TO FEED-CONTROL-RECORD
057800     MOVE "TRL" TO CTL-RECORD-TYPE
057900     MOVE WS-DAYS-WRITTEN TO CTL-RECORD-COUNT
058000     MOVE WS-HASH-TOTAL TO CTL-HASH-TOTAL
058100     WRITE DATE-DIMENSION-RECORD FROM FEED-CONTROL-RECORD
058200     ADD 1 TO WS-RECORDS-WRITTEN
058300     .
058400 2900-EXIT.
058500     EXIT.
058600*--------------------------------------------------------------*
058700* 3000-WRITE-TOTALS                                             *
058800*--------------------------------------------------------------*
058900 3000-WRITE-TOTALS.
059000     MOVE "YEARS WRITTEN......" TO TOT-LABEL
059100     MOVE WS-YEARS-WRITTEN TO TOT-COUNT
059200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
059300     MOVE "DAYS WRITTEN......." TO TOT-LABEL
059400     MOVE WS-DAYS-WRITTEN TO TOT-COUNT
059500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
059600     MOVE "MARKETS CARRIED...." TO TOT-LABEL
059700     MOVE WS-MARKET-COUNT TO TOT-COUNT
059800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
059900     MOVE "HOLIDAYS LOADED...." TO TOT-LABEL
060000     MOVE WS-HOLIDAYS-LOADED TO TOT-COUNT
060100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
060200     MOVE "HOLIDAYS LEFT OUT.." TO TOT-LABEL
060300     MOVE WS-HOLIDAYS-DROPPED TO TOT-COUNT
060400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
060500     MOVE "HASH TOTAL........." TO HSL-LABEL
060600     MOVE WS-HASH-TOTAL TO HSL-HASH
060700     WRITE REPORT-LINE FROM WS-HASH-LINE
060800     .
060900 3000-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------*
061200* 9000-TERMINATE                                                *
061300*--------------------------------------------------------------*
061400 9000-TERMINATE.
061500     IF NOT WS-PARM-NOT-FOUND
061600         CLOSE PARM-FILE
061700     END-IF
061800     IF WS-RANGE-USABLE
061900         CLOSE DIMENSION-FILE
062000     END-IF
062100     CLOSE REPORT-FILE
062200     CANCEL "LEAP"
062300     PERFORM 9100-WRITE-RUN-STATISTICS
062400     IF WS-CONDITION-CODE > 0
062500         MOVE WS-CONDITION-CODE TO RETURN-CODE
062600     END-IF
062700     .
062800 9000-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------*
063100* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
063200* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
063300*--------------------------------------------------------------*
063400 9100-WRITE-RUN-STATISTICS.
063500     OPEN EXTEND RUN-LOG-FILE
063600     IF WS-RUNLOG-NOT-FOUND
063700         OPEN OUTPUT RUN-LOG-FILE
063800     END-IF
063900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
064000     MOVE "DATEDIM" TO RUNS-PROGRAM-ID
064100     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
064200     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
064300     MOVE WS-HOLIDAYS-LOADED TO RUNS-RECORDS-READ
064400     MOVE WS-RECORDS-WRITTEN TO RUNS-RECORDS-WRITTEN
064500     MOVE WS-HOLIDAYS-DROPPED TO RUNS-RECORDS-REJECTED
064600     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
064700     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
064800     WRITE RUN-STATISTICS-RECORD
064900     CLOSE RUN-LOG-FILE
065000     .
065100 9100-EXIT.
065200     EXIT.
