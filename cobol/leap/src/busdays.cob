002985*                SETTLEMENT. SPACES IS THE DOMESTIC CALENDAR.   *
002990*                THE TABLE NOW HOLDS 1000 ENTRIES TO MAKE ROOM  *
002995*                FOR THE NON-DOMESTIC BOOK.                     *
002996* 2026-10-15 RH  N, P, C AND THE NEW A (T+N, ADDING N BUSINESS  *
002997*                DAYS) CAN ANSWER FROM A BUSINESS-DAY ORDINAL   *
002998*                INDEX BUILT ONCE PER MARKET (4000). THE        *
002999*                DAY-BY-DAY WALK STAYS THE ANSWER UNTIL THE     *
003000*                OPTIONAL BUSDPARM CARD, READ ONCE PER RUN UNIT *
003010*                WITH HOLCAL, CARRIES LOOKUP METHOD I; NO CARD  *
003020*                OR ANY OTHER METHOD WALKS, SO THE SWITCH-OVER, *
003030*                AND ANY SWITCH BACK, IS A CARD CHANGE. V       *
003040*                COMPARES THE INDEX WITH THE WALK WHATEVER THE  *
003050*                CARD SAYS, SO BUSCOMP PROVES A FULL YEAR PER   *
003060*                MARKET BEFORE THE CARD IS SET.                 *
003090*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-HOLIDAY-STATUS.
003610     SELECT METHOD-FILE ASSIGN TO BUSDPARM
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS WS-METHOD-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HOLIDAY-FILE
004000     RECORDING MODE IS F.
004100     COPY HOLCAL.
004110 FD  METHOD-FILE
004120     RECORDING MODE IS F.
004130 01  METHOD-RECORD.
004140     05 BDM-LOOKUP-METHOD      PIC X(01).
004150         88 BDM-INDEX-METHOD               VALUE "I".
004160     05 FILLER                 PIC X(79).
004200 WORKING-STORAGE SECTION.
004300 01  WS-HOLIDAY-STATUS         PIC X(02)   VALUE "00".
004400     88 WS-HOLIDAY-OK                      VALUE "00".
004500     88 WS-HOLIDAY-NOT-FOUND               VALUE "35".
004510 01  WS-METHOD-STATUS          PIC X(02)   VALUE "00".
004520     88 WS-METHOD-NOT-FOUND                VALUE "35".
004600 01  WS-FIRST-CALL-SW          PIC X(01)   VALUE "Y".
004700     88 WS-FIRST-CALL                      VALUE "Y".
004710 01  WS-USE-INDEX-SW           PIC X(01)   VALUE "N".
004720     88 WS-USE-INDEX                       VALUE "Y".
004800 01  WS-HOLIDAY-EOF-SW         PIC X(01)   VALUE "N".
004900     88 WS-NO-MORE-HOLIDAYS                VALUE "Y".
005000 01  WS-HOLIDAY-COUNT          PIC 9(04)   COMP   VALUE 0.
005400        INDEXED BY HOL-IDX.
005450         10 HOL-TBL-MARKET     PIC X(03).
005500         10 HOL-TBL-DATE       PIC X(08).
005510         10 HOL-TBL-DATE-R REDEFINES HOL-TBL-DATE.
005520             15 HOL-TBL-CCYY   PIC 9(04).
005530             15 FILLER         PIC X(04).
005600 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
005700     88 WS-DATE-IS-VALID                   VALUE "Y".
005800 01  WS-BUSINESS-DAY-SW        PIC X(01)   VALUE "N".
007600 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
007700 01  WS-MONTH-DAYS-TBL.
007800     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
007802 01  WS-INDEX-DAYS             PIC 9(05)   COMP   VALUE 0.
007804 01  WS-INDEX-BASE-DAYNUM      PIC 9(09)   COMP   VALUE 0.
007806 01  WS-FIRST-INDEX-YEAR       PIC 9(04)   VALUE 0.
007808 01  WS-LAST-INDEX-YEAR        PIC 9(04)   VALUE 0.
007810     COPY CALDATE REPLACING ==CALENDAR-DATE==
007812                            BY ==WS-INDEX-START-DATE==
007814                            ==CD-CCYY==       BY ==WIS-CCYY==
007816                            ==CD-MM==         BY ==WIS-MM==
007818                            ==CD-DD==         BY ==WIS-DD==.
007820 01  WS-MARKET-INDEXED-SW      PIC X(01)   VALUE "N".
007822     88 WS-MARKET-INDEXED                  VALUE "Y".
007824 01  WS-DATE-IN-INDEX-SW       PIC X(01)   VALUE "N".
007826     88 WS-DATE-IN-INDEX                   VALUE "Y".
007828 01  WS-INDEX-ANSWERED-SW      PIC X(01)   VALUE "N".
007830     88 WS-INDEX-ANSWERED                  VALUE "Y".
007832 01  WS-COMPARE-DONE-SW        PIC X(01)   VALUE "N".
007834     88 WS-COMPARE-DONE                    VALUE "Y".
007836 01  WS-MARKET-SLOT            PIC 9(02)   COMP   VALUE 0.
007838 01  WS-SLOT-SUB               PIC 9(02)   COMP   VALUE 0.
007840 01  WS-DAY-SUB                PIC 9(05)   COMP   VALUE 0.
007842 01  WS-LOCATE-SUB             PIC 9(05)   COMP   VALUE 0.
007844 01  WS-START-SUB              PIC 9(05)   COMP   VALUE 0.
007846 01  WS-ORDINAL-SUB            PIC 9(06)   COMP   VALUE 0.
007848 01  WS-REQUEST-START-DATE     PIC X(08)   VALUE SPACES.
007850 01  WS-REQUEST-END-DATE       PIC X(08)   VALUE SPACES.
007852 01  WS-REQUEST-DAYS           PIC 9(05)   VALUE 0.
007854 01  WS-BUSINESS-DAY-COUNT     PIC 9(05)   VALUE 0.
007856 01  WS-INDEX-ANSWER-DATE      PIC X(08)   VALUE SPACES.
007858 01  WS-INDEX-ANSWER-COUNT     PIC 9(05)   VALUE 0.
007860 01  WS-COMPARE-DATE           PIC X(08)   VALUE SPACES.
007862 01  WS-COMPARE-END-DATE       PIC X(08)   VALUE SPACES.
007864 01  WS-MISMATCH-COUNT         PIC 9(05)   VALUE 0.
007866 01  WS-MARKET-INDEX-COUNT     PIC 9(02)   COMP   VALUE 0.
007868 01  WS-MARKET-INDEX-TABLE.
007870     05 WS-MARKET-INDEX OCCURS 10 TIMES.
007872         10 MKX-MARKET         PIC X(03).
007874         10 MKX-BUSINESS-DAYS  PIC 9(05)   COMP.
007876         10 MKX-DAY-ENTRY OCCURS 7305 TIMES.
007878             15 MKX-BUSDAY-SW  PIC X(01).
007880                 88 MKX-BUSINESS-DAY       VALUE "Y".
007882             15 MKX-ORDINAL    PIC 9(05)   COMP.
007884         10 MKX-BUSDAY-DATE    PIC X(08)   OCCURS 5220 TIMES.
007900 LINKAGE SECTION.
008000 01  LK-FUNCTION-CODE          PIC X(01).
008100     88 LK-FUNC-DAY-OF-WEEK                VALUE "W".
008200     88 LK-FUNC-NEXT-BUSDAY                VALUE "N".
008300     88 LK-FUNC-PREV-BUSDAY                VALUE "P".
008400     88 LK-FUNC-COUNT-BUSDAYS              VALUE "C".
008402     88 LK-FUNC-ADD-BUSDAYS                VALUE "A".
008404     88 LK-FUNC-COMPARE-INDEX              VALUE "V".
008410 01  LK-CALENDAR-CODE          PIC X(03).
008500     COPY CALDATE REPLACING ==CALENDAR-DATE== BY ==LK-START-DATE==
008600                            ==CD-CCYY==       BY ==BSD-CCYY==
010100     88 LK-VALID-RESULT                    VALUE 00.
010200     88 LK-BAD-FUNCTION-CODE               VALUE 10.
010300     88 LK-DATES-OUT-OF-ORDER              VALUE 12.
010310     88 LK-DATES-OUTSIDE-INDEX             VALUE 14.
010320     88 LK-INDEX-DISAGREES                 VALUE 20.
010400     88 LK-INVALID-DATE                    VALUE 99.
010500 PROCEDURE DIVISION USING LK-FUNCTION-CODE, LK-CALENDAR-CODE,
010550     LK-START-DATE, LK-END-DATE, LK-RESULT-DATE,
010600     LK-DAY-OF-WEEK, LK-BUSINESS-DAYS, LK-RETURN-CODE.
010800 0000-BUSDAYS-MAINLINE.
010900     MOVE 0 TO LK-DAY-OF-WEEK
011000     IF NOT LK-FUNC-ADD-BUSDAYS
011010         MOVE 0 TO LK-BUSINESS-DAYS
011020     END-IF
011100     MOVE ZEROS TO LK-RESULT-DATE
011200     MOVE 00 TO LK-RETURN-CODE
011300     IF WS-FIRST-CALL
011400         MOVE "N" TO WS-FIRST-CALL-SW
011500         PERFORM 1000-LOAD-HOLIDAY-TABLE
011505         PERFORM 1300-READ-LOOKUP-METHOD
011510         PERFORM 4000-SET-INDEX-RANGE
011600     END-IF
011700     PERFORM 1500-VALIDATE-REQUEST
011800     IF LK-VALID-RESULT
011900         IF LK-FUNC-DAY-OF-WEEK
012000             PERFORM 2100-GET-DAY-OF-WEEK
012100         ELSE
012104             IF WS-USE-INDEX OR LK-FUNC-COMPARE-INDEX
012108                 PERFORM 4100-FIND-MARKET-INDEX
012110             END-IF
012200             IF LK-FUNC-NEXT-BUSDAY
012300                 PERFORM 2200-NEXT-BUSINESS-DAY
012400             ELSE
012500                 IF LK-FUNC-PREV-BUSDAY
012600                     PERFORM 2300-PREV-BUSINESS-DAY
012700                 ELSE
012800                     IF LK-FUNC-COUNT-BUSDAYS
012810                         PERFORM 2400-COUNT-BUSINESS-DAYS
012820                     ELSE
012830                         IF LK-FUNC-ADD-BUSDAYS
012840                             PERFORM 2500-ADD-BUSINESS-DAYS
012850                         ELSE
012860                             PERFORM 2600-COMPARE-INDEX-TO-WALK
012870                         END-IF
012880                     END-IF
012900                 END-IF
013000             END-IF
013100         END-IF
017100     .
017200 1200-EXIT.
017300     EXIT.
017302*--------------------------------------------------------------*
017304* 1300-READ-LOOKUP-METHOD - THE OPTIONAL BUSDPARM CARD PICKS    *
017306* HOW N, P, C AND A ARE ANSWERED FOR THE LIFE OF THE RUN UNIT:  *
017308* METHOD I LOOKS THEM UP IN THE ORDINAL INDEX (4000); NO CARD,  *
017310* OR ANY OTHER METHOD, WALKS THE CALENDAR DAY BY DAY.           *
017312*--------------------------------------------------------------*
017314 1300-READ-LOOKUP-METHOD.
017316     MOVE "N" TO WS-USE-INDEX-SW
017318     OPEN INPUT METHOD-FILE
017320     IF NOT WS-METHOD-NOT-FOUND
017322         READ METHOD-FILE
017324             NOT AT END
017326                 IF BDM-INDEX-METHOD
017328                     MOVE "Y" TO WS-USE-INDEX-SW
017330                 END-IF
017332         END-READ
017334         CLOSE METHOD-FILE
017336     END-IF
017338     .
017340 1300-EXIT.
017342     EXIT.
017400*--------------------------------------------------------------*
017500* 1500-VALIDATE-REQUEST - PROVE THE FUNCTION CODE AND EVERY     *
017600* DATE THE FUNCTION USES THROUGH CALVALID BEFORE ANY WORK.      *
017800 1500-VALIDATE-REQUEST.
017900     IF NOT LK-FUNC-DAY-OF-WEEK AND NOT LK-FUNC-NEXT-BUSDAY
018000        AND NOT LK-FUNC-PREV-BUSDAY AND NOT LK-FUNC-COUNT-BUSDAYS
018010        AND NOT LK-FUNC-ADD-BUSDAYS
018020        AND NOT LK-FUNC-COMPARE-INDEX
018100         MOVE 10 TO LK-RETURN-CODE
018200     ELSE
018300         CALL "CALVALID" USING LK-START-DATE, WS-DATE-VALID-SW
018400         IF NOT WS-DATE-IS-VALID
018500             MOVE 99 TO LK-RETURN-CODE
018600         ELSE
018700             IF LK-FUNC-COUNT-BUSDAYS OR LK-FUNC-COMPARE-INDEX
018800                 CALL "CALVALID" USING LK-END-DATE,
018900                     WS-DATE-VALID-SW
019000                 IF NOT WS-DATE-IS-VALID
019100                     MOVE 99 TO LK-RETURN-CODE
019200                 END-IF
019300             END-IF
019310             IF LK-FUNC-ADD-BUSDAYS
019320                AND LK-BUSINESS-DAYS IS NOT NUMERIC
019330                 MOVE 99 TO LK-RETURN-CODE
019340             END-IF
019400         END-IF
019500     END-IF
019600     .
020800 2100-EXIT.
020900     EXIT.
021000*--------------------------------------------------------------*
021100* 2200-NEXT-BUSINESS-DAY - THE FIRST BUSINESS DAY AFTER THE     *
021110* START DATE: A LOOKUP IN THE MARKET'S ORDINAL INDEX WHEN THE   *
021120* RUN UNIT USES IT (1300), OR THE DAY-BY-DAY WALK (2250) WHEN   *
021130* IT DOES NOT OR THE ANSWER LIES OUTSIDE THE INDEX.             *
021400*--------------------------------------------------------------*
021500 2200-NEXT-BUSINESS-DAY.
021600     MOVE LK-START-DATE TO WS-REQUEST-START-DATE
021604     MOVE "N" TO WS-INDEX-ANSWERED-SW
021606     IF WS-USE-INDEX
021610         PERFORM 5100-INDEX-NEXT-BUSINESS-DAY
021612     END-IF
021620     IF NOT WS-INDEX-ANSWERED
021630         PERFORM 2250-WALK-NEXT-BUSINESS-DAY
021640     END-IF
022000     MOVE WS-WORK-DATE TO LK-RESULT-DATE
022100     MOVE WS-WORK-DOW TO LK-DAY-OF-WEEK
022200     .
023100     .
023200 2210-EXIT.
023300     EXIT.
023302*--------------------------------------------------------------*
023304* 2250-WALK-NEXT-BUSINESS-DAY - ROLL FORWARD FROM THE REQUEST   *
023306* START DATE ONE DAY AT A TIME UNTIL A DAY THAT IS NEITHER A    *
023308* WEEKEND NOR A HOLCAL HOLIDAY.                                 *
023310*--------------------------------------------------------------*
023312 2250-WALK-NEXT-BUSINESS-DAY.
023314     MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
023316     PERFORM 2260-WALK-ONE-BUSINESS-DAY
023318     .
023320 2250-EXIT.
023322     EXIT.
023324*--------------------------------------------------------------*
023326* 2260-WALK-ONE-BUSINESS-DAY                                    *
023328*--------------------------------------------------------------*
023330 2260-WALK-ONE-BUSINESS-DAY.
023332     MOVE "N" TO WS-BUSINESS-DAY-SW
023334     PERFORM 2210-ROLL-FORWARD-ONE-DAY
023336         UNTIL WS-IS-BUSINESS-DAY
023338     .
023340 2260-EXIT.
023342     EXIT.
023344*--------------------------------------------------------------*
023346* 2270-WALK-ADD-BUSINESS-DAYS - THE SAME ROLL, ONCE PER         *
023348* BUSINESS DAY TO BE ADDED.                                     *
023350*--------------------------------------------------------------*
023352 2270-WALK-ADD-BUSINESS-DAYS.
023354     MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
023356     PERFORM 2260-WALK-ONE-BUSINESS-DAY
023358         WS-REQUEST-DAYS TIMES
023360     .
023362 2270-EXIT.
023364     EXIT.
023400*--------------------------------------------------------------*
023500* 2300-PREV-BUSINESS-DAY - SAME AS 2200 BUT BACKWARD (2350).    *
023600*--------------------------------------------------------------*
023700 2300-PREV-BUSINESS-DAY.
023800     MOVE LK-START-DATE TO WS-REQUEST-START-DATE
023804     MOVE "N" TO WS-INDEX-ANSWERED-SW
023806     IF WS-USE-INDEX
023810         PERFORM 5200-INDEX-PREV-BUSINESS-DAY
023812     END-IF
023820     IF NOT WS-INDEX-ANSWERED
023830         PERFORM 2350-WALK-PREV-BUSINESS-DAY
023840     END-IF
024200     MOVE WS-WORK-DATE TO LK-RESULT-DATE
024300     MOVE WS-WORK-DOW TO LK-DAY-OF-WEEK
024400     .
025300     .
025400 2310-EXIT.
025500     EXIT.
025505*--------------------------------------------------------------*
025510* 2350-WALK-PREV-BUSINESS-DAY - SAME ROLL AS 2250 BUT BACKWARD. *
025515*--------------------------------------------------------------*
025520 2350-WALK-PREV-BUSINESS-DAY.
025525     MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
025530     MOVE "N" TO WS-BUSINESS-DAY-SW
025535     PERFORM 2310-ROLL-BACKWARD-ONE-DAY
025540         UNTIL WS-IS-BUSINESS-DAY
025545     .
025550 2350-EXIT.
025555     EXIT.
025600*--------------------------------------------------------------*
025700* 2400-COUNT-BUSINESS-DAYS - COUNT EVERY BUSINESS DAY AFTER THE *
025710* START DATE UP TO AND INCLUDING THE END DATE: THE DIFFERENCE   *
025720* OF THE TWO DATES' ORDINALS WHEN THE RUN UNIT USES THE INDEX,  *
025730* OTHERWISE WALKED (2450).                                      *
026000*--------------------------------------------------------------*
026100 2400-COUNT-BUSINESS-DAYS.
026200     MOVE LK-START-DATE TO WS-WORK-DATE
027000     IF WS-START-DAYNUM > WS-END-DAYNUM
027100         MOVE 12 TO LK-RETURN-CODE
027200     ELSE
027300         MOVE LK-START-DATE TO WS-REQUEST-START-DATE
027310         MOVE LK-END-DATE TO WS-REQUEST-END-DATE
027314         MOVE "N" TO WS-INDEX-ANSWERED-SW
027316         IF WS-USE-INDEX
027320             PERFORM 5300-INDEX-COUNT-BUSINESS-DAYS
027322         END-IF
027330         IF NOT WS-INDEX-ANSWERED
027340             PERFORM 2450-WALK-COUNT-BUSINESS-DAYS
027350         END-IF
027360         MOVE WS-BUSINESS-DAY-COUNT TO LK-BUSINESS-DAYS
027700     END-IF
027800     .
027900 2400-EXIT.
028500     PERFORM 3100-ADVANCE-ONE-DAY
028600     PERFORM 3000-CHECK-BUSINESS-DAY
028700     IF WS-IS-BUSINESS-DAY
028800         ADD 1 TO WS-BUSINESS-DAY-COUNT
028900     END-IF
029000     .
029100 2410-EXIT.
029200     EXIT.
029201*--------------------------------------------------------------*
029202* 2450-WALK-COUNT-BUSINESS-DAYS - WALK FROM THE REQUEST START   *
029203* DATE TO THE REQUEST END DATE, COUNTING AS 2400 DESCRIBES.     *
029204*--------------------------------------------------------------*
029205 2450-WALK-COUNT-BUSINESS-DAYS.
029206     MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
029207     MOVE WS-REQUEST-END-DATE TO WS-END-DATE-X
029208     MOVE 0 TO WS-BUSINESS-DAY-COUNT
029209     PERFORM 2410-COUNT-ONE-DAY
029210         UNTIL WS-WORK-DATE-X = WS-END-DATE-X
029211     .
029212 2450-EXIT.
029213     EXIT.
029214*--------------------------------------------------------------*
029215* 2500-ADD-BUSINESS-DAYS - THE DATE LK-BUSINESS-DAYS BUSINESS   *
029216* DAYS AFTER THE START DATE (T+N), SO COUNTING FROM THE START   *
029217* DATE TO THE RESULT GIVES N. ZERO DAYS IS THE START DATE.      *
029218*--------------------------------------------------------------*
029219 2500-ADD-BUSINESS-DAYS.
029220     MOVE LK-START-DATE TO WS-REQUEST-START-DATE
029221     MOVE LK-BUSINESS-DAYS TO WS-REQUEST-DAYS
029222     IF WS-REQUEST-DAYS = 0
029223         MOVE LK-START-DATE TO WS-WORK-DATE
029224         PERFORM 3000-CHECK-BUSINESS-DAY
029225     ELSE
029226         MOVE "N" TO WS-INDEX-ANSWERED-SW
029227         IF WS-USE-INDEX
029228             PERFORM 5400-INDEX-ADD-BUSINESS-DAYS
029229         END-IF
029230         IF NOT WS-INDEX-ANSWERED
029231             PERFORM 2270-WALK-ADD-BUSINESS-DAYS
029232         END-IF
029233     END-IF
029234     MOVE WS-WORK-DATE TO LK-RESULT-DATE
029235     MOVE WS-WORK-DOW TO LK-DAY-OF-WEEK
029236     .
029237 2500-EXIT.
029238     EXIT.
029239*--------------------------------------------------------------*
029240* 2600-COMPARE-INDEX-TO-WALK - PARALLEL RUN: FOR EVERY DATE     *
029241* FROM THE START DATE THROUGH THE END DATE, ANSWER N, P, A AND  *
029242* C BOTH FROM THE INDEX AND BY THE WALK (SEE 6100). THE         *
029243* DISAGREEMENTS COME BACK IN LK-BUSINESS-DAYS AND THE FIRST     *
029244* DATE THAT DISAGREED IN LK-RESULT-DATE. V COMPARES BOTH PATHS  *
029245* WHETHER OR NOT THE RUN UNIT ANSWERS FROM THE INDEX.           *
029246*--------------------------------------------------------------*
029247 2600-COMPARE-INDEX-TO-WALK.
029248     IF LK-START-DATE > LK-END-DATE
029249         MOVE 12 TO LK-RETURN-CODE
029250     ELSE
029251         PERFORM 6000-CHECK-INDEX-COVERS
029252         IF NOT WS-DATE-IN-INDEX
029253             MOVE 14 TO LK-RETURN-CODE
029254         ELSE
029255             MOVE 0 TO WS-MISMATCH-COUNT
029256             MOVE LK-START-DATE TO WS-COMPARE-DATE
029257             MOVE "N" TO WS-COMPARE-DONE-SW
029258             PERFORM 6100-COMPARE-ONE-DATE
029259                 UNTIL WS-COMPARE-DONE
029260             MOVE WS-MISMATCH-COUNT TO LK-BUSINESS-DAYS
029261             IF WS-MISMATCH-COUNT > 0
029262                 MOVE 20 TO LK-RETURN-CODE
029263             END-IF
029264         END-IF
029265     END-IF
029266     .
029267 2600-EXIT.
029268     EXIT.
029300*--------------------------------------------------------------*
029400* 3000-CHECK-BUSINESS-DAY - SET THE BUSINESS-DAY SWITCH AND     *
029410* WS-WORK-DOW FOR THE WORK DATE.                                *
029900*--------------------------------------------------------------*
030000 3000-CHECK-BUSINESS-DAY.
030100     CALL "CALDAYNO" USING WS-WORK-DATE, WS-WORK-DAYNUM,
030200         WS-DAYNUM-RETURN-CODE
030300     PERFORM 3050-SET-DAY-OF-WEEK
030600     IF WS-WORK-DOW > 5
030700         MOVE "N" TO WS-BUSINESS-DAY-SW
030800     ELSE
031600     .
031700 3000-EXIT.
031800     EXIT.
031805*--------------------------------------------------------------*
031810* 3050-SET-DAY-OF-WEEK - WS-WORK-DOW FOR WS-WORK-DAYNUM. DAY    *
031815* NUMBER 1 (1582-01-01) FELL ON A FRIDAY, SO MOD 7 PLACES EVERY *
031820* LATER DAY NUMBER: REMAINDER 1 IS FRIDAY, AND SHIFTING BY 3    *
031825* MAPS THE REMAINDER ONTO 1=MONDAY THROUGH 7=SUNDAY.            *
031830*--------------------------------------------------------------*
031835 3050-SET-DAY-OF-WEEK.
031840     COMPUTE WS-DOW-REMAINDER = FUNCTION MOD(WS-WORK-DAYNUM, 7)
031845     COMPUTE WS-WORK-DOW =
031850         FUNCTION MOD(WS-DOW-REMAINDER + 3, 7) + 1
031855     .
031860 3050-EXIT.
031865     EXIT.
031900*--------------------------------------------------------------*
032000* 3100-ADVANCE-ONE-DAY - ROLL THE WORK DATE FORWARD ONE DAY,    *
032100* USING CALMDAYS FOR THE MONTH LENGTH SO FEBRUARY FOLLOWS       *
038000     .
038100 3310-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400* 4000-SET-INDEX-RANGE - THE ORDINAL INDEX COVERS EVERY DAY     *
038500* FROM JANUARY 1 OF THE FIRST YEAR ON THE HOLIDAY CALENDAR      *
038600* THROUGH DECEMBER 31 OF THE LAST, UP TO 7305 DAYS (20 YEARS).  *
038700* AN EMPTY CALENDAR BUILDS NO INDEX AND EVERY ANSWER IS WALKED. *
038800*--------------------------------------------------------------*
038900 4000-SET-INDEX-RANGE.
039000     MOVE 0 TO WS-INDEX-DAYS
039100     IF WS-HOLIDAY-COUNT > 0
039200         MOVE 9999 TO WS-FIRST-INDEX-YEAR
039300         MOVE 0 TO WS-LAST-INDEX-YEAR
039400         PERFORM 4010-NOTE-HOLIDAY-YEAR
039500             VARYING HOL-IDX FROM 1 BY 1
039600             UNTIL HOL-IDX > WS-HOLIDAY-COUNT
039700         MOVE WS-LAST-INDEX-YEAR TO WW-CCYY
039800         MOVE 12 TO WW-MM
039900         MOVE 31 TO WW-DD
040000         CALL "CALDAYNO" USING WS-WORK-DATE, WS-WORK-DAYNUM,
040100             WS-DAYNUM-RETURN-CODE
040200         IF WS-DAYNUM-RETURN-CODE = 00
040300             MOVE WS-WORK-DAYNUM TO WS-END-DAYNUM
040400             MOVE WS-FIRST-INDEX-YEAR TO WIS-CCYY
040500             MOVE 01 TO WIS-MM
040600             MOVE 01 TO WIS-DD
040700             CALL "CALDAYNO" USING WS-INDEX-START-DATE,
040800                 WS-WORK-DAYNUM, WS-DAYNUM-RETURN-CODE
040900             IF WS-DAYNUM-RETURN-CODE = 00
041000                 MOVE WS-WORK-DAYNUM TO WS-INDEX-BASE-DAYNUM
041100                 COMPUTE WS-END-DAYNUM =
041200                     WS-END-DAYNUM - WS-INDEX-BASE-DAYNUM + 1
041300                 IF WS-END-DAYNUM > 7305
041400                     MOVE 7305 TO WS-INDEX-DAYS
041500                 ELSE
041600                     MOVE WS-END-DAYNUM TO WS-INDEX-DAYS
041700                 END-IF
041800             END-IF
041900         END-IF
042000     END-IF
042100     .
042200 4000-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------*
042500* 4010-NOTE-HOLIDAY-YEAR                                        *
042600*--------------------------------------------------------------*
042700 4010-NOTE-HOLIDAY-YEAR.
042800     IF HOL-TBL-CCYY(HOL-IDX) < WS-FIRST-INDEX-YEAR
042900         MOVE HOL-TBL-CCYY(HOL-IDX) TO WS-FIRST-INDEX-YEAR
043000     END-IF
043100     IF HOL-TBL-CCYY(HOL-IDX) > WS-LAST-INDEX-YEAR
043200         MOVE HOL-TBL-CCYY(HOL-IDX) TO WS-LAST-INDEX-YEAR
043300     END-IF
043400     .
043500 4010-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------*
043800* 4100-FIND-MARKET-INDEX - ONE INDEX PER MARKET CODE, BUILT THE *
043900* FIRST TIME THE RUN UNIT ASKS FOR THAT MARKET AND HELD LIKE    *
044000* THE HOLIDAY TABLE. THERE IS ROOM FOR TEN MARKETS; ANY FURTHER *
044100* MARKET IS ANSWERED BY THE WALK.                               *
044200*--------------------------------------------------------------*
044300 4100-FIND-MARKET-INDEX.
044400     MOVE "N" TO WS-MARKET-INDEXED-SW
044500     IF WS-INDEX-DAYS > 0
044600         PERFORM 4110-MATCH-MARKET-INDEX
044700             VARYING WS-SLOT-SUB FROM 1 BY 1
044800             UNTIL WS-SLOT-SUB > WS-MARKET-INDEX-COUNT
044900                OR WS-MARKET-INDEXED
045000         IF NOT WS-MARKET-INDEXED
045100            AND WS-MARKET-INDEX-COUNT < 10
045200             ADD 1 TO WS-MARKET-INDEX-COUNT
045300             MOVE WS-MARKET-INDEX-COUNT TO WS-MARKET-SLOT
045400             PERFORM 4200-BUILD-MARKET-INDEX
045500             MOVE "Y" TO WS-MARKET-INDEXED-SW
045600         END-IF
045700     END-IF
045800     .
045900 4100-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200* 4110-MATCH-MARKET-INDEX                                       *
046300*--------------------------------------------------------------*
046400 4110-MATCH-MARKET-INDEX.
046500     IF MKX-MARKET(WS-SLOT-SUB) = LK-CALENDAR-CODE
046600         MOVE WS-SLOT-SUB TO WS-MARKET-SLOT
046700         MOVE "Y" TO WS-MARKET-INDEXED-SW
046800     END-IF
046900     .
047000 4110-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300* 4200-BUILD-MARKET-INDEX - MARK EVERY WEEKDAY IN THE RANGE A   *
047400* BUSINESS DAY, TAKE OFF THE MARKET'S HOLCAL HOLIDAYS, THEN     *
047500* NUMBER THE DAYS: EACH DAY'S ORDINAL IS THE COUNT OF BUSINESS  *
047600* DAYS FROM THE START OF THE RANGE UP TO AND INCLUDING IT, AND  *
047700* THE N-TH BUSINESS DAY'S DATE IS KEPT AGAINST N.               *
047800*--------------------------------------------------------------*
047900 4200-BUILD-MARKET-INDEX.
048000     MOVE LK-CALENDAR-CODE TO MKX-MARKET(WS-MARKET-SLOT)
048100     MOVE 0 TO MKX-BUSINESS-DAYS(WS-MARKET-SLOT)
048200     PERFORM 4210-MARK-WEEKDAY
048300         VARYING WS-DAY-SUB FROM 1 BY 1
048400         UNTIL WS-DAY-SUB > WS-INDEX-DAYS
048500     PERFORM 4220-MARK-HOLIDAY
048600         VARYING HOL-IDX FROM 1 BY 1
048700         UNTIL HOL-IDX > WS-HOLIDAY-COUNT
048800     MOVE WS-INDEX-START-DATE TO WS-WORK-DATE
048900     PERFORM 4230-NUMBER-ONE-DAY
049000         VARYING WS-DAY-SUB FROM 1 BY 1
049100         UNTIL WS-DAY-SUB > WS-INDEX-DAYS
049200     .
049300 4200-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600* 4210-MARK-WEEKDAY                                             *
049700*--------------------------------------------------------------*
049800 4210-MARK-WEEKDAY.
049900     COMPUTE WS-WORK-DAYNUM =
050000         WS-INDEX-BASE-DAYNUM + WS-DAY-SUB - 1
050100     PERFORM 3050-SET-DAY-OF-WEEK
050200     IF WS-WORK-DOW > 5
050300         MOVE "N" TO MKX-BUSDAY-SW(WS-MARKET-SLOT, WS-DAY-SUB)
050400     ELSE
050500         MOVE "Y" TO MKX-BUSDAY-SW(WS-MARKET-SLOT, WS-DAY-SUB)
050600     END-IF
050700     .
050800 4210-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------*
051100* 4220-MARK-HOLIDAY                                             *
051200*--------------------------------------------------------------*
051300 4220-MARK-HOLIDAY.
051400     IF HOL-TBL-MARKET(HOL-IDX) = LK-CALENDAR-CODE
051500         MOVE HOL-TBL-DATE(HOL-IDX) TO WS-WORK-DATE-X
051600         PERFORM 4300-LOCATE-WORK-DATE
051700         IF WS-DATE-IN-INDEX
051800             MOVE "N"
051900                 TO MKX-BUSDAY-SW(WS-MARKET-SLOT, WS-LOCATE-SUB)
052000         END-IF
052100     END-IF
052200     .
052300 4220-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600* 4230-NUMBER-ONE-DAY                                           *
052700*--------------------------------------------------------------*
052800 4230-NUMBER-ONE-DAY.
052900     IF MKX-BUSINESS-DAY(WS-MARKET-SLOT, WS-DAY-SUB)
053000         ADD 1 TO MKX-BUSINESS-DAYS(WS-MARKET-SLOT)
053100         MOVE MKX-BUSINESS-DAYS(WS-MARKET-SLOT) TO WS-ORDINAL-SUB
053200         MOVE WS-WORK-DATE-X
053300             TO MKX-BUSDAY-DATE(WS-MARKET-SLOT, WS-ORDINAL-SUB)
053400     END-IF
053500     MOVE MKX-BUSINESS-DAYS(WS-MARKET-SLOT)
053600         TO MKX-ORDINAL(WS-MARKET-SLOT, WS-DAY-SUB)
053700     PERFORM 3100-ADVANCE-ONE-DAY
053800     .
053900 4230-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------*
054200* 4300-LOCATE-WORK-DATE - THE WORK DATE'S POSITION IN THE INDEX *
054300* RANGE, IF IT FALLS INSIDE IT.                                 *
054400*--------------------------------------------------------------*
054500 4300-LOCATE-WORK-DATE.
054600     MOVE "N" TO WS-DATE-IN-INDEX-SW
054700     CALL "CALDAYNO" USING WS-WORK-DATE, WS-WORK-DAYNUM,
054800         WS-DAYNUM-RETURN-CODE
054900     IF WS-DAYNUM-RETURN-CODE = 00
055000        AND WS-WORK-DAYNUM NOT < WS-INDEX-BASE-DAYNUM
055100        AND WS-WORK-DAYNUM < WS-INDEX-BASE-DAYNUM + WS-INDEX-DAYS
055200         COMPUTE WS-LOCATE-SUB =
055300             WS-WORK-DAYNUM - WS-INDEX-BASE-DAYNUM + 1
055400         MOVE "Y" TO WS-DATE-IN-INDEX-SW
055500     END-IF
055600     .
055700 4300-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000* 4400-TAKE-INDEX-DATE - THE ANSWER IS THE BUSINESS DAY WHOSE   *
056100* ORDINAL IS IN WS-ORDINAL-SUB.                                 *
056200*--------------------------------------------------------------*
056300 4400-TAKE-INDEX-DATE.
056400     MOVE MKX-BUSDAY-DATE(WS-MARKET-SLOT, WS-ORDINAL-SUB)
056500         TO WS-WORK-DATE-X
056600     CALL "CALDAYNO" USING WS-WORK-DATE, WS-WORK-DAYNUM,
056700         WS-DAYNUM-RETURN-CODE
056800     PERFORM 3050-SET-DAY-OF-WEEK
056900     MOVE "Y" TO WS-INDEX-ANSWERED-SW
057000     .
057100 4400-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400* 5100-INDEX-NEXT-BUSINESS-DAY - THE BUSINESS DAY ONE ORDINAL   *
057500* PAST THE START DATE'S. LEAVES WS-INDEX-ANSWERED OFF WHEN THE  *
057600* START DATE OR THE ANSWER IS OUTSIDE THE INDEX.                *
057700*--------------------------------------------------------------*
057800 5100-INDEX-NEXT-BUSINESS-DAY.
057900     MOVE "N" TO WS-INDEX-ANSWERED-SW
058000     IF WS-MARKET-INDEXED
058100         MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
058200         PERFORM 4300-LOCATE-WORK-DATE
058300         IF WS-DATE-IN-INDEX
058400             COMPUTE WS-ORDINAL-SUB =
058500                 MKX-ORDINAL(WS-MARKET-SLOT, WS-LOCATE-SUB) + 1
058600             IF WS-ORDINAL-SUB
058700                 NOT > MKX-BUSINESS-DAYS(WS-MARKET-SLOT)
058800                 PERFORM 4400-TAKE-INDEX-DATE
058900             END-IF
059000         END-IF
059100     END-IF
059200     .
059300 5100-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600* 5200-INDEX-PREV-BUSINESS-DAY - THE BUSINESS DAY ONE ORDINAL   *
059700* BEFORE THE START DATE'S WHEN THE START DATE IS ITSELF A       *
059800* BUSINESS DAY; OTHERWISE THE START DATE'S ORDINAL IS ALREADY   *
059900* THE LAST BUSINESS DAY BEFORE IT.                              *
060000*--------------------------------------------------------------*
060100 5200-INDEX-PREV-BUSINESS-DAY.
060200     MOVE "N" TO WS-INDEX-ANSWERED-SW
060300     IF WS-MARKET-INDEXED
060400         MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
060500         PERFORM 4300-LOCATE-WORK-DATE
060600         IF WS-DATE-IN-INDEX
060700             MOVE MKX-ORDINAL(WS-MARKET-SLOT, WS-LOCATE-SUB)
060800                 TO WS-ORDINAL-SUB
060900             IF MKX-BUSINESS-DAY(WS-MARKET-SLOT, WS-LOCATE-SUB)
061000                 SUBTRACT 1 FROM WS-ORDINAL-SUB
061100             END-IF
061200             IF WS-ORDINAL-SUB > 0
061300                 PERFORM 4400-TAKE-INDEX-DATE
061400             END-IF
061500         END-IF
061600     END-IF
061700     .
061800 5200-EXIT.
061900     EXIT.
062000*--------------------------------------------------------------*
062100* 5300-INDEX-COUNT-BUSINESS-DAYS - END DATE'S ORDINAL LESS THE  *
062200* START DATE'S, WHEN BOTH DATES ARE INSIDE THE INDEX.           *
062300*--------------------------------------------------------------*
062400 5300-INDEX-COUNT-BUSINESS-DAYS.
062500     MOVE "N" TO WS-INDEX-ANSWERED-SW
062600     IF WS-MARKET-INDEXED
062700         MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
062800         PERFORM 4300-LOCATE-WORK-DATE
062900         IF WS-DATE-IN-INDEX
063000             MOVE WS-LOCATE-SUB TO WS-START-SUB
063100             MOVE WS-REQUEST-END-DATE TO WS-WORK-DATE-X
063200             PERFORM 4300-LOCATE-WORK-DATE
063300             IF WS-DATE-IN-INDEX
063400                 COMPUTE WS-BUSINESS-DAY-COUNT =
063500                     MKX-ORDINAL(WS-MARKET-SLOT, WS-LOCATE-SUB)
063600                   - MKX-ORDINAL(WS-MARKET-SLOT, WS-START-SUB)
063700                 MOVE "Y" TO WS-INDEX-ANSWERED-SW
063800             END-IF
063900         END-IF
064000     END-IF
064100     .
064200 5300-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------*
064500* 5400-INDEX-ADD-BUSINESS-DAYS - THE BUSINESS DAY N ORDINALS    *
064600* PAST THE START DATE'S.                                        *
064700*--------------------------------------------------------------*
064800 5400-INDEX-ADD-BUSINESS-DAYS.
064900     MOVE "N" TO WS-INDEX-ANSWERED-SW
065000     IF WS-MARKET-INDEXED
065100         MOVE WS-REQUEST-START-DATE TO WS-WORK-DATE-X
065200         PERFORM 4300-LOCATE-WORK-DATE
065300         IF WS-DATE-IN-INDEX
065400             COMPUTE WS-ORDINAL-SUB =
065500                 MKX-ORDINAL(WS-MARKET-SLOT, WS-LOCATE-SUB)
065600               + WS-REQUEST-DAYS
065700             IF WS-ORDINAL-SUB
065800                 NOT > MKX-BUSINESS-DAYS(WS-MARKET-SLOT)
065900                 PERFORM 4400-TAKE-INDEX-DATE
066000             END-IF
066100         END-IF
066200     END-IF
066300     .
066400 5400-EXIT.
066500     EXIT.
066600*--------------------------------------------------------------*
066700* 6000-CHECK-INDEX-COVERS - A COMPARISON IS ONLY A PROOF WHEN   *
066800* THE MARKET HAS AN INDEX AND BOTH ENDS OF THE RANGE ARE IN IT. *
066900*--------------------------------------------------------------*
067000 6000-CHECK-INDEX-COVERS.
067100     MOVE "N" TO WS-DATE-IN-INDEX-SW
067200     IF WS-MARKET-INDEXED
067300         MOVE LK-START-DATE TO WS-WORK-DATE
067400         PERFORM 4300-LOCATE-WORK-DATE
067500         IF WS-DATE-IN-INDEX
067600             MOVE LK-END-DATE TO WS-WORK-DATE
067700             PERFORM 4300-LOCATE-WORK-DATE
067800         END-IF
067900     END-IF
068000     .
068100 6000-EXIT.
068200     EXIT.
068300*--------------------------------------------------------------*
068400* 6100-COMPARE-ONE-DATE - FROM THIS DATE: NEXT AND PREVIOUS     *
068500* BUSINESS DAY, T+1 THROUGH T+10, AND THE COUNT TO EACH OF THE  *
068600* NEXT 15 CALENDAR DATES (THIS DATE INCLUDED). A LOOKUP THE     *
068700* INDEX CANNOT ANSWER IS WALKED IN PRODUCTION TOO, SO IT IS NOT *
068800* COMPARED.                                                     *
068900*--------------------------------------------------------------*
069000 6100-COMPARE-ONE-DATE.
069100     MOVE WS-COMPARE-DATE TO WS-REQUEST-START-DATE
069200     PERFORM 5100-INDEX-NEXT-BUSINESS-DAY
069300     IF WS-INDEX-ANSWERED
069400         MOVE WS-WORK-DATE-X TO WS-INDEX-ANSWER-DATE
069500         PERFORM 2250-WALK-NEXT-BUSINESS-DAY
069600         IF WS-WORK-DATE-X NOT = WS-INDEX-ANSWER-DATE
069700             PERFORM 6900-NOTE-MISMATCH
069800         END-IF
069900     END-IF
070000     PERFORM 5200-INDEX-PREV-BUSINESS-DAY
070100     IF WS-INDEX-ANSWERED
070200         MOVE WS-WORK-DATE-X TO WS-INDEX-ANSWER-DATE
070300         PERFORM 2350-WALK-PREV-BUSINESS-DAY
070400         IF WS-WORK-DATE-X NOT = WS-INDEX-ANSWER-DATE
070500             PERFORM 6900-NOTE-MISMATCH
070600         END-IF
070700     END-IF
070800     PERFORM 6200-COMPARE-ADD
070900         VARYING WS-REQUEST-DAYS FROM 1 BY 1
071000         UNTIL WS-REQUEST-DAYS > 10
071100     MOVE WS-COMPARE-DATE TO WS-COMPARE-END-DATE
071200     PERFORM 6300-COMPARE-COUNT 15 TIMES
071300     IF WS-COMPARE-DATE = LK-END-DATE
071400         MOVE "Y" TO WS-COMPARE-DONE-SW
071500     ELSE
071600         MOVE WS-COMPARE-DATE TO WS-WORK-DATE-X
071700         PERFORM 3100-ADVANCE-ONE-DAY
071800         MOVE WS-WORK-DATE-X TO WS-COMPARE-DATE
071900     END-IF
072000     .
072100 6100-EXIT.
072200     EXIT.
072300*--------------------------------------------------------------*
072400* 6200-COMPARE-ADD                                              *
072500*--------------------------------------------------------------*
072600 6200-COMPARE-ADD.
072700     PERFORM 5400-INDEX-ADD-BUSINESS-DAYS
072800     IF WS-INDEX-ANSWERED
072900         MOVE WS-WORK-DATE-X TO WS-INDEX-ANSWER-DATE
073000         PERFORM 2270-WALK-ADD-BUSINESS-DAYS
073100         IF WS-WORK-DATE-X NOT = WS-INDEX-ANSWER-DATE
073200             PERFORM 6900-NOTE-MISMATCH
073300         END-IF
073400     END-IF
073500     .
073600 6200-EXIT.
073700     EXIT.
073800*--------------------------------------------------------------*
073900* 6300-COMPARE-COUNT                                            *
074000*--------------------------------------------------------------*
074100 6300-COMPARE-COUNT.
074200     MOVE WS-COMPARE-END-DATE TO WS-REQUEST-END-DATE
074300     PERFORM 5300-INDEX-COUNT-BUSINESS-DAYS
074400     IF WS-INDEX-ANSWERED
074500         MOVE WS-BUSINESS-DAY-COUNT TO WS-INDEX-ANSWER-COUNT
074600         PERFORM 2450-WALK-COUNT-BUSINESS-DAYS
074700         IF WS-BUSINESS-DAY-COUNT NOT = WS-INDEX-ANSWER-COUNT
074800             PERFORM 6900-NOTE-MISMATCH
074900         END-IF
075000     END-IF
075100     MOVE WS-COMPARE-END-DATE TO WS-WORK-DATE-X
075200     PERFORM 3100-ADVANCE-ONE-DAY
075300     MOVE WS-WORK-DATE-X TO WS-COMPARE-END-DATE
075400     .
075500 6300-EXIT.
075600     EXIT.
075700*--------------------------------------------------------------*
075800* 6900-NOTE-MISMATCH                                            *
075900*--------------------------------------------------------------*
076000 6900-NOTE-MISMATCH.
076100     IF WS-MISMATCH-COUNT < 99999
076200         ADD 1 TO WS-MISMATCH-COUNT
076300     END-IF
076400     IF WS-MISMATCH-COUNT = 1
076500         MOVE WS-COMPARE-DATE TO LK-RESULT-DATE
076600     END-IF
076700     .
076800 6900-EXIT.
076900     EXIT.
