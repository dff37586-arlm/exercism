000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREMDUE.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. PREMIUM DUE-DATE SERVICE. GIVEN A    *
001100*                POLICY'S ISSUE DATE, BILLING MODE, FEB 29 RULE *
001200*                CODE AND GRACE DAYS, A DUE YEAR AND MONTH, THE *
001300*                LAPSE-NOTICE LEAD IN BUSINESS DAYS AND A       *
001400*                MARKET CALENDAR CODE (SPACES IS THE DOMESTIC   *
001500*                CALENDAR), IT RETURNS THE PREMIUM DUE DATE IN  *
001600*                THAT MONTH, THE GRACE END (DUE DATE PLUS GRACE *
001700*                DAYS), THE GRACE EXPIRY (GRACE END ROLLED      *
001800*                FORWARD TO A BUSINESS DAY THROUGH BUSDAYS) AND *
001900*                THE LAPSE-NOTICE DATE (THE NOTICE LEAD IN      *
002000*                BUSINESS DAYS BEFORE THE EXPIRY). PREMIUMS     *
002100*                FALL DUE EVERY 12, 6, 3 OR 1 MONTHS FROM THE   *
002200*                ISSUE DATE FOR BILLING MODE A, S, Q OR M. IN   *
002300*                THE ANNIVERSARY MONTH THE DUE DATE IS          *
002400*                POLANNIV'S ANSWER, SO THE FEB 29 RULE IS STILL *
002500*                APPLIED IN ONE PLACE. IN ANY OTHER MONTH TOO   *
002600*                SHORT FOR THE ISSUE DAY, WHICH ONLY AN ISSUE   *
002700*                ON THE 29TH TO 31ST CAN MEET, RULE CODE N      *
002800*                GIVES THE FIRST DAY OF THE NEXT MONTH AND P,   *
002900*                BLANK OR ANY OTHER CODE THE LAST DAY OF THE    *
003000*                MONTH, AS THE EXTRACT ONLY CARRIES A RULE CODE *
003100*                FOR A FEB 29 ISSUE.                            *
003200*                RETURN CODES:                                  *
003300*                  00  DUE DATE FELL NATURALLY                  *
003400*                  01  RULE CODE APPLIED TO THE DUE DATE        *
003500*                  04  NO PREMIUM FALLS DUE IN THAT MONTH       *
003600*                  10  UNKNOWN RULE CODE ON A FEB 29 ISSUE      *
003700*                  11  UNKNOWN BILLING MODE                     *
003800*                  98  BUSDAYS COULD NOT ROLL THE GRACE EXPIRY  *
003900*                      OR STEP BACK TO THE NOTICE DATE          *
004000*                  99  INVALID ISSUE DATE, DUE MONTH, GRACE     *
004100*                      DAYS OR NOTICE LEAD                      *
004200*                EVERY ANSWER OTHER THAN 00 OR 01 RETURNS ZERO  *
004300*                DATES.                                         *
004400*--------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
004900     88 WS-DATE-IS-VALID                   VALUE "Y".
005000 01  WS-INTERVAL-MONTHS        PIC 9(02)   VALUE 0.
005100 01  WS-MONTHS-ELAPSED         PIC S9(06)  VALUE 0.
005200 01  WS-CYCLE-COUNT            PIC 9(06)   VALUE 0.
005300 01  WS-CYCLE-REMAINDER        PIC 9(02)   VALUE 0.
005400 01  WS-ANNIV-RETURN-CODE      PIC 9(02)   VALUE 0.
005500 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
005600 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
005700     88 WS-YEAR-INVALID                    VALUE 99.
005800 01  WS-MONTH-DAYS-TBL.
005900     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
006000 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE SPACE.
006100     COPY CALDATE REPLACING ==CALENDAR-DATE==
006200                            BY ==WS-BUS-START-DATE==
006300                            ==CD-CCYY==       BY ==BST-CCYY==
006400                            ==CD-MM==         BY ==BST-MM==
006500                            ==CD-DD==         BY ==BST-DD==.
006600     COPY CALDATE REPLACING ==CALENDAR-DATE==
006700                            BY ==WS-BUS-END-DATE==
006800                            ==CD-CCYY==       BY ==BEN-CCYY==
006900                            ==CD-MM==         BY ==BEN-MM==
007000                            ==CD-DD==         BY ==BEN-DD==.
007100     COPY CALDATE REPLACING ==CALENDAR-DATE==
007200                            BY ==WS-BUS-RESULT-DATE==
007300                            ==CD-CCYY==       BY ==BRS-CCYY==
007400                            ==CD-MM==         BY ==BRS-MM==
007500                            ==CD-DD==         BY ==BRS-DD==.
007600 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
007700 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
007800 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
007900     88 WS-BUS-VALID-RESULT                VALUE 00.
008000 LINKAGE SECTION.
008100     COPY CALDATE REPLACING ==CALENDAR-DATE== BY ==LK-ISSUE-DATE==
008200                            ==CD-CCYY==       BY ==ISS-CCYY==
008300                            ==CD-MM==         BY ==ISS-MM==
008400                            ==CD-DD==         BY ==ISS-DD==.
008500 01  LK-BILLING-MODE           PIC X(01).
008600     88 LK-ANNUAL-MODE                     VALUE "A".
008700     88 LK-SEMI-ANNUAL-MODE                VALUE "S".
008800     88 LK-QUARTERLY-MODE                  VALUE "Q".
008900     88 LK-MONTHLY-MODE                    VALUE "M".
009000 01  LK-RULE-CODE              PIC X(01).
009100     88 LK-RULE-PRIOR-DAY                  VALUE "P".
009200     88 LK-RULE-NEXT-DAY                   VALUE "N".
009300 01  LK-DUE-YEAR               PIC 9(04).
009400 01  LK-DUE-MONTH              PIC 9(02).
009500 01  LK-GRACE-DAYS             PIC 9(03).
009600 01  LK-NOTICE-DAYS            PIC 9(02).
009700 01  LK-CALENDAR-CODE          PIC X(03).
009800     COPY CALDATE REPLACING ==CALENDAR-DATE== BY ==LK-DUE-DATE==
009900                            ==CD-CCYY==       BY ==DUE-CCYY==
010000                            ==CD-MM==         BY ==DUE-MM==
010100                            ==CD-DD==         BY ==DUE-DD==.
010200     COPY CALDATE REPLACING ==CALENDAR-DATE==
010300                            BY ==LK-GRACE-END-DATE==
010400                            ==CD-CCYY==       BY ==GRC-CCYY==
010500                            ==CD-MM==         BY ==GRC-MM==
010600                            ==CD-DD==         BY ==GRC-DD==.
010700     COPY CALDATE REPLACING ==CALENDAR-DATE==
010800                            BY ==LK-EXPIRY-DATE==
010900                            ==CD-CCYY==       BY ==EXP-CCYY==
011000                            ==CD-MM==         BY ==EXP-MM==
011100                            ==CD-DD==         BY ==EXP-DD==.
011200     COPY CALDATE REPLACING ==CALENDAR-DATE==
011300                            BY ==LK-NOTICE-DATE==
011400                            ==CD-CCYY==       BY ==NTC-CCYY==
011500                            ==CD-MM==         BY ==NTC-MM==
011600                            ==CD-DD==         BY ==NTC-DD==.
011700 01  LK-RETURN-CODE            PIC 9(02).
011800     88 LK-NATURAL-DUE-DATE                VALUE 00.
011900     88 LK-RULE-APPLIED                    VALUE 01.
012000     88 LK-DUE-DATE-FOUND                  VALUE 00 01.
012100     88 LK-NOT-DUE-THIS-MONTH              VALUE 04.
012200     88 LK-BAD-RULE-CODE                   VALUE 10.
012300     88 LK-BAD-BILLING-MODE                VALUE 11.
012400     88 LK-BUSDAYS-FAILED                  VALUE 98.
012500     88 LK-INVALID-REQUEST                 VALUE 99.
012600 PROCEDURE DIVISION USING LK-ISSUE-DATE, LK-BILLING-MODE,
012700     LK-RULE-CODE, LK-DUE-YEAR, LK-DUE-MONTH, LK-GRACE-DAYS,
012800     LK-NOTICE-DAYS, LK-CALENDAR-CODE, LK-DUE-DATE,
012900     LK-GRACE-END-DATE, LK-EXPIRY-DATE, LK-NOTICE-DATE,
013000     LK-RETURN-CODE.
013100 0000-PREMDUE-MAINLINE.
013200     MOVE 00 TO LK-RETURN-CODE
013300     PERFORM 1000-VALIDATE-REQUEST
013400     IF LK-NATURAL-DUE-DATE
013500         PERFORM 2000-CHECK-DUE-MONTH
013600     END-IF
013700     IF LK-NATURAL-DUE-DATE
013800         PERFORM 3000-BUILD-DUE-DATE
013900     END-IF
014000     IF LK-DUE-DATE-FOUND
014100         PERFORM 4000-BUILD-GRACE-DATES
014200     END-IF
014300     IF NOT LK-DUE-DATE-FOUND
014400         MOVE ZEROS TO LK-DUE-DATE
014500         MOVE ZEROS TO LK-GRACE-END-DATE
014600         MOVE ZEROS TO LK-EXPIRY-DATE
014700         MOVE ZEROS TO LK-NOTICE-DATE
014800     END-IF
014900     EXIT PROGRAM.
015000*--------------------------------------------------------------*
015100* 1000-VALIDATE-REQUEST - THE ISSUE DATE MUST PASS CALVALID,    *
015200* THE DUE MONTH MUST BE A REAL MONTH AND THE DAY COUNTS         *
015300* NUMERIC. THE BILLING MODE GIVES THE MONTHS BETWEEN DUE DATES. *
015400*--------------------------------------------------------------*
015500 1000-VALIDATE-REQUEST.
015600     CALL "CALVALID" USING LK-ISSUE-DATE, WS-DATE-VALID-SW
015700     IF NOT WS-DATE-IS-VALID
015800        OR LK-DUE-YEAR IS NOT NUMERIC
015900        OR LK-DUE-MONTH IS NOT NUMERIC
016000        OR LK-GRACE-DAYS IS NOT NUMERIC
016100        OR LK-NOTICE-DAYS IS NOT NUMERIC
016200         MOVE 99 TO LK-RETURN-CODE
016300     ELSE
016400         IF LK-DUE-MONTH < 1 OR LK-DUE-MONTH > 12
016500             MOVE 99 TO LK-RETURN-CODE
016600         END-IF
016700     END-IF
016800     IF LK-NATURAL-DUE-DATE
016900         IF LK-ANNUAL-MODE
017000             MOVE 12 TO WS-INTERVAL-MONTHS
017100         ELSE
017200             IF LK-SEMI-ANNUAL-MODE
017300                 MOVE 6 TO WS-INTERVAL-MONTHS
017400             ELSE
017500                 IF LK-QUARTERLY-MODE
017600                     MOVE 3 TO WS-INTERVAL-MONTHS
017700                 ELSE
017800                     IF LK-MONTHLY-MODE
017900                         MOVE 1 TO WS-INTERVAL-MONTHS
018000                     ELSE
018100                         MOVE 11 TO LK-RETURN-CODE
018200                     END-IF
018300                 END-IF
018400             END-IF
018500         END-IF
018600     END-IF
018700     .
018800 1000-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------*
019100* 2000-CHECK-DUE-MONTH - A PREMIUM FALLS DUE IN A MONTH THAT IS *
019200* A WHOLE NUMBER OF BILLING INTERVALS ON FROM THE ISSUE MONTH.  *
019300* NOTHING FALLS DUE BEFORE ISSUE.                               *
019400*--------------------------------------------------------------*
019500 2000-CHECK-DUE-MONTH.
019600     COMPUTE WS-MONTHS-ELAPSED =
019700         (LK-DUE-YEAR - ISS-CCYY) * 12 + LK-DUE-MONTH - ISS-MM
019800     IF WS-MONTHS-ELAPSED < 0
019900         MOVE 04 TO LK-RETURN-CODE
020000     ELSE
020100         DIVIDE WS-MONTHS-ELAPSED BY WS-INTERVAL-MONTHS
020200             GIVING WS-CYCLE-COUNT
020300             REMAINDER WS-CYCLE-REMAINDER
020400         IF WS-CYCLE-REMAINDER NOT = 0
020500             MOVE 04 TO LK-RETURN-CODE
020600         END-IF
020700     END-IF
020800     .
020900 2000-EXIT.
021000     EXIT.
021100*--------------------------------------------------------------*
021200* 3000-BUILD-DUE-DATE - THE ANNIVERSARY MONTH GOES TO POLANNIV, *
021300* WHOSE RETURN CODES MEAN THE SAME HERE. ANY OTHER MONTH IS     *
021400* BUILT HERE.                                                   *
021500*--------------------------------------------------------------*
021600 3000-BUILD-DUE-DATE.
021700     IF LK-DUE-MONTH = ISS-MM
021800         CALL "POLANNIV" USING LK-ISSUE-DATE, LK-DUE-YEAR,
021900             LK-RULE-CODE, LK-DUE-DATE, WS-ANNIV-RETURN-CODE
022000         MOVE WS-ANNIV-RETURN-CODE TO LK-RETURN-CODE
022100     ELSE
022200         PERFORM 3100-BUILD-MONTHLY-DUE-DATE
022300     END-IF
022400     .
022500 3000-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------*
022800* 3100-BUILD-MONTHLY-DUE-DATE - SAME DAY AS THE ISSUE DAY WHEN  *
022900* THE MONTH HAS IT; OTHERWISE THE NEXT MONTH'S FIRST DAY FOR    *
023000* RULE CODE N, OR THE MONTH'S LAST DAY FOR P, BLANK OR ANY      *
023100* OTHER CODE. ONLY A 29TH-31ST ISSUE IS EVER SHORT HERE AND THE *
023200* EXTRACT CARRIES A RULE CODE ONLY FOR A FEB 29 ISSUE, SO NO    *
023300* RULE CODE IS REJECTED HERE.                                   *
023400*--------------------------------------------------------------*
023500 3100-BUILD-MONTHLY-DUE-DATE.
023600     CALL "CALMDAYS" USING LK-DUE-YEAR, WS-YEAR-LEAP-FLAG,
023700         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
023800     IF WS-YEAR-INVALID
023900         MOVE 99 TO LK-RETURN-CODE
024000     ELSE
024100         MOVE LK-DUE-YEAR TO DUE-CCYY
024200         MOVE LK-DUE-MONTH TO DUE-MM
024300         IF ISS-DD NOT > WS-MAX-DAYS(LK-DUE-MONTH)
024400             MOVE ISS-DD TO DUE-DD
024500             MOVE 00 TO LK-RETURN-CODE
024600         ELSE
024700             IF LK-RULE-NEXT-DAY
024800                 MOVE 1 TO DUE-DD
024900                 IF DUE-MM < 12
025000                     ADD 1 TO DUE-MM
025100                 ELSE
025200                     MOVE 1 TO DUE-MM
025300                     ADD 1 TO DUE-CCYY
025400                 END-IF
025500             ELSE
025600                 MOVE WS-MAX-DAYS(LK-DUE-MONTH) TO DUE-DD
025700             END-IF
025800             MOVE 01 TO LK-RETURN-CODE
025900         END-IF
026000     END-IF
026100     .
026200 3100-EXIT.
026300     EXIT.
026400*--------------------------------------------------------------*
026500* 4000-BUILD-GRACE-DATES - GRACE END IS THE DUE DATE PLUS THE   *
026600* GRACE DAYS. THE EXPIRY IS THE FIRST BUSINESS DAY ON OR AFTER  *
026700* THE GRACE END (BACK ONE BUSINESS DAY, THEN BUSDAYS'           *
026800* STRICTLY-NEXT); THE NOTICE DATE IS REACHED BY STEPPING BACK   *
026900* ONE BUSINESS DAY AT A TIME FROM THE EXPIRY. A BUSDAYS ANSWER  *
027000* OTHER THAN 00 ENDS THE REQUEST 98.                            *
027100*--------------------------------------------------------------*
027200 4000-BUILD-GRACE-DATES.
027300     MOVE LK-DUE-DATE TO LK-GRACE-END-DATE
027400     CALL "CALMDAYS" USING GRC-CCYY, WS-YEAR-LEAP-FLAG,
027500         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
027600     PERFORM 4100-ADVANCE-ONE-DAY LK-GRACE-DAYS TIMES
027700     MOVE LK-GRACE-END-DATE TO WS-BUS-START-DATE
027800     MOVE "P" TO WS-BUS-FUNCTION-CODE
027900     PERFORM 4300-CALL-BUSDAYS
028000     IF WS-BUS-VALID-RESULT
028100         MOVE WS-BUS-RESULT-DATE TO WS-BUS-START-DATE
028200         MOVE "N" TO WS-BUS-FUNCTION-CODE
028300         PERFORM 4300-CALL-BUSDAYS
028400     END-IF
028500     IF WS-BUS-VALID-RESULT
028600         MOVE WS-BUS-RESULT-DATE TO LK-EXPIRY-DATE
028700         MOVE WS-BUS-RESULT-DATE TO WS-BUS-START-DATE
028800         MOVE "P" TO WS-BUS-FUNCTION-CODE
028900         PERFORM 4200-BACK-ONE-BUSINESS-DAY LK-NOTICE-DAYS TIMES
029000     END-IF
029100     IF WS-BUS-VALID-RESULT
029200         MOVE WS-BUS-START-DATE TO LK-NOTICE-DATE
029300     ELSE
029400         MOVE 98 TO LK-RETURN-CODE
029500     END-IF
029600     .
029700 4000-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000* 4100-ADVANCE-ONE-DAY - ROLL THE GRACE END FORWARD ONE DAY.    *
030100* LEAVES THE NEW YEAR'S MONTH LENGTHS IN WS-MONTH-DAYS-TBL.     *
030200*--------------------------------------------------------------*
030300 4100-ADVANCE-ONE-DAY.
030400     IF GRC-DD < WS-MAX-DAYS(GRC-MM)
030500         ADD 1 TO GRC-DD
030600     ELSE
030700         MOVE 1 TO GRC-DD
030800         IF GRC-MM < 12
030900             ADD 1 TO GRC-MM
031000         ELSE
031100             MOVE 1 TO GRC-MM
031200             ADD 1 TO GRC-CCYY
031300             CALL "CALMDAYS" USING GRC-CCYY, WS-YEAR-LEAP-FLAG,
031400                 WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
031500         END-IF
031600     END-IF
031700     .
031800 4100-EXIT.
031900     EXIT.
032000*--------------------------------------------------------------*
032100* 4200-BACK-ONE-BUSINESS-DAY - ONE STEP OF THE NOTICE LEAD. A   *
032200* FAILED STEP STOPS THE WALK WHERE IT IS.                       *
032300*--------------------------------------------------------------*
032400 4200-BACK-ONE-BUSINESS-DAY.
032500     IF WS-BUS-VALID-RESULT
032600         PERFORM 4300-CALL-BUSDAYS
032700         IF WS-BUS-VALID-RESULT
032800             MOVE WS-BUS-RESULT-DATE TO WS-BUS-START-DATE
032900         END-IF
033000     END-IF
033100     .
033200 4200-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------*
033500* 4300-CALL-BUSDAYS                                             *
033600*--------------------------------------------------------------*
033700 4300-CALL-BUSDAYS.
033800     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE,
033900         LK-CALENDAR-CODE,
034000         WS-BUS-START-DATE, WS-BUS-END-DATE,
034100         WS-BUS-RESULT-DATE, WS-BUS-DAY-OF-WEEK,
034200         WS-BUS-BUSINESS-DAYS, WS-BUS-RETURN-CODE
034300     .
034400 4300-EXIT.
034500     EXIT.
