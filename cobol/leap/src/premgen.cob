000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREMGEN.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. BATCH PREMIUM DUE-DATE DRIVER OVER   *
001100*                THE PREMDUE SERVICE AND THE POLEXTR POLICY     *
001200*                EXTRACT. THE PREMPARM CARD GIVES THE           *
001300*                SCHEDULING WINDOW (FROM AND TO DATES, AT MOST  *
001400*                24 MONTHS), THE LAPSE-NOTICE LEAD IN BUSINESS  *
001500*                DAYS (BLANK OR ZERO TAKES 10) AND THE MARKET   *
001600*                CALENDAR THE GRACE EXPIRY AND NOTICE DATE ARE  *
001700*                COUNTED ON (SPACES IS THE DOMESTIC CALENDAR).  *
001800*                FOR EACH POLICY PREMDUE IS ASKED FOR EVERY     *
001900*                MONTH OF THE WINDOW, AND THE MONTH BEFORE IT   *
002000*                SO A DUE DATE THE N RULE CARRIES INTO THE      *
002100*                WINDOW IS NOT MISSED; EVERY DUE DATE INSIDE    *
002200*                THE WINDOW GOES TO THE PREMWORK WORK FILE AS A *
002300*                PREMREC RECORD DATED WITH THE RUN DATE. THE    *
002400*                WORK FILE IS THEN SORTED INTO PREMOUT IN       *
002500*                LAPSE-NOTICE DATE ORDER FOR THE NOTICE PRINT   *
002600*                RUN, AND THE REPORT LISTS, IN THE SAME ORDER,  *
002700*                EVERY DUE DATE WHOSE GRACE PERIOD CROSSES A    *
002800*                YEAR-END OR INCLUDES A FEB 29. A POLICY        *
002900*                PREMDUE CANNOT SCHEDULE IN EVERY MONTH (BAD    *
003000*                ISSUE DATE, GRACE DAYS, BILLING MODE OR FEB 29 *
003100*                RULE CODE, OR A GRACE EXPIRY BUSDAYS CANNOT    *
003200*                ROLL) GOES TO THE REJECT REPORT WITH NO DUE    *
003300*                DATES: A POLICY'S DUE DATES ARE HELD UNTIL ITS *
003400*                LAST MONTH IS ANSWERED AND WRITTEN ONLY THEN.  *
003500*                CONDITION CODES:                               *
003600*                  84  CONTROL CARD UNUSABLE - NO SCHEDULE      *
003700*                  85  A POLICY WAS REJECTED                    *
003800*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
003900*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
004000*                JOB.                                           *
004100*--------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO PREMPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CONTROL-FILE-STATUS.
004800     SELECT POLICY-FILE ASSIGN TO POLEXTR
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-POLICY-FILE-STATUS.
005100     SELECT WORK-FILE ASSIGN TO PREMWORK
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-WORK-FILE-STATUS.
005400     SELECT SORT-FILE ASSIGN TO PREMSORT.
005500     SELECT DUE-FILE ASSIGN TO PREMOUT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-DUE-FILE-STATUS.
005800     SELECT REPORT-FILE ASSIGN TO PREMRPTO
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-FILE-STATUS.
006100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RUNLOG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CONTROL-FILE
006700     RECORDING MODE IS F.
006800 01  CONTROL-RECORD.
006900     05 PMP-WINDOW-FROM.
007000         10 PMP-FROM-CCYY      PIC 9(04).
007100         10 PMP-FROM-MM        PIC 9(02).
007200         10 PMP-FROM-DD        PIC 9(02).
007300     05 PMP-WINDOW-TO.
007400         10 PMP-TO-CCYY        PIC 9(04).
007500         10 PMP-TO-MM          PIC 9(02).
007600         10 PMP-TO-DD          PIC 9(02).
007700     05 PMP-NOTICE-DAYS        PIC 9(02).
007800     05 PMP-CALENDAR-CODE      PIC X(03).
007900     05 FILLER                 PIC X(59).
008000 FD  POLICY-FILE
008100     RECORDING MODE IS F.
008200     COPY POLEXTR.
008300 FD  WORK-FILE
008400     RECORDING MODE IS F.
008500 01  WORK-RECORD               PIC X(80).
008600 SD  SORT-FILE.
008700 01  SORT-RECORD.
008800     05 FILLER                 PIC X(08).
008900     05 SRT-NOTICE-DATE        PIC 9(08).
009000     05 SRT-POLICY-KEY         PIC X(10).
009100     05 SRT-DUE-DATE           PIC 9(08).
009200     05 FILLER                 PIC X(46).
009300 FD  DUE-FILE
009400     RECORDING MODE IS F.
009500 01  DUE-RECORD                PIC X(80).
009600 FD  REPORT-FILE
009700     RECORDING MODE IS F.
009800 01  REPORT-LINE               PIC X(80).
009900 FD  RUN-LOG-FILE
010000     RECORDING MODE IS F.
010100     COPY RUNSTATS.
010200 WORKING-STORAGE SECTION.
010300 01  WS-CONTROL-FILE-STATUS    PIC X(02)   VALUE "00".
010400     88 WS-CONTROL-NOT-FOUND               VALUE "35".
010500 01  WS-POLICY-FILE-STATUS     PIC X(02)   VALUE "00".
010600 01  WS-WORK-FILE-STATUS       PIC X(02)   VALUE "00".
010700 01  WS-DUE-FILE-STATUS        PIC X(02)   VALUE "00".
010800 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
010900 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
011000     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
011100 01  WS-CONTROL-EOF-SW         PIC X(01)   VALUE "N".
011200     88 WS-NO-MORE-CONTROLS                VALUE "Y".
011300 01  WS-POLICY-EOF-SW          PIC X(01)   VALUE "N".
011400     88 WS-NO-MORE-POLICIES                VALUE "Y".
011500 01  WS-DUE-EOF-SW             PIC X(01)   VALUE "N".
011600     88 WS-NO-MORE-DUE-DATES               VALUE "Y".
011700 01  WS-CARD-USABLE-SW         PIC X(01)   VALUE "N".
011800     88 WS-CARD-USABLE                     VALUE "Y".
011900 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
012000     88 WS-DATE-IS-VALID                   VALUE "Y".
012100 01  WS-POLICY-REJECTED-SW     PIC X(01)   VALUE "N".
012200     88 WS-POLICY-REJECTED                 VALUE "Y".
012300 01  WS-RUN-DATE               PIC 9(08)   VALUE 0.
012400 01  WS-NOTICE-DAYS            PIC 9(02)   VALUE 0.
012500 01  WS-FIRST-PERIOD           PIC 9(06)   VALUE 0.
012600 01  WS-LAST-PERIOD            PIC 9(06)   VALUE 0.
012700 01  WS-DUE-PERIOD             PIC 9(06)   VALUE 0.
012800 01  WS-DUE-YEAR               PIC 9(04)   VALUE 0.
012900 01  WS-DUE-MONTH              PIC 9(02)   VALUE 0.
013000 01  WS-SPAN-YEAR              PIC 9(04)   VALUE 0.
013100     COPY CALDATE REPLACING ==CALENDAR-DATE==
013200                            BY ==WS-DUE-DATE==
013300                            ==CD-CCYY==       BY ==WDU-CCYY==
013400                            ==CD-MM==         BY ==WDU-MM==
013500                            ==CD-DD==         BY ==WDU-DD==.
013600     COPY CALDATE REPLACING ==CALENDAR-DATE==
013700                            BY ==WS-GRACE-END-DATE==
013800                            ==CD-CCYY==       BY ==WGR-CCYY==
013900                            ==CD-MM==         BY ==WGR-MM==
014000                            ==CD-DD==         BY ==WGR-DD==.
014100     COPY CALDATE REPLACING ==CALENDAR-DATE==
014200                            BY ==WS-EXPIRY-DATE==
014300                            ==CD-CCYY==       BY ==WEX-CCYY==
014400                            ==CD-MM==         BY ==WEX-MM==
014500                            ==CD-DD==         BY ==WEX-DD==.
014600     COPY CALDATE REPLACING ==CALENDAR-DATE==
014700                            BY ==WS-NOTICE-DATE==
014800                            ==CD-CCYY==       BY ==WNT-CCYY==
014900                            ==CD-MM==         BY ==WNT-MM==
015000                            ==CD-DD==         BY ==WNT-DD==.
015100     COPY CALDATE REPLACING ==CALENDAR-DATE==
015200                            BY ==WS-LEAP-DAY==
015300                            ==CD-CCYY==       BY ==WLD-CCYY==
015400                            ==CD-MM==         BY ==WLD-MM==
015500                            ==CD-DD==         BY ==WLD-DD==.
015600 01  WS-DUE-RETURN-CODE        PIC 9(02)   VALUE 0.
015700     88 WS-DUE-DATE-FOUND                  VALUE 00 01.
015800     88 WS-RULE-APPLIED                    VALUE 01.
015900     88 WS-NOT-DUE-THIS-MONTH              VALUE 04.
016000     88 WS-BAD-RULE-CODE                   VALUE 10.
016100     88 WS-BAD-BILLING-MODE                VALUE 11.
016200     88 WS-BUSDAYS-FAILED                  VALUE 98.
016300     88 WS-INVALID-REQUEST                 VALUE 99.
016400 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
016500     88 WS-YEAR-IS-LEAP                    VALUE 1.
016600 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
016700     COPY PREMREC.
016800 01  WS-HELD-COUNT             PIC 9(03)   COMP   VALUE 0.
016900 01  WS-HELD-TABLE.
017000     05 WS-HELD-ENTRY OCCURS 25 TIMES
017100        INDEXED BY HLD-IDX.
017200         10 HLD-DUE-RECORD     PIC X(80).
017300 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
017400 01  WS-CURRENT-TIMESTAMP      PIC X(26).
017500 01  WS-COUNTERS.
017600     05 WS-POLICIES-READ       PIC 9(07)   COMP   VALUE 0.
017700     05 WS-POLICIES-REJECTED   PIC 9(07)   COMP   VALUE 0.
017800     05 WS-DUE-DATES-WRITTEN   PIC 9(07)   COMP   VALUE 0.
017900     05 WS-RULE-APPLIED-COUNT  PIC 9(07)   COMP   VALUE 0.
018000     05 WS-EXPIRIES-ROLLED     PIC 9(07)   COMP   VALUE 0.
018100     05 WS-YEAR-END-SPANS      PIC 9(07)   COMP   VALUE 0.
018200     05 WS-LEAP-DAY-SPANS      PIC 9(07)   COMP   VALUE 0.
018300 01  WS-POLICY-COUNTERS.
018400     05 WS-POLICY-RULE-APPLIED PIC 9(03)   COMP   VALUE 0.
018500     05 WS-POLICY-ROLLED       PIC 9(03)   COMP   VALUE 0.
018600     05 WS-POLICY-YEAR-ENDS    PIC 9(03)   COMP   VALUE 0.
018700     05 WS-POLICY-LEAP-DAYS    PIC 9(03)   COMP   VALUE 0.
018800 01  WS-HEADING-1.
018900     05 FILLER            PIC X(30) VALUE
019000         "PREMIUM DUE-DATE SCHEDULE".
019100     05 FILLER            PIC X(07) VALUE "WINDOW ".
019200     05 HDG-WINDOW-FROM        PIC X(08).
019300     05 FILLER            PIC X(04) VALUE " TO ".
019400     05 HDG-WINDOW-TO          PIC X(08).
019500     05 FILLER            PIC X(08) VALUE "  NOTICE".
019600     05 FILLER                 PIC X(01)   VALUE SPACE.
019700     05 HDG-NOTICE-DAYS        PIC Z9.
019800     05 FILLER            PIC X(05) VALUE "  CAL".
019900     05 FILLER                 PIC X(01)   VALUE SPACE.
020000     05 HDG-CALENDAR-CODE      PIC X(03).
020100     05 FILLER                 PIC X(03)   VALUE SPACES.
020200 01  WS-SPAN-HEADING-1.
020300     05 FILLER            PIC X(50) VALUE
020400         "GRACE PERIODS SPANNING A YEAR-END OR LEAP DAY".
020500     05 FILLER                 PIC X(30)   VALUE SPACES.
020600 01  WS-SPAN-HEADING-2.
020700     05 FILLER            PIC X(49) VALUE
020800         "POLICY     M DUE DATE GRC EXPIRY   NOTICE   SPANS".
020900     05 FILLER                 PIC X(31)   VALUE SPACES.
021000 01  WS-SPAN-LINE.
021100     05 SPN-POLICY-KEY         PIC X(10).
021200     05 FILLER                 PIC X(01)   VALUE SPACE.
021300     05 SPN-BILLING-MODE       PIC X(01).
021400     05 FILLER                 PIC X(01)   VALUE SPACE.
021500     05 SPN-DUE-DATE           PIC X(08).
021600     05 FILLER                 PIC X(01)   VALUE SPACE.
021700     05 SPN-GRACE-DAYS         PIC ZZ9.
021800     05 FILLER                 PIC X(01)   VALUE SPACE.
021900     05 SPN-EXPIRY-DATE        PIC X(08).
022000     05 FILLER                 PIC X(01)   VALUE SPACE.
022100     05 SPN-NOTICE-DATE        PIC X(08).
022200     05 FILLER                 PIC X(01)   VALUE SPACE.
022300     05 SPN-YEAR-END           PIC X(08).
022400     05 FILLER                 PIC X(01)   VALUE SPACE.
022500     05 SPN-LEAP-DAY           PIC X(08).
022600     05 FILLER                 PIC X(19)   VALUE SPACES.
022700 01  WS-REJECT-LINE.
022800     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
022900     05 REJ-POLICY-KEY         PIC X(10).
023000     05 FILLER                 PIC X(01)   VALUE SPACE.
023100     05 REJ-ISSUE-DATE         PIC X(08).
023200     05 FILLER                 PIC X(01)   VALUE SPACE.
023300     05 REJ-BILLING-MODE       PIC X(01).
023400     05 FILLER                 PIC X(01)   VALUE SPACE.
023500     05 REJ-RULE-CODE          PIC X(01).
023600     05 FILLER                 PIC X(01)   VALUE SPACE.
023700     05 REJ-REASON             PIC X(24).
023800     05 FILLER                 PIC X(23)   VALUE SPACES.
023900 01  WS-TOTAL-LINE.
024000     05 TOT-LABEL              PIC X(20).
024100     05 TOT-COUNT              PIC ZZZ,ZZ9.
024200     05 FILLER                 PIC X(53)   VALUE SPACES.
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600     IF WS-CARD-USABLE
024700         PERFORM 2000-PROCESS-POLICIES
024800             UNTIL WS-NO-MORE-POLICIES
024900         PERFORM 3000-SORT-DUE-DATES
025000         PERFORM 3100-WRITE-SPAN-REPORT
025100     END-IF
025200     PERFORM 3500-WRITE-TOTALS
025300     PERFORM 9000-TERMINATE
025400     STOP RUN.
025500*--------------------------------------------------------------*
025600* 1000-INITIALIZE - EDIT THE CONTROL CARD AND PRIME THE POLICY  *
025700* EXTRACT. A MISSING OR UNUSABLE CARD ENDS 84 WITH NO SCHEDULE. *
025800*--------------------------------------------------------------*
025900 1000-INITIALIZE.
026000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
026100     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
026200     OPEN INPUT CONTROL-FILE
026300     IF WS-CONTROL-NOT-FOUND
026400         MOVE "Y" TO WS-CONTROL-EOF-SW
026500     END-IF
026600     OPEN OUTPUT REPORT-FILE
026700     PERFORM 1100-READ-CONTROL-FILE
026800     PERFORM 1200-EDIT-CONTROL-CARD
026900     IF NOT WS-CARD-USABLE
027000         MOVE SPACES TO HDG-WINDOW-FROM
027100         MOVE SPACES TO HDG-WINDOW-TO
027200         MOVE 0 TO HDG-NOTICE-DAYS
027300         MOVE SPACES TO HDG-CALENDAR-CODE
027400         WRITE REPORT-LINE FROM WS-HEADING-1
027500         MOVE SPACES TO REJ-POLICY-KEY
027600         MOVE SPACES TO REJ-ISSUE-DATE
027700         MOVE SPACE TO REJ-BILLING-MODE
027800         MOVE SPACE TO REJ-RULE-CODE
027900         MOVE "CONTROL CARD UNUSABLE" TO REJ-REASON
028000         WRITE REPORT-LINE FROM WS-REJECT-LINE
028100         MOVE 84 TO WS-CONDITION-CODE
028200     ELSE
028300         MOVE PMP-WINDOW-FROM TO HDG-WINDOW-FROM
028400         MOVE PMP-WINDOW-TO TO HDG-WINDOW-TO
028500         MOVE WS-NOTICE-DAYS TO HDG-NOTICE-DAYS
028600         MOVE PMP-CALENDAR-CODE TO HDG-CALENDAR-CODE
028700         WRITE REPORT-LINE FROM WS-HEADING-1
028800         OPEN INPUT POLICY-FILE
028900         OPEN OUTPUT WORK-FILE
029000         PERFORM 1300-READ-POLICY-FILE
029100     END-IF
029200     .
029300 1000-EXIT.
029400     EXIT.
029500*--------------------------------------------------------------*
029600* 1100-READ-CONTROL-FILE                                        *
029700*--------------------------------------------------------------*
029800 1100-READ-CONTROL-FILE.
029900     IF NOT WS-NO-MORE-CONTROLS
030000         READ CONTROL-FILE
030100             AT END
030200                 MOVE "Y" TO WS-CONTROL-EOF-SW
030300         END-READ
030400     END-IF
030500     .
030600 1100-EXIT.
030700     EXIT.
030800*--------------------------------------------------------------*
030900* 1200-EDIT-CONTROL-CARD - BOTH WINDOW DATES MUST BE REAL       *
031000* DATES, IN ORDER, NO MORE THAN 24 MONTHS APART. THE MONTHS     *
031100* ASKED OF PREMDUE ARE NUMBERED CCYY * 12 + MM - 1, STARTING    *
031200* WITH THE MONTH BEFORE THE WINDOW OPENS.                       *
031300*--------------------------------------------------------------*
031400 1200-EDIT-CONTROL-CARD.
031500     MOVE "N" TO WS-CARD-USABLE-SW
031600     IF NOT WS-NO-MORE-CONTROLS
031700         IF PMP-NOTICE-DAYS IS NUMERIC
031800            AND PMP-NOTICE-DAYS > 0
031900             MOVE PMP-NOTICE-DAYS TO WS-NOTICE-DAYS
032000         ELSE
032100             MOVE 10 TO WS-NOTICE-DAYS
032200         END-IF
032300         CALL "CALVALID" USING PMP-WINDOW-FROM, WS-DATE-VALID-SW
032400         IF WS-DATE-IS-VALID
032500             CALL "CALVALID" USING PMP-WINDOW-TO,
032600                 WS-DATE-VALID-SW
032700         END-IF
032800         IF WS-DATE-IS-VALID
032900            AND PMP-WINDOW-FROM NOT > PMP-WINDOW-TO
033000             COMPUTE WS-FIRST-PERIOD =
033100                 PMP-FROM-CCYY * 12 + PMP-FROM-MM - 2
033200             COMPUTE WS-LAST-PERIOD =
033300                 PMP-TO-CCYY * 12 + PMP-TO-MM - 1
033400             IF WS-LAST-PERIOD - WS-FIRST-PERIOD NOT > 24
033500                 MOVE "Y" TO WS-CARD-USABLE-SW
033600             END-IF
033700         END-IF
033800     END-IF
033900     .
034000 1200-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034300* 1300-READ-POLICY-FILE                                         *
034400*--------------------------------------------------------------*
034500 1300-READ-POLICY-FILE.
034600     READ POLICY-FILE
034700         AT END
034800             MOVE "Y" TO WS-POLICY-EOF-SW
034900         NOT AT END
035000             ADD 1 TO WS-POLICIES-READ
035100     END-READ
035200     .
035300 1300-EXIT.
035400     EXIT.
035500*--------------------------------------------------------------*
035600* 2000-PROCESS-POLICIES - ONE PREMDUE CALL PER POLICY PER       *
035700* MONTH, UNTIL THE WINDOW IS DONE OR THE POLICY IS REJECTED.    *
035800* THE POLICY'S DUE DATES AND COUNTS ARE HELD UNTIL THEN, AND    *
035900* ONLY A POLICY WITH NO REJECTED MONTH WRITES THEM.             *
036000*--------------------------------------------------------------*
036100 2000-PROCESS-POLICIES.
036200     MOVE "N" TO WS-POLICY-REJECTED-SW
036300     MOVE 0 TO WS-HELD-COUNT
036400     MOVE 0 TO WS-POLICY-RULE-APPLIED
036500     MOVE 0 TO WS-POLICY-ROLLED
036600     MOVE 0 TO WS-POLICY-YEAR-ENDS
036700     MOVE 0 TO WS-POLICY-LEAP-DAYS
036800     PERFORM 2100-SCHEDULE-DUE-MONTH
036900         VARYING WS-DUE-PERIOD FROM WS-FIRST-PERIOD BY 1
037000         UNTIL WS-DUE-PERIOD > WS-LAST-PERIOD
037100            OR WS-POLICY-REJECTED
037200     IF NOT WS-POLICY-REJECTED
037300         PERFORM 2500-WRITE-HELD-RECORD
037400             VARYING HLD-IDX FROM 1 BY 1
037500             UNTIL HLD-IDX > WS-HELD-COUNT
037600         ADD WS-POLICY-RULE-APPLIED TO WS-RULE-APPLIED-COUNT
037700         ADD WS-POLICY-ROLLED TO WS-EXPIRIES-ROLLED
037800         ADD WS-POLICY-YEAR-ENDS TO WS-YEAR-END-SPANS
037900         ADD WS-POLICY-LEAP-DAYS TO WS-LEAP-DAY-SPANS
038000     END-IF
038100     PERFORM 1300-READ-POLICY-FILE
038200     .
038300 2000-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------*
038600* 2100-SCHEDULE-DUE-MONTH - A MONTH WITH NO PREMIUM DUE IS      *
038700* SKIPPED, AND A DUE DATE THE RULE CODE MOVED OUTSIDE THE       *
038800* WINDOW BELONGS TO ANOTHER RUN. ANY OTHER ANSWER REJECTS THE   *
038900* POLICY.                                                       *
039000*--------------------------------------------------------------*
039100 2100-SCHEDULE-DUE-MONTH.
039200     DIVIDE WS-DUE-PERIOD BY 12 GIVING WS-DUE-YEAR
039300         REMAINDER WS-DUE-MONTH
039400     ADD 1 TO WS-DUE-MONTH
039500     CALL "PREMDUE" USING PX-ISSUE-DATE, PX-BILLING-MODE,
039600         PX-RULE-CODE, WS-DUE-YEAR, WS-DUE-MONTH,
039700         PX-GRACE-DAYS, WS-NOTICE-DAYS, PMP-CALENDAR-CODE,
039800         WS-DUE-DATE, WS-GRACE-END-DATE, WS-EXPIRY-DATE,
039900         WS-NOTICE-DATE, WS-DUE-RETURN-CODE
040000     IF WS-DUE-DATE-FOUND
040100         IF WS-DUE-DATE NOT < PMP-WINDOW-FROM
040200            AND WS-DUE-DATE NOT > PMP-WINDOW-TO
040300             PERFORM 2200-HOLD-DUE-RECORD
040400         END-IF
040500     ELSE
040600         IF NOT WS-NOT-DUE-THIS-MONTH
040700             PERFORM 2400-WRITE-REJECT-LINE
040800         END-IF
040900     END-IF
041000     .
041100 2100-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------*
041400* 2200-HOLD-DUE-RECORD - ONE PREMREC PER DUE DATE IN THE        *
041500* WINDOW, HELD FOR THE POLICY UNTIL ITS LAST MONTH IS ANSWERED. *
041600*--------------------------------------------------------------*
041700 2200-HOLD-DUE-RECORD.
041800     MOVE SPACES TO PREMIUM-DUE-RECORD
041900     MOVE WS-RUN-DATE TO PRM-RUN-DATE
042000     MOVE WS-NOTICE-DATE TO PRM-NOTICE-DATE
042100     MOVE PX-POLICY-KEY TO PRM-POLICY-KEY
042200     MOVE WS-DUE-DATE TO PRM-DUE-DATE
042300     MOVE PX-BILLING-MODE TO PRM-BILLING-MODE
042400     MOVE PX-RULE-CODE TO PRM-RULE-CODE
042500     IF WS-RULE-APPLIED
042600         MOVE "Y" TO PRM-RULE-APPLIED-SW
042700         ADD 1 TO WS-POLICY-RULE-APPLIED
042800     ELSE
042900         MOVE "N" TO PRM-RULE-APPLIED-SW
043000     END-IF
043100     MOVE PX-GRACE-DAYS TO PRM-GRACE-DAYS
043200     MOVE WS-GRACE-END-DATE TO PRM-GRACE-END-DATE
043300     MOVE WS-EXPIRY-DATE TO PRM-EXPIRY-DATE
043400     IF WS-EXPIRY-DATE = WS-GRACE-END-DATE
043500         MOVE "N" TO PRM-EXPIRY-ROLLED-SW
043600     ELSE
043700         MOVE "Y" TO PRM-EXPIRY-ROLLED-SW
043800         ADD 1 TO WS-POLICY-ROLLED
043900     END-IF
044000     MOVE WS-NOTICE-DAYS TO PRM-NOTICE-DAYS
044100     PERFORM 2300-CHECK-GRACE-SPANS
044200     ADD 1 TO WS-HELD-COUNT
044300     MOVE PREMIUM-DUE-RECORD TO HLD-DUE-RECORD(WS-HELD-COUNT)
044400     .
044500 2200-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------*
044800* 2300-CHECK-GRACE-SPANS - THE GRACE PERIOD RUNS FROM THE DAY   *
044900* AFTER THE DUE DATE THROUGH THE EXPIRY. IT SPANS A YEAR-END    *
045000* WHEN THE TWO YEARS DIFFER, AND A LEAP DAY WHEN A FEB 29 OF    *
045100* ANY YEAR IT TOUCHES FALLS INSIDE IT.                          *
045200*--------------------------------------------------------------*
045300 2300-CHECK-GRACE-SPANS.
045400     IF WDU-CCYY = WEX-CCYY
045500         MOVE "N" TO PRM-YEAR-END-SW
045600     ELSE
045700         MOVE "Y" TO PRM-YEAR-END-SW
045800         ADD 1 TO WS-POLICY-YEAR-ENDS
045900     END-IF
046000     MOVE "N" TO PRM-LEAP-DAY-SW
046100     PERFORM 2310-CHECK-LEAP-DAY
046200         VARYING WS-SPAN-YEAR FROM WDU-CCYY BY 1
046300         UNTIL WS-SPAN-YEAR > WEX-CCYY
046400     IF PRM-SPANS-LEAP-DAY
046500         ADD 1 TO WS-POLICY-LEAP-DAYS
046600     END-IF
046700     .
046800 2300-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------*
047100* 2310-CHECK-LEAP-DAY                                           *
047200*--------------------------------------------------------------*
047300 2310-CHECK-LEAP-DAY.
047400     CALL "LEAPTAB" USING WS-SPAN-YEAR, WS-YEAR-LEAP-FLAG,
047500         WS-YEAR-RETURN-CODE
047600     IF WS-YEAR-IS-LEAP
047700         MOVE WS-SPAN-YEAR TO WLD-CCYY
047800         MOVE 02 TO WLD-MM
047900         MOVE 29 TO WLD-DD
048000         IF WS-LEAP-DAY > WS-DUE-DATE
048100            AND WS-LEAP-DAY NOT > WS-EXPIRY-DATE
048200             MOVE "Y" TO PRM-LEAP-DAY-SW
048300         END-IF
048400     END-IF
048500     .
048600 2310-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------*
048900* 2400-WRITE-REJECT-LINE - NAME THE ANSWER PREMDUE GAVE SO THE  *
049000* POLICY SYSTEM KNOWS WHICH FIELD TO FIX. THE WINDOW MONTHS AND *
049100* NOTICE LEAD COME FROM THE CARD ALREADY EDITED, SO AN INVALID  *
049200* REQUEST WITH NUMERIC GRACE DAYS IS THE ISSUE DATE; ANY OTHER  *
049300* ANSWER IS BUSDAYS FAILING ON THE GRACE EXPIRY OR NOTICE DATE. *
049400*--------------------------------------------------------------*
049500 2400-WRITE-REJECT-LINE.
049600     MOVE "Y" TO WS-POLICY-REJECTED-SW
049700     ADD 1 TO WS-POLICIES-REJECTED
049800     MOVE PX-POLICY-KEY TO REJ-POLICY-KEY
049900     MOVE PX-ISSUE-DATE TO REJ-ISSUE-DATE
050000     MOVE PX-BILLING-MODE TO REJ-BILLING-MODE
050100     MOVE PX-RULE-CODE TO REJ-RULE-CODE
050200     IF WS-BAD-RULE-CODE
050300         MOVE "UNKNOWN FEB 29 RULE CODE" TO REJ-REASON
050400     ELSE
050500         IF WS-BAD-BILLING-MODE
050600             MOVE "UNKNOWN BILLING MODE" TO REJ-REASON
050700         ELSE
050800             IF WS-INVALID-REQUEST
050900                 IF PX-GRACE-DAYS IS NOT NUMERIC
051000                     MOVE "GRACE DAYS NOT NUMERIC" TO REJ-REASON
051100                 ELSE
051200                     MOVE "INVALID ISSUE DATE" TO REJ-REASON
051300                 END-IF
051400             ELSE
051500                 MOVE "BUSINESS-DAY ROLL FAILED" TO REJ-REASON
051600             END-IF
051700         END-IF
051800     END-IF
051900     WRITE REPORT-LINE FROM WS-REJECT-LINE
052000     IF WS-CONDITION-CODE < 85
052100         MOVE 85 TO WS-CONDITION-CODE
052200     END-IF
052300     .
052400 2400-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700* 2500-WRITE-HELD-RECORD - RELEASE ONE HELD DUE DATE OF A       *
052800* POLICY WITH NO REJECTED MONTH TO THE UNSORTED WORK FILE.      *
052900*--------------------------------------------------------------*
053000 2500-WRITE-HELD-RECORD.
053100     WRITE WORK-RECORD FROM HLD-DUE-RECORD(HLD-IDX)
053200     ADD 1 TO WS-DUE-DATES-WRITTEN
053300     .
053400 2500-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700* 3000-SORT-DUE-DATES - PREMOUT IS THE WORK FILE IN             *
053800* LAPSE-NOTICE DATE ORDER, THEN POLICY KEY AND DUE DATE.        *
053900*--------------------------------------------------------------*
054000 3000-SORT-DUE-DATES.
054100     CLOSE WORK-FILE
054200     SORT SORT-FILE
054300         ON ASCENDING KEY SRT-NOTICE-DATE
054400                          SRT-POLICY-KEY
054500                          SRT-DUE-DATE
054600         USING WORK-FILE
054700         GIVING DUE-FILE
054800     .
054900 3000-EXIT.
055000     EXIT.
055100*--------------------------------------------------------------*
055200* 3100-WRITE-SPAN-REPORT - READ PREMOUT BACK IN NOTICE ORDER    *
055300* AND LIST EVERY DUE DATE WHOSE GRACE PERIOD SPANS A YEAR-END   *
055400* OR A LEAP DAY.                                                *
055500*--------------------------------------------------------------*
055600 3100-WRITE-SPAN-REPORT.
055700     WRITE REPORT-LINE FROM WS-SPAN-HEADING-1
055800     WRITE REPORT-LINE FROM WS-SPAN-HEADING-2
055900     OPEN INPUT DUE-FILE
056000     PERFORM 3110-READ-DUE-FILE
056100     PERFORM 3120-REPORT-DUE-RECORD
056200         UNTIL WS-NO-MORE-DUE-DATES
056300     CLOSE DUE-FILE
056400     .
056500 3100-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800* 3110-READ-DUE-FILE                                            *
056900*--------------------------------------------------------------*
057000 3110-READ-DUE-FILE.
057100     READ DUE-FILE INTO PREMIUM-DUE-RECORD
057200         AT END
057300             MOVE "Y" TO WS-DUE-EOF-SW
057400     END-READ
057500     .
057600 3110-EXIT.
057700     EXIT.
057800*--------------------------------------------------------------*
057900* 3120-REPORT-DUE-RECORD                                        *
058000*--------------------------------------------------------------*
058100 3120-REPORT-DUE-RECORD.
058200     IF PRM-SPANS-YEAR-END OR PRM-SPANS-LEAP-DAY
058300         MOVE PRM-POLICY-KEY TO SPN-POLICY-KEY
058400         MOVE PRM-BILLING-MODE TO SPN-BILLING-MODE
058500         MOVE PRM-DUE-DATE TO SPN-DUE-DATE
058600         MOVE PRM-GRACE-DAYS TO SPN-GRACE-DAYS
058700         MOVE PRM-EXPIRY-DATE TO SPN-EXPIRY-DATE
058800         MOVE PRM-NOTICE-DATE TO SPN-NOTICE-DATE
058900         IF PRM-SPANS-YEAR-END
059000             MOVE "YEAR-END" TO SPN-YEAR-END
059100         ELSE
059200             MOVE SPACES TO SPN-YEAR-END
059300         END-IF
059400         IF PRM-SPANS-LEAP-DAY
059500             MOVE "LEAP DAY" TO SPN-LEAP-DAY
059600         ELSE
059700             MOVE SPACES TO SPN-LEAP-DAY
059800         END-IF
059900         WRITE REPORT-LINE FROM WS-SPAN-LINE
060000     END-IF
060100     PERFORM 3110-READ-DUE-FILE
060200     .
060300 3120-EXIT.
060400     EXIT.
060500*--------------------------------------------------------------*
060600* 3500-WRITE-TOTALS                                             *
060700*--------------------------------------------------------------*
060800 3500-WRITE-TOTALS.
060900     MOVE "POLICIES READ......" TO TOT-LABEL
061000     MOVE WS-POLICIES-READ TO TOT-COUNT
061100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061200     MOVE "POLICIES REJECTED.." TO TOT-LABEL
061300     MOVE WS-POLICIES-REJECTED TO TOT-COUNT
061400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061500     MOVE "DUE DATES WRITTEN.." TO TOT-LABEL
061600     MOVE WS-DUE-DATES-WRITTEN TO TOT-COUNT
061700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061800     MOVE "RULE APPLIED......." TO TOT-LABEL
061900     MOVE WS-RULE-APPLIED-COUNT TO TOT-COUNT
062000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062100     MOVE "EXPIRIES ROLLED...." TO TOT-LABEL
062200     MOVE WS-EXPIRIES-ROLLED TO TOT-COUNT
062300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062400     MOVE "YEAR-END SPANS....." TO TOT-LABEL
062500     MOVE WS-YEAR-END-SPANS TO TOT-COUNT
062600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062700     MOVE "LEAP-DAY SPANS....." TO TOT-LABEL
062800     MOVE WS-LEAP-DAY-SPANS TO TOT-COUNT
062900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
063000     .
063100 3500-EXIT.
063200     EXIT.
063300*--------------------------------------------------------------*
063400* 9000-TERMINATE                                                *
063500*--------------------------------------------------------------*
063600 9000-TERMINATE.
063700     IF NOT WS-CONTROL-NOT-FOUND
063800         CLOSE CONTROL-FILE
063900     END-IF
064000     IF WS-CARD-USABLE
064100         CLOSE POLICY-FILE
064200     END-IF
064300     CLOSE REPORT-FILE
064400     CANCEL "LEAP"
064500     PERFORM 9100-WRITE-RUN-STATISTICS
064600     IF WS-CONDITION-CODE > 0
064700         MOVE WS-CONDITION-CODE TO RETURN-CODE
064800     END-IF
064900     .
065000 9000-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------*
065300* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
065400* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
065500*--------------------------------------------------------------*
065600 9100-WRITE-RUN-STATISTICS.
065700     OPEN EXTEND RUN-LOG-FILE
065800     IF WS-RUNLOG-NOT-FOUND
065900         OPEN OUTPUT RUN-LOG-FILE
066000     END-IF
066100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
066200     MOVE "PREMGEN" TO RUNS-PROGRAM-ID
066300     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
066400     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
066500     MOVE WS-POLICIES-READ TO RUNS-RECORDS-READ
066600     MOVE WS-DUE-DATES-WRITTEN TO RUNS-RECORDS-WRITTEN
066700     MOVE WS-POLICIES-REJECTED TO RUNS-RECORDS-REJECTED
066800     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
066900     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
067000     WRITE RUN-STATISTICS-RECORD
067100     CLOSE RUN-LOG-FILE
067200     .
067300 9100-EXIT.
067400     EXIT.
