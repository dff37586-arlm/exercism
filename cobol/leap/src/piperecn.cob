000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PIPERECN.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. INSTRUMENT-LEVEL RECONCILIATION OF   *
001100*                THE SCHEDULE PIPELINE: THE SCHDOUT FILE        *
001200*                SCHEDGEN WRITES, THE SETLOUT FILE SETLADJ      *
001300*                BUILDS FROM IT AND THE ACCROUT FILE ACCRCALC   *
001400*                BUILDS FROM IT, ALL THREE IN INSTRUMENT KEY    *
001500*                AND PAYMENT NUMBER ORDER, ARE MATCHED ON THAT  *
001600*                KEY. A BREAK LINE IS WRITTEN FOR A PAYMENT     *
001700*                SCHEDULED BUT NOT SETTLED OR SETTLED BUT NOT   *
001800*                SCHEDULED, A CONTRACT DATE THAT IS NOT THE     *
001900*                SCHEDULED PAYMENT DATE, AN ACCRUAL PERIOD WITH *
002000*                NO SCHEDULED PAYMENT, AN ACCRUAL WHOSE START   *
002100*                DATE IS NOT THE PRIOR PAYMENT DATE OR WHOSE    *
002200*                END DATE IS NOT ITS OWN PAYMENT DATE, AND AT   *
002300*                EACH INSTRUMENT BREAK A PAYMENT COUNT THAT     *
002400*                DIFFERS BETWEEN SCHDOUT AND SETLOUT OR AN      *
002500*                ACCRUAL PERIOD COUNT THAT IS NOT ONE FEWER     *
002600*                THAN THE PAYMENTS. THE FILE COUNTS ARE THEN    *
002700*                CROSS-FOOTED AGAINST THE LATEST RUN-STATISTICS *
002800*                RECORD EACH OF THE THREE JOBS LEFT ON THE      *
002900*                SHARED RUN LOG FOR THE RECONCILIATION DATE.    *
003000*                THE OPTIONAL RECNPARM CARD GIVES THAT DATE; NO *
003100*                CARD OR A BLANK DATE TAKES TODAY.              *
003200*                CONDITION CODES:                               *
003300*                  86  A PIPELINE BREAK WAS FOUND               *
003400*                  87  A RUN-LOG CROSS-FOOT BREAK WAS FOUND     *
003500*                  88  CONTROL CARD UNUSABLE - NOTHING MATCHED  *
003600*                THE CONDITION CODE ALSO GOES ON THE CLOSING    *
003700*                RUN-STATISTICS RECORD (SEE RUNSTATS), SO A     *
003800*                DEPDEF ROW NAMING PIPERECN LETS JOBGATE HOLD   *
003900*                THE CASH-MOVEMENT JOBS ON ANY BREAK.           *
004000*--------------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-FILE ASSIGN TO RECNPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CONTROL-FILE-STATUS.
004700     SELECT SCHEDULE-FILE ASSIGN TO SCHDOUT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-SCHEDULE-STATUS.
005000     SELECT SETTLE-FILE ASSIGN TO SETLOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005300     SELECT ACCRUAL-FILE ASSIGN TO ACCROUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
005600     SELECT REPORT-FILE ASSIGN TO PIPERPTO
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-FILE-STATUS.
005900     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RUNLOG-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CONTROL-FILE
006500     RECORDING MODE IS F.
006600 01  CONTROL-RECORD.
006700     05 RCP-RUN-DATE.
006800         10 RCP-RUN-CCYY       PIC 9(04).
006900         10 RCP-RUN-MM         PIC 9(02).
007000         10 RCP-RUN-DD         PIC 9(02).
007100     05 FILLER                 PIC X(72).
007200 FD  SCHEDULE-FILE
007300     RECORDING MODE IS F.
007400     COPY SCHDREC.
007500 FD  SETTLE-FILE
007600     RECORDING MODE IS F.
007700     COPY SETLREC.
007800 FD  ACCRUAL-FILE
007900     RECORDING MODE IS F.
008000     COPY ACCRREC.
008100 FD  REPORT-FILE
008200     RECORDING MODE IS F.
008300 01  REPORT-LINE               PIC X(80).
008400 FD  RUN-LOG-FILE
008500     RECORDING MODE IS F.
008600     COPY RUNSTATS.
008700 WORKING-STORAGE SECTION.
008800 01  WS-CONTROL-FILE-STATUS    PIC X(02)   VALUE "00".
008900     88 WS-CONTROL-NOT-FOUND               VALUE "35".
009000 01  WS-SCHEDULE-STATUS        PIC X(02)   VALUE "00".
009100 01  WS-SETTLE-FILE-STATUS     PIC X(02)   VALUE "00".
009200 01  WS-ACCRUAL-FILE-STATUS    PIC X(02)   VALUE "00".
009300 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
009400 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
009500     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
009600 01  WS-CONTROL-EOF-SW         PIC X(01)   VALUE "N".
009700     88 WS-NO-MORE-CONTROLS                VALUE "Y".
009800 01  WS-RUNLOG-EOF-SW          PIC X(01)   VALUE "N".
009900     88 WS-NO-MORE-RUNS                    VALUE "Y".
010000 01  WS-CARD-USABLE-SW         PIC X(01)   VALUE "N".
010100     88 WS-CARD-USABLE                     VALUE "Y".
010200 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
010300     88 WS-DATE-IS-VALID                   VALUE "Y".
010400 01  WS-INSTRUMENT-OPEN-SW     PIC X(01)   VALUE "N".
010500     88 WS-INSTRUMENT-OPEN                 VALUE "Y".
010600 01  WS-INSTRUMENT-BROKEN-SW   PIC X(01)   VALUE "N".
010700     88 WS-INSTRUMENT-BROKEN               VALUE "Y".
010800 01  WS-SCHEDULE-MATCH-SW      PIC X(01)   VALUE "N".
010900     88 WS-SCHEDULE-MATCHED                VALUE "Y".
011000 01  WS-SETTLE-MATCH-SW        PIC X(01)   VALUE "N".
011100     88 WS-SETTLE-MATCHED                  VALUE "Y".
011200 01  WS-ACCRUAL-MATCH-SW       PIC X(01)   VALUE "N".
011300     88 WS-ACCRUAL-MATCHED                 VALUE "Y".
011400 01  WS-RECON-DATE             PIC X(08)   VALUE SPACES.
011500 01  WS-SCHEDULE-KEY.
011600     05 WS-SCHEDULE-KEY-INSTRUMENT PIC X(10) VALUE SPACES.
011700     05 WS-SCHEDULE-KEY-PAYMENT PIC 9(03)  VALUE 0.
011800 01  WS-SETTLE-KEY.
011900     05 WS-SETTLE-KEY-INSTRUMENT PIC X(10) VALUE SPACES.
012000     05 WS-SETTLE-KEY-PAYMENT  PIC 9(03)   VALUE 0.
012100 01  WS-ACCRUAL-KEY.
012200     05 WS-ACCRUAL-KEY-INSTRUMENT PIC X(10) VALUE SPACES.
012300     05 WS-ACCRUAL-KEY-PAYMENT PIC 9(03)   VALUE 0.
012400 01  WS-LOW-KEY.
012500     05 WS-LOW-KEY-INSTRUMENT  PIC X(10)   VALUE SPACES.
012600     05 WS-LOW-KEY-PAYMENT     PIC 9(03)   VALUE 0.
012700 01  WS-CURRENT-INSTRUMENT     PIC X(10)   VALUE SPACES.
012800 01  WS-PRIOR-PAYMENT-NUMBER   PIC 9(03)   VALUE 0.
012900 01  WS-PRIOR-PAYMENT-DATE     PIC X(08)   VALUE SPACES.
013000 01  WS-EXPECTED-PERIODS       PIC 9(05)   VALUE 0.
013100 01  WS-EDIT-COUNT             PIC ZZZZZZZ9.
013200 01  WS-INSTRUMENT-COUNTS.
013300     05 WS-INST-SCHEDULES      PIC 9(05)   COMP   VALUE 0.
013400     05 WS-INST-SETTLEMENTS    PIC 9(05)   COMP   VALUE 0.
013500     05 WS-INST-ACCRUALS       PIC 9(05)   COMP   VALUE 0.
013600 01  WS-STEP-TABLE.
013700     05 WS-STEP-ENTRY OCCURS 3 TIMES
013800        INDEXED BY STP-IDX.
013900         10 STP-PROGRAM        PIC X(08).
014000         10 STP-SEEN-SW        PIC X(01).
014100             88 STP-SEEN                   VALUE "Y".
014200         10 STP-RECORDS-READ   PIC 9(07).
014300         10 STP-RECORDS-WRITTEN PIC 9(07).
014400 01  WS-LOG-COUNT              PIC 9(07)   VALUE 0.
014500 01  WS-FILE-COUNT             PIC 9(07)   VALUE 0.
014600 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
014700 01  WS-CURRENT-TIMESTAMP      PIC X(26).
014800 01  WS-COUNTERS.
014900     05 WS-SCHEDULES-READ      PIC 9(07)   COMP   VALUE 0.
015000     05 WS-SETTLEMENTS-READ    PIC 9(07)   COMP   VALUE 0.
015100     05 WS-ACCRUALS-READ       PIC 9(07)   COMP   VALUE 0.
015200     05 WS-INSTRUMENTS-READ    PIC 9(07)   COMP   VALUE 0.
015300     05 WS-INSTRUMENTS-BROKEN  PIC 9(07)   COMP   VALUE 0.
015400     05 WS-PIPELINE-BREAKS     PIC 9(07)   COMP   VALUE 0.
015500     05 WS-CROSS-FOOT-BREAKS   PIC 9(07)   COMP   VALUE 0.
015600 01  WS-HEADING-1.
015700     05 FILLER            PIC X(30) VALUE
015800         "PIPELINE RECONCILIATION".
015900     05 FILLER            PIC X(09) VALUE "RUN DATE ".
016000     05 HDG-RUN-DATE           PIC X(08).
016100     05 FILLER                 PIC X(33)   VALUE SPACES.
016200 01  WS-BREAK-HEADING.
016300     05 FILLER            PIC X(27) VALUE
016400         "      INSTRUMENT PMT REASON".
016500     05 FILLER            PIC X(27) VALUE
016600         "                   EXPECTED".
016700     05 FILLER            PIC X(07) VALUE " ACTUAL".
016800     05 FILLER                 PIC X(19)   VALUE SPACES.
016900 01  WS-BREAK-LINE.
017000     05 FILLER                 PIC X(06)   VALUE "BREAK ".
017100     05 BRK-INSTRUMENT-KEY     PIC X(10).
017200     05 FILLER                 PIC X(01)   VALUE SPACE.
017300     05 BRK-PAYMENT-NUMBER     PIC X(03).
017400     05 FILLER                 PIC X(01)   VALUE SPACE.
017500     05 BRK-REASON             PIC X(24).
017600     05 FILLER                 PIC X(01)   VALUE SPACE.
017700     05 BRK-EXPECTED           PIC X(08).
017800     05 FILLER                 PIC X(01)   VALUE SPACE.
017900     05 BRK-ACTUAL             PIC X(08).
018000     05 FILLER                 PIC X(17)   VALUE SPACES.
018100 01  WS-CROSS-FOOT-HEADING-1.
018200     05 FILLER            PIC X(40) VALUE
018300         "RUN-LOG CROSS-FOOT".
018400     05 FILLER                 PIC X(40)   VALUE SPACES.
018500 01  WS-CROSS-FOOT-HEADING-2.
018600     05 FILLER            PIC X(49) VALUE
018700         "PROGRAM  COUNT   FILE      ON LOG IN FILE VERDICT".
018800     05 FILLER                 PIC X(31)   VALUE SPACES.
018900 01  WS-CROSS-FOOT-LINE.
019000     05 XFT-PROGRAM            PIC X(08).
019100     05 FILLER                 PIC X(01)   VALUE SPACE.
019200     05 XFT-COUNT-NAME         PIC X(07).
019300     05 FILLER                 PIC X(01)   VALUE SPACE.
019400     05 XFT-FILE-NAME          PIC X(08).
019500     05 FILLER                 PIC X(01)   VALUE SPACE.
019600     05 XFT-LOG-COUNT          PIC ZZZ,ZZ9.
019700     05 FILLER                 PIC X(01)   VALUE SPACE.
019800     05 XFT-FILE-COUNT         PIC ZZZ,ZZ9.
019900     05 FILLER                 PIC X(01)   VALUE SPACE.
020000     05 XFT-VERDICT            PIC X(20).
020100     05 FILLER                 PIC X(18)   VALUE SPACES.
020200 01  WS-REJECT-LINE.
020300     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
020400     05 REJ-RUN-DATE           PIC X(08).
020500     05 FILLER                 PIC X(01)   VALUE SPACE.
020600     05 REJ-REASON             PIC X(24).
020700     05 FILLER                 PIC X(38)   VALUE SPACES.
020800 01  WS-TOTAL-LINE.
020900     05 TOT-LABEL              PIC X(20).
021000     05 TOT-COUNT              PIC ZZZ,ZZ9.
021100     05 FILLER                 PIC X(53)   VALUE SPACES.
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500     IF WS-CARD-USABLE
021600         PERFORM 2000-MATCH-PIPELINE
021700             UNTIL WS-LOW-KEY = HIGH-VALUES
021800         IF WS-INSTRUMENT-OPEN
021900             PERFORM 2800-END-INSTRUMENT
022000         END-IF
022100         PERFORM 3000-CROSS-FOOT-RUN-LOG
022200     END-IF
022300     PERFORM 3500-WRITE-TOTALS
022400     PERFORM 9000-TERMINATE
022500     STOP RUN.
022600*--------------------------------------------------------------*
022700* 1000-INITIALIZE - EDIT THE CONTROL CARD, NOTE THE THREE JOBS' *
022800* RUN-LOG RECORDS FOR THE RECONCILIATION DATE AND PRIME ALL     *
022900* THREE PIPELINE FILES. A CARD WITH A DATE CALVALID REJECTS     *
023000* ENDS 88 WITH NO RECONCILIATION.                               *
023100*--------------------------------------------------------------*
023200 1000-INITIALIZE.
023300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
023400     OPEN INPUT CONTROL-FILE
023500     IF WS-CONTROL-NOT-FOUND
023600         MOVE "Y" TO WS-CONTROL-EOF-SW
023700     END-IF
023800     OPEN OUTPUT REPORT-FILE
023900     PERFORM 1100-READ-CONTROL-FILE
024000     PERFORM 1200-EDIT-CONTROL-CARD
024100     IF NOT WS-CARD-USABLE
024200         MOVE SPACES TO HDG-RUN-DATE
024300         WRITE REPORT-LINE FROM WS-HEADING-1
024400         MOVE RCP-RUN-DATE TO REJ-RUN-DATE
024500         MOVE "CONTROL CARD UNUSABLE" TO REJ-REASON
024600         WRITE REPORT-LINE FROM WS-REJECT-LINE
024700         MOVE 88 TO WS-CONDITION-CODE
024800     ELSE
024900         MOVE WS-RECON-DATE TO HDG-RUN-DATE
025000         WRITE REPORT-LINE FROM WS-HEADING-1
025100         WRITE REPORT-LINE FROM WS-BREAK-HEADING
025200         PERFORM 1300-LOAD-RUN-LOG
025300         OPEN INPUT SCHEDULE-FILE
025400         OPEN INPUT SETTLE-FILE
025500         OPEN INPUT ACCRUAL-FILE
025600         PERFORM 1500-READ-SCHEDULE-FILE
025700         PERFORM 1600-READ-SETTLE-FILE
025800         PERFORM 1700-READ-ACCRUAL-FILE
025900         PERFORM 1900-SET-LOW-KEY
026000     END-IF
026100     .
026200 1000-EXIT.
026300     EXIT.
026400*--------------------------------------------------------------*
026500* 1100-READ-CONTROL-FILE                                        *
026600*--------------------------------------------------------------*
026700 1100-READ-CONTROL-FILE.
026800     IF NOT WS-NO-MORE-CONTROLS
026900         READ CONTROL-FILE
027000             AT END
027100                 MOVE "Y" TO WS-CONTROL-EOF-SW
027200         END-READ
027300     END-IF
027400     .
027500 1100-EXIT.
027600     EXIT.
027700*--------------------------------------------------------------*
027800* 1200-EDIT-CONTROL-CARD - NO CARD OR A BLANK DATE RECONCILES   *
027900* TODAY'S RUN; ANY OTHER DATE MUST BE ONE CALVALID ACCEPTS.     *
028000*--------------------------------------------------------------*
028100 1200-EDIT-CONTROL-CARD.
028200     MOVE "N" TO WS-CARD-USABLE-SW
028300     IF WS-NO-MORE-CONTROLS
028400         MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RECON-DATE
028500         MOVE "Y" TO WS-CARD-USABLE-SW
028600     ELSE
028700         IF RCP-RUN-DATE = SPACES
028800             MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RECON-DATE
028900             MOVE "Y" TO WS-CARD-USABLE-SW
029000         ELSE
029100             CALL "CALVALID" USING RCP-RUN-DATE, WS-DATE-VALID-SW
029200             IF WS-DATE-IS-VALID
029300                 MOVE RCP-RUN-DATE TO WS-RECON-DATE
029400                 MOVE "Y" TO WS-CARD-USABLE-SW
029500             END-IF
029600         END-IF
029700     END-IF
029800     .
029900 1200-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200* 1300-LOAD-RUN-LOG - THE LOG IS APPENDED IN RUN ORDER, SO THE  *
030300* LAST RECORD SEEN FOR A STEP ON THE RECONCILIATION DATE IS ITS *
030400* LATEST RUN. THE LOG IS CLOSED AGAIN SO 9100 CAN APPEND TO IT. *
030500*--------------------------------------------------------------*
030600 1300-LOAD-RUN-LOG.
030700     MOVE "SCHEDGEN" TO STP-PROGRAM(1)
030800     MOVE "SETLADJ" TO STP-PROGRAM(2)
030900     MOVE "ACCRCALC" TO STP-PROGRAM(3)
031000     PERFORM 1310-CLEAR-STEP
031100         VARYING STP-IDX FROM 1 BY 1
031200         UNTIL STP-IDX > 3
031300     OPEN INPUT RUN-LOG-FILE
031400     IF WS-RUNLOG-NOT-FOUND
031500         MOVE "Y" TO WS-RUNLOG-EOF-SW
031600     END-IF
031700     PERFORM 1320-READ-RUN-LOG
031800     PERFORM 1330-NOTE-RUN-LOG-RECORD
031900         UNTIL WS-NO-MORE-RUNS
032000     IF NOT WS-RUNLOG-NOT-FOUND
032100         CLOSE RUN-LOG-FILE
032200     END-IF
032300     .
032400 1300-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------*
032700* 1310-CLEAR-STEP                                               *
032800*--------------------------------------------------------------*
032900 1310-CLEAR-STEP.
033000     MOVE "N" TO STP-SEEN-SW(STP-IDX)
033100     MOVE 0 TO STP-RECORDS-READ(STP-IDX)
033200     MOVE 0 TO STP-RECORDS-WRITTEN(STP-IDX)
033300     .
033400 1310-EXIT.
033500     EXIT.
033600*--------------------------------------------------------------*
033700* 1320-READ-RUN-LOG                                             *
033800*--------------------------------------------------------------*
033900 1320-READ-RUN-LOG.
034000     IF NOT WS-NO-MORE-RUNS
034100         READ RUN-LOG-FILE
034200             AT END
034300                 MOVE "Y" TO WS-RUNLOG-EOF-SW
034400         END-READ
034500     END-IF
034600     .
034700 1320-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------*
035000* 1330-NOTE-RUN-LOG-RECORD                                      *
035100*--------------------------------------------------------------*
035200 1330-NOTE-RUN-LOG-RECORD.
035300     IF RUNS-RUN-DATE = WS-RECON-DATE
035400         PERFORM 1340-NOTE-LATEST-RUN
035500             VARYING STP-IDX FROM 1 BY 1
035600             UNTIL STP-IDX > 3
035700     END-IF
035800     PERFORM 1320-READ-RUN-LOG
035900     .
036000 1330-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300* 1340-NOTE-LATEST-RUN                                          *
036400*--------------------------------------------------------------*
036500 1340-NOTE-LATEST-RUN.
036600     IF RUNS-PROGRAM-ID = STP-PROGRAM(STP-IDX)
036700         MOVE "Y" TO STP-SEEN-SW(STP-IDX)
036800         MOVE RUNS-RECORDS-READ TO STP-RECORDS-READ(STP-IDX)
036900         MOVE RUNS-RECORDS-WRITTEN
037000             TO STP-RECORDS-WRITTEN(STP-IDX)
037100     END-IF
037200     .
037300 1340-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------*
037600* 1500-READ-SCHEDULE-FILE - HIGH-VALUES IN THE MATCH KEY AT END *
037700* OF FILE, SO THE FILE DROPS OUT OF THE MATCH.                  *
037800*--------------------------------------------------------------*
037900 1500-READ-SCHEDULE-FILE.
038000     READ SCHEDULE-FILE
038100         AT END
038200             MOVE HIGH-VALUES TO WS-SCHEDULE-KEY
038300         NOT AT END
038400             ADD 1 TO WS-SCHEDULES-READ
038500             MOVE SCH-INSTRUMENT-KEY
038600                 TO WS-SCHEDULE-KEY-INSTRUMENT
038700             MOVE SCH-PAYMENT-NUMBER TO WS-SCHEDULE-KEY-PAYMENT
038800     END-READ
038900     .
039000 1500-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------*
039300* 1600-READ-SETTLE-FILE                                         *
039400*--------------------------------------------------------------*
039500 1600-READ-SETTLE-FILE.
039600     READ SETTLE-FILE
039700         AT END
039800             MOVE HIGH-VALUES TO WS-SETTLE-KEY
039900         NOT AT END
040000             ADD 1 TO WS-SETTLEMENTS-READ
040100             MOVE STL-INSTRUMENT-KEY TO WS-SETTLE-KEY-INSTRUMENT
040200             MOVE STL-PAYMENT-NUMBER TO WS-SETTLE-KEY-PAYMENT
040300     END-READ
040400     .
040500 1600-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 1700-READ-ACCRUAL-FILE - AN ACCRUAL PERIOD CARRIES THE NUMBER *
040900* OF THE PAYMENT THAT ENDS IT.                                  *
041000*--------------------------------------------------------------*
041100 1700-READ-ACCRUAL-FILE.
041200     READ ACCRUAL-FILE
041300         AT END
041400             MOVE HIGH-VALUES TO WS-ACCRUAL-KEY
041500         NOT AT END
041600             ADD 1 TO WS-ACCRUALS-READ
041700             MOVE ACR-INSTRUMENT-KEY
041800                 TO WS-ACCRUAL-KEY-INSTRUMENT
041900             MOVE ACR-PERIOD-NUMBER TO WS-ACCRUAL-KEY-PAYMENT
042000     END-READ
042100     .
042200 1700-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------*
042500* 1900-SET-LOW-KEY - THE LOWEST OF THE THREE MATCH KEYS IS THE  *
042600* NEXT PAYMENT TO RECONCILE.                                    *
042700*--------------------------------------------------------------*
042800 1900-SET-LOW-KEY.
042900     MOVE WS-SCHEDULE-KEY TO WS-LOW-KEY
043000     IF WS-SETTLE-KEY < WS-LOW-KEY
043100         MOVE WS-SETTLE-KEY TO WS-LOW-KEY
043200     END-IF
043300     IF WS-ACCRUAL-KEY < WS-LOW-KEY
043400         MOVE WS-ACCRUAL-KEY TO WS-LOW-KEY
043500     END-IF
043600     .
043700 1900-EXIT.
043800     EXIT.
043900*--------------------------------------------------------------*
044000* 2000-MATCH-PIPELINE - ONE PAYMENT KEY PER PASS. A NEW         *
044100* INSTRUMENT CLOSES OFF THE LAST ONE'S COUNTS FIRST; EVERY FILE *
044200* HOLDING THE KEY IS THEN CHECKED AND READ PAST IT.             *
044300*--------------------------------------------------------------*
044400 2000-MATCH-PIPELINE.
044500     IF NOT WS-INSTRUMENT-OPEN
044600        OR WS-LOW-KEY-INSTRUMENT NOT = WS-CURRENT-INSTRUMENT
044700         IF WS-INSTRUMENT-OPEN
044800             PERFORM 2800-END-INSTRUMENT
044900         END-IF
045000         PERFORM 2100-START-INSTRUMENT
045100     END-IF
045200     MOVE "N" TO WS-SCHEDULE-MATCH-SW
045300     MOVE "N" TO WS-SETTLE-MATCH-SW
045400     MOVE "N" TO WS-ACCRUAL-MATCH-SW
045500     IF WS-SCHEDULE-KEY = WS-LOW-KEY
045600         MOVE "Y" TO WS-SCHEDULE-MATCH-SW
045700         ADD 1 TO WS-INST-SCHEDULES
045800     END-IF
045900     IF WS-SETTLE-KEY = WS-LOW-KEY
046000         MOVE "Y" TO WS-SETTLE-MATCH-SW
046100         ADD 1 TO WS-INST-SETTLEMENTS
046200     END-IF
046300     IF WS-ACCRUAL-KEY = WS-LOW-KEY
046400         MOVE "Y" TO WS-ACCRUAL-MATCH-SW
046500         ADD 1 TO WS-INST-ACCRUALS
046600     END-IF
046700     PERFORM 2200-CHECK-SETTLEMENT
046800     IF WS-ACCRUAL-MATCHED
046900         PERFORM 2300-CHECK-ACCRUAL
047000     END-IF
047100     IF WS-SCHEDULE-MATCHED
047200         MOVE SCH-PAYMENT-NUMBER TO WS-PRIOR-PAYMENT-NUMBER
047300         MOVE SCH-PAYMENT-DATE TO WS-PRIOR-PAYMENT-DATE
047400         PERFORM 1500-READ-SCHEDULE-FILE
047500     END-IF
047600     IF WS-SETTLE-MATCHED
047700         PERFORM 1600-READ-SETTLE-FILE
047800     END-IF
047900     IF WS-ACCRUAL-MATCHED
048000         PERFORM 1700-READ-ACCRUAL-FILE
048100     END-IF
048200     PERFORM 1900-SET-LOW-KEY
048300     .
048400 2000-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------*
048700* 2100-START-INSTRUMENT - THE FIRST PAYMENT OF AN INSTRUMENT    *
048800* HAS NO PRIOR PAYMENT DATE FOR AN ACCRUAL TO START ON.         *
048900*--------------------------------------------------------------*
049000 2100-START-INSTRUMENT.
049100     MOVE "Y" TO WS-INSTRUMENT-OPEN-SW
049200     MOVE "N" TO WS-INSTRUMENT-BROKEN-SW
049300     MOVE WS-LOW-KEY-INSTRUMENT TO WS-CURRENT-INSTRUMENT
049400     ADD 1 TO WS-INSTRUMENTS-READ
049500     MOVE 0 TO WS-INST-SCHEDULES
049600     MOVE 0 TO WS-INST-SETTLEMENTS
049700     MOVE 0 TO WS-INST-ACCRUALS
049800     MOVE 0 TO WS-PRIOR-PAYMENT-NUMBER
049900     MOVE SPACES TO WS-PRIOR-PAYMENT-DATE
050000     .
050100 2100-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400* 2200-CHECK-SETTLEMENT - EVERY SCHEDULED PAYMENT SETTLES ONCE, *
050500* ON A CONTRACT DATE THAT IS THE SCHEDULED PAYMENT DATE.        *
050600*--------------------------------------------------------------*
050700 2200-CHECK-SETTLEMENT.
050800     MOVE WS-LOW-KEY-PAYMENT TO BRK-PAYMENT-NUMBER
050900     IF WS-SCHEDULE-MATCHED
051000         IF WS-SETTLE-MATCHED
051100             IF STL-CONTRACT-DATE NOT = SCH-PAYMENT-DATE
051200                 MOVE "CONTRACT DATE DIFFERS" TO BRK-REASON
051300                 MOVE SCH-PAYMENT-DATE TO BRK-EXPECTED
051400                 MOVE STL-CONTRACT-DATE TO BRK-ACTUAL
051500                 PERFORM 2900-WRITE-BREAK-LINE
051600             END-IF
051700         ELSE
051800             MOVE "NOT SETTLED" TO BRK-REASON
051900             MOVE SCH-PAYMENT-DATE TO BRK-EXPECTED
052000             MOVE SPACES TO BRK-ACTUAL
052100             PERFORM 2900-WRITE-BREAK-LINE
052200         END-IF
052300     ELSE
052400         IF WS-SETTLE-MATCHED
052500             MOVE "NOT SCHEDULED" TO BRK-REASON
052600             MOVE SPACES TO BRK-EXPECTED
052700             MOVE STL-CONTRACT-DATE TO BRK-ACTUAL
052800             PERFORM 2900-WRITE-BREAK-LINE
052900         END-IF
053000     END-IF
053100     .
053200 2200-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
053500* 2300-CHECK-ACCRUAL - AN ACCRUAL PERIOD STARTS ON THE PAYMENT  *
053600* DATE JUST BEFORE ITS OWN AND ENDS ON ITS OWN, SO THE PERIODS  *
053700* CHAIN PAYMENT TO PAYMENT WITH NO GAP OR OVERLAP.              *
053800*--------------------------------------------------------------*
053900 2300-CHECK-ACCRUAL.
054000     MOVE WS-LOW-KEY-PAYMENT TO BRK-PAYMENT-NUMBER
054100     IF NOT WS-SCHEDULE-MATCHED
054200         MOVE "ACCRUAL NOT SCHEDULED" TO BRK-REASON
054300         MOVE SPACES TO BRK-EXPECTED
054400         MOVE ACR-END-DATE TO BRK-ACTUAL
054500         PERFORM 2900-WRITE-BREAK-LINE
054600     ELSE
054700         IF ACR-START-DATE NOT = WS-PRIOR-PAYMENT-DATE
054800            OR ACR-PERIOD-NUMBER NOT = WS-PRIOR-PAYMENT-NUMBER + 1
054900             MOVE "ACCRUAL START OFF CHAIN" TO BRK-REASON
055000             MOVE WS-PRIOR-PAYMENT-DATE TO BRK-EXPECTED
055100             MOVE ACR-START-DATE TO BRK-ACTUAL
055200             PERFORM 2900-WRITE-BREAK-LINE
055300         END-IF
055400         IF ACR-END-DATE NOT = SCH-PAYMENT-DATE
055500             MOVE "ACCRUAL END OFF CHAIN" TO BRK-REASON
055600             MOVE SCH-PAYMENT-DATE TO BRK-EXPECTED
055700             MOVE ACR-END-DATE TO BRK-ACTUAL
055800             PERFORM 2900-WRITE-BREAK-LINE
055900         END-IF
056000     END-IF
056100     .
056200 2300-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500* 2800-END-INSTRUMENT - THE SETTLEMENT COUNT MUST EQUAL THE     *
056600* PAYMENT COUNT, AND THERE IS ONE ACCRUAL PERIOD FEWER THAN     *
056700* THERE ARE PAYMENTS.                                           *
056800*--------------------------------------------------------------*
056900 2800-END-INSTRUMENT.
057000     MOVE WS-CURRENT-INSTRUMENT TO BRK-INSTRUMENT-KEY
057100     MOVE SPACES TO BRK-PAYMENT-NUMBER
057200     IF WS-INST-SETTLEMENTS NOT = WS-INST-SCHEDULES
057300         MOVE "PAYMENT COUNT DIFFERS" TO BRK-REASON
057400         MOVE WS-INST-SCHEDULES TO WS-EDIT-COUNT
057500         MOVE WS-EDIT-COUNT TO BRK-EXPECTED
057600         MOVE WS-INST-SETTLEMENTS TO WS-EDIT-COUNT
057700         MOVE WS-EDIT-COUNT TO BRK-ACTUAL
057800         PERFORM 2900-WRITE-BREAK-LINE
057900     END-IF
058000     IF WS-INST-SCHEDULES > 0
058100         COMPUTE WS-EXPECTED-PERIODS = WS-INST-SCHEDULES - 1
058200     ELSE
058300         MOVE 0 TO WS-EXPECTED-PERIODS
058400     END-IF
058500     IF WS-INST-ACCRUALS NOT = WS-EXPECTED-PERIODS
058600         MOVE "PERIOD COUNT DIFFERS" TO BRK-REASON
058700         MOVE WS-EXPECTED-PERIODS TO WS-EDIT-COUNT
058800         MOVE WS-EDIT-COUNT TO BRK-EXPECTED
058900         MOVE WS-INST-ACCRUALS TO WS-EDIT-COUNT
059000         MOVE WS-EDIT-COUNT TO BRK-ACTUAL
059100         PERFORM 2900-WRITE-BREAK-LINE
059200     END-IF
059300     IF WS-INSTRUMENT-BROKEN
059400         ADD 1 TO WS-INSTRUMENTS-BROKEN
059500     END-IF
059600     MOVE "N" TO WS-INSTRUMENT-OPEN-SW
059700     .
059800 2800-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100* 2900-WRITE-BREAK-LINE                                         *
060200*--------------------------------------------------------------*
060300 2900-WRITE-BREAK-LINE.
060400     MOVE WS-CURRENT-INSTRUMENT TO BRK-INSTRUMENT-KEY
060500     WRITE REPORT-LINE FROM WS-BREAK-LINE
060600     ADD 1 TO WS-PIPELINE-BREAKS
060700     MOVE "Y" TO WS-INSTRUMENT-BROKEN-SW
060800     IF WS-CONDITION-CODE < 86
060900         MOVE 86 TO WS-CONDITION-CODE
061000     END-IF
061100     .
061200 2900-EXIT.
061300     EXIT.
061400*--------------------------------------------------------------*
061500* 3000-CROSS-FOOT-RUN-LOG - WHAT EACH JOB SAYS IT READ AND      *
061600* WROTE MUST BE WHAT IS IN THE FILES: SETLADJ AND ACCRCALC BOTH *
061700* READ ALL OF SCHDOUT, AND EACH JOB WROTE ONE RECORD PER RECORD *
061800* IN ITS OWN OUTPUT FILE.                                       *
061900*--------------------------------------------------------------*
062000 3000-CROSS-FOOT-RUN-LOG.
062100     WRITE REPORT-LINE FROM WS-CROSS-FOOT-HEADING-1
062200     WRITE REPORT-LINE FROM WS-CROSS-FOOT-HEADING-2
062300     SET STP-IDX TO 1
062400     MOVE "WRITTEN" TO XFT-COUNT-NAME
062500     MOVE "SCHDOUT" TO XFT-FILE-NAME
062600     MOVE STP-RECORDS-WRITTEN(STP-IDX) TO WS-LOG-COUNT
062700     MOVE WS-SCHEDULES-READ TO WS-FILE-COUNT
062800     PERFORM 3100-CROSS-FOOT-COUNT
062900     SET STP-IDX TO 2
063000     MOVE "READ" TO XFT-COUNT-NAME
063100     MOVE "SCHDOUT" TO XFT-FILE-NAME
063200     MOVE STP-RECORDS-READ(STP-IDX) TO WS-LOG-COUNT
063300     MOVE WS-SCHEDULES-READ TO WS-FILE-COUNT
063400     PERFORM 3100-CROSS-FOOT-COUNT
063500     MOVE "WRITTEN" TO XFT-COUNT-NAME
063600     MOVE "SETLOUT" TO XFT-FILE-NAME
063700     MOVE STP-RECORDS-WRITTEN(STP-IDX) TO WS-LOG-COUNT
063800     MOVE WS-SETTLEMENTS-READ TO WS-FILE-COUNT
063900     PERFORM 3100-CROSS-FOOT-COUNT
064000     SET STP-IDX TO 3
064100     MOVE "READ" TO XFT-COUNT-NAME
064200     MOVE "SCHDOUT" TO XFT-FILE-NAME
064300     MOVE STP-RECORDS-READ(STP-IDX) TO WS-LOG-COUNT
064400     MOVE WS-SCHEDULES-READ TO WS-FILE-COUNT
064500     PERFORM 3100-CROSS-FOOT-COUNT
064600     MOVE "WRITTEN" TO XFT-COUNT-NAME
064700     MOVE "ACCROUT" TO XFT-FILE-NAME
064800     MOVE STP-RECORDS-WRITTEN(STP-IDX) TO WS-LOG-COUNT
064900     MOVE WS-ACCRUALS-READ TO WS-FILE-COUNT
065000     PERFORM 3100-CROSS-FOOT-COUNT
065100     .
065200 3000-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 3100-CROSS-FOOT-COUNT - A STEP WITH NO RUN ON THE LOG FOR THE *
065600* DATE IS A BREAK AS WELL AS A COUNT THAT DISAGREES.            *
065700*--------------------------------------------------------------*
065800 3100-CROSS-FOOT-COUNT.
065900     MOVE STP-PROGRAM(STP-IDX) TO XFT-PROGRAM
066000     MOVE WS-LOG-COUNT TO XFT-LOG-COUNT
066100     MOVE WS-FILE-COUNT TO XFT-FILE-COUNT
066200     IF NOT STP-SEEN(STP-IDX)
066300         MOVE "NO RUN ON LOG" TO XFT-VERDICT
066400         PERFORM 3200-NOTE-CROSS-FOOT-BREAK
066500     ELSE
066600         IF WS-LOG-COUNT NOT = WS-FILE-COUNT
066700             MOVE "COUNTS DIFFER" TO XFT-VERDICT
066800             PERFORM 3200-NOTE-CROSS-FOOT-BREAK
066900         ELSE
067000             MOVE "AGREES" TO XFT-VERDICT
067100         END-IF
067200     END-IF
067300     WRITE REPORT-LINE FROM WS-CROSS-FOOT-LINE
067400     .
067500 3100-EXIT.
067600     EXIT.
067700*--------------------------------------------------------------*
067800* 3200-NOTE-CROSS-FOOT-BREAK                                    *
067900*--------------------------------------------------------------*
068000 3200-NOTE-CROSS-FOOT-BREAK.
068100     ADD 1 TO WS-CROSS-FOOT-BREAKS
068200     IF WS-CONDITION-CODE < 87
068300         MOVE 87 TO WS-CONDITION-CODE
068400     END-IF
068500     .
068600 3200-EXIT.
068700     EXIT.
068800*--------------------------------------------------------------*
068900* 3500-WRITE-TOTALS                                             *
069000*--------------------------------------------------------------*
069100 3500-WRITE-TOTALS.
069200     MOVE "SCHEDULES READ....." TO TOT-LABEL
069300     MOVE WS-SCHEDULES-READ TO TOT-COUNT
069400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
069500     MOVE "SETTLEMENTS READ..." TO TOT-LABEL
069600     MOVE WS-SETTLEMENTS-READ TO TOT-COUNT
069700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
069800     MOVE "ACCRUALS READ......" TO TOT-LABEL
069900     MOVE WS-ACCRUALS-READ TO TOT-COUNT
070000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
070100     MOVE "INSTRUMENTS........" TO TOT-LABEL
070200     MOVE WS-INSTRUMENTS-READ TO TOT-COUNT
070300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
070400     MOVE "INSTRUMENTS BROKEN." TO TOT-LABEL
070500     MOVE WS-INSTRUMENTS-BROKEN TO TOT-COUNT
070600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
070700     MOVE "PIPELINE BREAKS...." TO TOT-LABEL
070800     MOVE WS-PIPELINE-BREAKS TO TOT-COUNT
070900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071000     MOVE "CROSS-FOOT BREAKS.." TO TOT-LABEL
071100     MOVE WS-CROSS-FOOT-BREAKS TO TOT-COUNT
071200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071300     .
071400 3500-EXIT.
071500     EXIT.
071600*--------------------------------------------------------------*
071700* 9000-TERMINATE                                                *
071800*--------------------------------------------------------------*
071900 9000-TERMINATE.
072000     IF NOT WS-CONTROL-NOT-FOUND
072100         CLOSE CONTROL-FILE
072200     END-IF
072300     IF WS-CARD-USABLE
072400         CLOSE SCHEDULE-FILE
072500         CLOSE SETTLE-FILE
072600         CLOSE ACCRUAL-FILE
072700     END-IF
072800     CLOSE REPORT-FILE
072900     CANCEL "LEAP"
073000     PERFORM 9100-WRITE-RUN-STATISTICS
073100     IF WS-CONDITION-CODE > 0
073200         MOVE WS-CONDITION-CODE TO RETURN-CODE
073300     END-IF
073400     .
073500 9000-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------*
073800* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
073900* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT)  *
074000* AND FOR JOBGATE.                                              *
074100*--------------------------------------------------------------*
074200 9100-WRITE-RUN-STATISTICS.
074300     OPEN EXTEND RUN-LOG-FILE
074400     IF WS-RUNLOG-NOT-FOUND
074500         OPEN OUTPUT RUN-LOG-FILE
074600     END-IF
074700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
074800     MOVE "PIPERECN" TO RUNS-PROGRAM-ID
074900     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
075000     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
075100     MOVE WS-SCHEDULES-READ TO RUNS-RECORDS-READ
075200     MOVE 0 TO RUNS-RECORDS-WRITTEN
075300     COMPUTE RUNS-RECORDS-REJECTED =
075400         WS-PIPELINE-BREAKS + WS-CROSS-FOOT-BREAKS
075500     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
075600     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
075700     WRITE RUN-STATISTICS-RECORD
075800     CLOSE RUN-LOG-FILE
075900     .
076000 9100-EXIT.
076100     EXIT.
