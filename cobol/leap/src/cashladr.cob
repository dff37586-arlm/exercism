000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASHLADR.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. PROJECTED CASH-FLOW LADDER FOR       *
001100*                TREASURY, WHO TODAY MATCH SETLOUT SETTLED      *
001200*                DATES TO ACCROUT INTEREST BY HAND EVERY WEEK.  *
001300*                SETLOUT (SETLADJ) AND ACCROUT (ACCRCALC) ARE   *
001400*                BOTH IN INSTRUMENT KEY AND PAYMENT NUMBER      *
001500*                ORDER, SO EACH SETLREC IS MATCHED TO THE       *
001600*                ACCRREC WHOSE PERIOD ENDS ON THAT PAYMENT      *
001700*                (ACR-PERIOD-NUMBER = STL-PAYMENT-NUMBER) AND   *
001800*                TO THE INSTRUMENT'S MARKET CALENDAR CODE ON    *
001900*                SETLPARM. THE CASHPARM CARD GIVES THE AS-OF    *
002000*                DATE, THE LADDER CALENDAR (SPACES IS THE       *
002100*                DOMESTIC CALENDAR) AND HOW MANY WEEKLY AND     *
002200*                MONTHLY BUCKETS TO CARRY (DEFAULT 8 AND 12).   *
002300*                THE LADDER RUNS ONE DAILY BUCKET FOR EACH OF   *
002400*                THE NEXT 30 BUSINESS DAYS OF THE LADDER        *
002500*                CALENDAR STARTING WITH THE AS-OF DATE ITSELF,  *
002600*                THEN SEVEN-DAY WEEKLY BUCKETS, THEN            *
002700*                CALENDAR-MONTH BUCKETS, THEN ONE LATER BUCKET. *
002800*                A PAYMENT FALLS IN THE FIRST BUCKET ENDING ON  *
002900*                OR AFTER ITS STL-SETTLE-DATE, SO A SETTLEMENT  *
003000*                ON A DAY THE LADDER CALENDAR IS SHUT JOINS THE *
003100*                NEXT BUSINESS DAY'S BUCKET. THE REPORT LISTS   *
003200*                EVERY PAYMENT A ROLL MOVED OFF ITS CONTRACT    *
003300*                DATE, THEN PRINTS THE LADDER WITH ONE COLUMN   *
003400*                PER MARKET (THREE MARKETS TO A PANEL) AND AN   *
003500*                ALL-MARKETS COLUMN. EVERY LADDERED PAYMENT     *
003600*                ALSO GOES TO THE CASHEXTR EXTRACT (SEE         *
003700*                CASHREC) FOR THE FUNDING MODEL. PAYMENTS       *
003800*                SETTLED BEFORE THE AS-OF DATE ARE PAST AND ARE *
003900*                SKIPPED; AN INSTRUMENT'S FIRST PAYMENT CLOSES  *
004000*                NO ACCRUAL PERIOD AND CARRIES NO INTEREST.     *
004100*                CONDITION CODES:                               *
004200*                  77  CONTROL CARD UNUSABLE - NO LADDER        *
004300*                  78  A PAYMENT WAS REJECTED (NO SETLPARM      *
004400*                      ENTRY, NO ACCRREC FOR A LATER PAYMENT,   *
004500*                      OR MORE MARKETS THAN THE LADDER HOLDS)   *
004600*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
004700*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
004800*                JOB.                                           *
004900*--------------------------------------------------------------*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CONTROL-FILE ASSIGN TO CASHPARM
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CONTROL-FILE-STATUS.
005600     SELECT PARM-FILE ASSIGN TO SETLPARM
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PARM-FILE-STATUS.
005900     SELECT SETTLE-FILE ASSIGN TO SETLOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-SETTLE-FILE-STATUS.
006200     SELECT ACCRUAL-FILE ASSIGN TO ACCROUT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
006500     SELECT EXTRACT-FILE ASSIGN TO CASHEXTR
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
006800     SELECT REPORT-FILE ASSIGN TO CASHRPTO
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-REPORT-FILE-STATUS.
007100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-RUNLOG-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CONTROL-FILE
007700     RECORDING MODE IS F.
007800 01  CONTROL-RECORD.
007900     05 CSP-AS-OF-DATE.
008000         10 CSP-AS-OF-CCYY     PIC 9(04).
008100         10 CSP-AS-OF-MM       PIC 9(02).
008200         10 CSP-AS-OF-DD       PIC 9(02).
008300     05 CSP-LADDER-CALENDAR    PIC X(03).
008400     05 CSP-WEEKLY-BUCKETS     PIC 9(02).
008500     05 CSP-MONTHLY-BUCKETS    PIC 9(02).
008600     05 FILLER                 PIC X(65).
008700 FD  PARM-FILE
008800     RECORDING MODE IS F.
008900 01  PARM-RECORD.
009000     05 RP-INSTRUMENT-KEY      PIC X(10).
009100     05 RP-ROLL-CODE           PIC X(01).
009200     05 RP-CALENDAR-CODE       PIC X(03).
009300     05 FILLER                 PIC X(66).
009400 FD  SETTLE-FILE
009500     RECORDING MODE IS F.
009600     COPY SETLREC.
009700 FD  ACCRUAL-FILE
009800     RECORDING MODE IS F.
009900     COPY ACCRREC.
010000 FD  EXTRACT-FILE
010100     RECORDING MODE IS F.
010200     COPY CASHREC.
010300 FD  REPORT-FILE
010400     RECORDING MODE IS F.
010500 01  REPORT-LINE               PIC X(80).
010600 FD  RUN-LOG-FILE
010700     RECORDING MODE IS F.
010800     COPY RUNSTATS.
010900 WORKING-STORAGE SECTION.
011000 01  WS-CONTROL-FILE-STATUS    PIC X(02)   VALUE "00".
011100     88 WS-CONTROL-NOT-FOUND               VALUE "35".
011200 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
011300 01  WS-SETTLE-FILE-STATUS     PIC X(02)   VALUE "00".
011400 01  WS-ACCRUAL-FILE-STATUS    PIC X(02)   VALUE "00".
011500 01  WS-EXTRACT-FILE-STATUS    PIC X(02)   VALUE "00".
011600 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
011700 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
011800     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
011900 01  WS-CONTROL-EOF-SW         PIC X(01)   VALUE "N".
012000     88 WS-NO-MORE-CONTROLS                VALUE "Y".
012100 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
012200     88 WS-NO-MORE-PARMS                   VALUE "Y".
012300 01  WS-SETTLE-EOF-SW          PIC X(01)   VALUE "N".
012400     88 WS-NO-MORE-SETTLEMENTS             VALUE "Y".
012500 01  WS-ACCRUAL-EOF-SW         PIC X(01)   VALUE "N".
012600     88 WS-NO-MORE-ACCRUALS                VALUE "Y".
012700 01  WS-CARD-USABLE-SW         PIC X(01)   VALUE "N".
012800     88 WS-CARD-USABLE                     VALUE "Y".
012900 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
013000     88 WS-DATE-IS-VALID                   VALUE "Y".
013100 01  WS-CALENDAR-FOUND-SW      PIC X(01)   VALUE "N".
013200     88 WS-CALENDAR-FOUND                  VALUE "Y".
013300 01  WS-MARKET-FOUND-SW        PIC X(01)   VALUE "N".
013400     88 WS-MARKET-FOUND                    VALUE "Y".
013500 01  WS-BUCKET-FOUND-SW        PIC X(01)   VALUE "N".
013600     88 WS-BUCKET-FOUND                    VALUE "Y".
013700 01  WS-LOOKUP-KEY             PIC X(10)   VALUE SPACES.
013800 01  WS-SETTLE-KEY.
013900     05 WS-SETTLE-KEY-INSTRUMENT PIC X(10) VALUE SPACES.
014000     05 WS-SETTLE-KEY-PAYMENT  PIC 9(03)   VALUE 0.
014100 01  WS-ACCRUAL-KEY.
014200     05 WS-ACCRUAL-KEY-INSTRUMENT PIC X(10) VALUE SPACES.
014300     05 WS-ACCRUAL-KEY-PAYMENT PIC 9(03)   VALUE 0.
014400 01  WS-AS-OF-DATE-X           PIC X(08)   VALUE SPACES.
014500 01  WS-SETTLE-DATE-X          PIC X(08)   VALUE SPACES.
014600 01  WS-INTEREST-AMOUNT        PIC 9(11)V9(02)    VALUE 0.
014700 01  WS-WEEKLY-BUCKETS         PIC 9(02)   VALUE 0.
014800 01  WS-MONTHLY-BUCKETS        PIC 9(02)   VALUE 0.
014900 01  WS-BUCKET-TYPE            PIC X(01)   VALUE SPACE.
015000 01  WS-BUCKET-NUMBER          PIC 9(02)   VALUE 0.
015100 01  WS-BUCKET-END-DATE        PIC X(08)   VALUE SPACES.
015200 01  WS-BUCKET-LABEL.
015300     05 WS-LABEL-TYPE          PIC X(01)   VALUE SPACE.
015400     05 WS-LABEL-NUMBER        PIC 9(02)   VALUE 0.
015500 01  WS-PARM-COUNT             PIC 9(04)   COMP   VALUE 0.
015600 01  WS-CALENDAR-TABLE.
015700     05 WS-CALENDAR-ENTRY OCCURS 0 TO 500 TIMES
015800        DEPENDING ON WS-PARM-COUNT
015900        INDEXED BY CAL-IDX.
016000         10 CAL-INSTRUMENT-KEY PIC X(10).
016100         10 CAL-CALENDAR-CODE  PIC X(03).
016200 01  WS-MARKET-CODE            PIC X(03)   VALUE SPACES.
016300 01  WS-MARKET-COUNT           PIC 9(02)   COMP   VALUE 0.
016400 01  WS-MARKET-TABLE.
016500     05 WS-MARKET-ENTRY OCCURS 30 TIMES
016600        INDEXED BY MKT-IDX.
016700         10 MKT-CODE           PIC X(03).
016800         10 MKT-TOTAL          PIC 9(13)V9(02).
016900 01  WS-BUCKET-COUNT           PIC 9(02)   COMP   VALUE 0.
017000 01  WS-BUCKET-TABLE.
017100     05 WS-BUCKET-ENTRY OCCURS 0 TO 81 TIMES
017200        DEPENDING ON WS-BUCKET-COUNT
017300        INDEXED BY BKT-IDX.
017400         10 BKT-LABEL          PIC X(03).
017500         10 BKT-TYPE           PIC X(01).
017600         10 BKT-NUMBER         PIC 9(02).
017700         10 BKT-END-DATE       PIC X(08).
017800         10 BKT-TOTAL          PIC 9(13)V9(02).
017900         10 BKT-MARKET-AMOUNT  PIC 9(13)V9(02)
018000                               OCCURS 30 TIMES.
018100 01  WS-BUCKET-SUB             PIC 9(02)   COMP   VALUE 0.
018200 01  WS-GROUP-START            PIC 9(02)   COMP   VALUE 0.
018300 01  WS-COLUMN-NUMBER          PIC 9(01)   COMP   VALUE 0.
018400 01  WS-MARKET-NUMBER          PIC 9(02)   COMP   VALUE 0.
018500 01  WS-TOTAL-INTEREST         PIC 9(13)V9(02)    VALUE 0.
018600 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE SPACE.
018700 01  WS-BUS-CALENDAR-CODE      PIC X(03)   VALUE SPACES.
018800     COPY CALDATE REPLACING ==CALENDAR-DATE==
018900                            BY ==WS-BUS-START-DATE==
019000                            ==CD-CCYY==       BY ==BST-CCYY==
019100                            ==CD-MM==         BY ==BST-MM==
019200                            ==CD-DD==         BY ==BST-DD==.
019300 01  WS-BUS-START-DATE-X REDEFINES WS-BUS-START-DATE
019400                               PIC X(08).
019500     COPY CALDATE REPLACING ==CALENDAR-DATE==
019600                            BY ==WS-BUS-END-DATE==
019700                            ==CD-CCYY==       BY ==BEN-CCYY==
019800                            ==CD-MM==         BY ==BEN-MM==
019900                            ==CD-DD==         BY ==BEN-DD==.
020000     COPY CALDATE REPLACING ==CALENDAR-DATE==
020100                            BY ==WS-BUS-RESULT-DATE==
020200                            ==CD-CCYY==       BY ==BRS-CCYY==
020300                            ==CD-MM==         BY ==BRS-MM==
020400                            ==CD-DD==         BY ==BRS-DD==.
020500 01  WS-BUS-RESULT-DATE-X REDEFINES WS-BUS-RESULT-DATE
020600                               PIC X(08).
020700 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
020800 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
020900 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
021000     88 WS-BUS-VALID-RESULT                VALUE 00.
021100 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
021200 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
021300 01  WS-MONTH-DAYS-TBL.
021400     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
021500 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
021600 01  WS-CURRENT-TIMESTAMP      PIC X(26).
021700 01  WS-COUNTERS.
021800     05 WS-PARMS-READ          PIC 9(05)   COMP   VALUE 0.
021900     05 WS-SETTLEMENTS-READ    PIC 9(07)   COMP   VALUE 0.
022000     05 WS-ACCRUALS-READ       PIC 9(07)   COMP   VALUE 0.
022100     05 WS-PAYMENTS-LADDERED   PIC 9(07)   COMP   VALUE 0.
022200     05 WS-PAYMENTS-ROLLED     PIC 9(07)   COMP   VALUE 0.
022300     05 WS-PAYMENTS-PAST       PIC 9(07)   COMP   VALUE 0.
022400     05 WS-NO-INTEREST-DUE     PIC 9(07)   COMP   VALUE 0.
022500     05 WS-ACCRUALS-UNMATCHED  PIC 9(07)   COMP   VALUE 0.
022600     05 WS-RECORDS-WRITTEN     PIC 9(07)   COMP   VALUE 0.
022700     05 WS-RECORDS-REJECTED    PIC 9(07)   COMP   VALUE 0.
022800 01  WS-HEADING-1.
022900     05 FILLER            PIC X(30) VALUE
023000         "PROJECTED CASH LADDER".
023100     05 FILLER            PIC X(06) VALUE "AS OF ".
023200     05 HDG-AS-OF-DATE         PIC X(08).
023300     05 FILLER            PIC X(17) VALUE
023400         "  LADDER CALENDAR".
023500     05 FILLER                 PIC X(01)   VALUE SPACE.
023600     05 HDG-LADDER-CALENDAR    PIC X(03).
023700     05 FILLER                 PIC X(15)   VALUE SPACES.
023800 01  WS-ROLLED-HEADING-1.
023900     05 FILLER            PIC X(30) VALUE
024000         "PAYMENTS MOVED BY A ROLL".
024100     05 FILLER                 PIC X(50)   VALUE SPACES.
024200 01  WS-ROLLED-HEADING-2.
024300     05 FILLER            PIC X(33) VALUE
024400         "INSTRUMENT PMT CONTRACT SETTLED".
024500     05 FILLER            PIC X(47) VALUE
024600         "MKT R          INTEREST BKT".
024700 01  WS-ROLLED-LINE.
024800     05 RLD-INSTRUMENT-KEY     PIC X(10).
024900     05 FILLER                 PIC X(01)   VALUE SPACE.
025000     05 RLD-PAYMENT-NUMBER     PIC ZZ9.
025100     05 FILLER                 PIC X(01)   VALUE SPACE.
025200     05 RLD-CONTRACT-DATE      PIC X(08).
025300     05 FILLER                 PIC X(01)   VALUE SPACE.
025400     05 RLD-SETTLE-DATE        PIC X(08).
025500     05 FILLER                 PIC X(01)   VALUE SPACE.
025600     05 RLD-MARKET             PIC X(03).
025700     05 FILLER                 PIC X(01)   VALUE SPACE.
025800     05 RLD-ROLL-CODE          PIC X(01).
025900     05 FILLER                 PIC X(01)   VALUE SPACE.
026000     05 RLD-INTEREST           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026100     05 FILLER                 PIC X(01)   VALUE SPACE.
026200     05 RLD-BUCKET             PIC X(03).
026300     05 FILLER                 PIC X(20)   VALUE SPACES.
026400 01  WS-LADDER-HEADING.
026500     05 FILLER            PIC X(13) VALUE
026600         "BKT ENDS".
026700     05 LDH-COLUMN OCCURS 3 TIMES.
026800         10 FILLER             PIC X(12).
026900         10 LDH-MARKET         PIC X(03).
027000     05 FILLER            PIC X(15) VALUE
027100         "    ALL MARKETS".
027200     05 FILLER                 PIC X(07)   VALUE SPACES.
027300 01  WS-LADDER-LINE.
027400     05 LDL-BUCKET             PIC X(03).
027500     05 FILLER                 PIC X(01)   VALUE SPACE.
027600     05 LDL-END-DATE           PIC X(08).
027700     05 FILLER                 PIC X(01)   VALUE SPACE.
027800     05 LDL-COLUMN OCCURS 3 TIMES.
027900         10 FILLER             PIC X(01).
028000         10 LDL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
028100     05 FILLER                 PIC X(01)   VALUE SPACE.
028200     05 LDL-ALL-MARKETS        PIC ZZZ,ZZZ,ZZ9.99.
028300     05 FILLER                 PIC X(07)   VALUE SPACES.
028400 01  WS-REJECT-LINE.
028500     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
028600     05 REJ-INSTRUMENT-KEY     PIC X(10).
028700     05 FILLER                 PIC X(01)   VALUE SPACE.
028800     05 REJ-PAYMENT-NUMBER     PIC ZZ9.
028900     05 FILLER                 PIC X(01)   VALUE SPACE.
029000     05 REJ-SETTLE-DATE        PIC X(08).
029100     05 FILLER                 PIC X(01)   VALUE SPACE.
029200     05 REJ-REASON             PIC X(24).
029300     05 FILLER                 PIC X(23)   VALUE SPACES.
029400 01  WS-TOTAL-LINE.
029500     05 TOT-LABEL              PIC X(20).
029600     05 TOT-COUNT              PIC ZZZ,ZZ9.
029700     05 FILLER                 PIC X(53)   VALUE SPACES.
029800 01  WS-GRAND-TOTAL-LINE.
029900     05 GTL-LABEL              PIC X(20).
030000     05 GTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
030100     05 FILLER                 PIC X(39)   VALUE SPACES.
030200 PROCEDURE DIVISION.
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE
030500     IF WS-CARD-USABLE
030600         PERFORM 2000-LADDER-SETTLEMENT
030700             UNTIL WS-NO-MORE-SETTLEMENTS
030800         PERFORM 2100-SKIP-UNMATCHED-ACCRUAL
030900             UNTIL WS-NO-MORE-ACCRUALS
031000         PERFORM 3000-WRITE-LADDER
031100     END-IF
031200     PERFORM 3500-WRITE-TOTALS
031300     PERFORM 9000-TERMINATE
031400     STOP RUN.
031500*--------------------------------------------------------------*
031600* 1000-INITIALIZE - EDIT THE CONTROL CARD, LOAD THE INSTRUMENT  *
031700* MARKET CODES, LAY OUT THE LADDER BUCKETS AND PRIME BOTH       *
031800* PIPELINE FILES. A MISSING OR UNUSABLE CARD ENDS 77 WITH NO    *
031900* LADDER.                                                       *
032000*--------------------------------------------------------------*
032100 1000-INITIALIZE.
032200     OPEN INPUT CONTROL-FILE
032300     IF WS-CONTROL-NOT-FOUND
032400         MOVE "Y" TO WS-CONTROL-EOF-SW
032500     END-IF
032600     OPEN OUTPUT REPORT-FILE
032700     PERFORM 1100-READ-CONTROL-FILE
032800     PERFORM 1200-EDIT-CONTROL-CARD
032900     IF NOT WS-CARD-USABLE
033000         MOVE SPACES TO HDG-AS-OF-DATE
033100         MOVE SPACES TO HDG-LADDER-CALENDAR
033200         WRITE REPORT-LINE FROM WS-HEADING-1
033300         MOVE SPACES TO REJ-INSTRUMENT-KEY
033400         MOVE 0 TO REJ-PAYMENT-NUMBER
033500         MOVE SPACES TO REJ-SETTLE-DATE
033600         MOVE "CONTROL CARD UNUSABLE" TO REJ-REASON
033700         WRITE REPORT-LINE FROM WS-REJECT-LINE
033800         MOVE 77 TO WS-CONDITION-CODE
033900     ELSE
034000         MOVE WS-AS-OF-DATE-X TO HDG-AS-OF-DATE
034100         MOVE CSP-LADDER-CALENDAR TO HDG-LADDER-CALENDAR
034200         WRITE REPORT-LINE FROM WS-HEADING-1
034300         WRITE REPORT-LINE FROM WS-ROLLED-HEADING-1
034400         WRITE REPORT-LINE FROM WS-ROLLED-HEADING-2
034500         OPEN INPUT PARM-FILE
034600         PERFORM 1300-READ-PARM-FILE
034700         PERFORM 1400-LOAD-CALENDAR-ENTRY
034800             UNTIL WS-NO-MORE-PARMS
034900         CLOSE PARM-FILE
035000         PERFORM 1500-BUILD-BUCKETS
035100         OPEN INPUT SETTLE-FILE
035200         OPEN INPUT ACCRUAL-FILE
035300         OPEN OUTPUT EXTRACT-FILE
035400         PERFORM 1600-READ-SETTLE-FILE
035500         PERFORM 1700-READ-ACCRUAL-FILE
035600     END-IF
035700     .
035800 1000-EXIT.
035900     EXIT.
036000*--------------------------------------------------------------*
036100* 1100-READ-CONTROL-FILE                                        *
036200*--------------------------------------------------------------*
036300 1100-READ-CONTROL-FILE.
036400     IF NOT WS-NO-MORE-CONTROLS
036500         READ CONTROL-FILE
036600             AT END
036700                 MOVE "Y" TO WS-CONTROL-EOF-SW
036800         END-READ
036900     END-IF
037000     .
037100 1100-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------*
037400* 1200-EDIT-CONTROL-CARD - THE AS-OF DATE MUST BE A REAL DATE.  *
037500* BLANK OR ZERO BUCKET COUNTS TAKE THE DEFAULTS; MORE THAN 26   *
037600* WEEKS OR 24 MONTHS IS MORE LADDER THAN THE TABLE HOLDS.       *
037700*--------------------------------------------------------------*
037800 1200-EDIT-CONTROL-CARD.
037900     MOVE "N" TO WS-CARD-USABLE-SW
038000     IF NOT WS-NO-MORE-CONTROLS
038100         MOVE CSP-AS-OF-DATE TO WS-AS-OF-DATE-X
038200         CALL "CALVALID" USING CSP-AS-OF-DATE, WS-DATE-VALID-SW
038300         IF CSP-WEEKLY-BUCKETS IS NUMERIC
038400            AND CSP-WEEKLY-BUCKETS > 0
038500             MOVE CSP-WEEKLY-BUCKETS TO WS-WEEKLY-BUCKETS
038600         ELSE
038700             MOVE 8 TO WS-WEEKLY-BUCKETS
038800         END-IF
038900         IF CSP-MONTHLY-BUCKETS IS NUMERIC
039000            AND CSP-MONTHLY-BUCKETS > 0
039100             MOVE CSP-MONTHLY-BUCKETS TO WS-MONTHLY-BUCKETS
039200         ELSE
039300             MOVE 12 TO WS-MONTHLY-BUCKETS
039400         END-IF
039500         IF WS-DATE-IS-VALID
039600            AND WS-WEEKLY-BUCKETS NOT > 26
039700            AND WS-MONTHLY-BUCKETS NOT > 24
039800             MOVE "Y" TO WS-CARD-USABLE-SW
039900         END-IF
040000     END-IF
040100     .
040200 1200-EXIT.
040300     EXIT.
040400*--------------------------------------------------------------*
040500* 1300-READ-PARM-FILE                                           *
040600*--------------------------------------------------------------*
040700 1300-READ-PARM-FILE.
040800     READ PARM-FILE
040900         AT END
041000             MOVE "Y" TO WS-PARM-EOF-SW
041100         NOT AT END
041200             ADD 1 TO WS-PARMS-READ
041300     END-READ
041400     .
041500 1300-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800* 1400-LOAD-CALENDAR-ENTRY - ONE MARKET CODE PER INSTRUMENT.    *
041900* SETLADJ HAS ALREADY REPORTED ANY DUPLICATE; THE FIRST ENTRY   *
042000* IS THE ONE IT USED, SO THE FIRST ONE WINS HERE TOO.           *
042100*--------------------------------------------------------------*
042200 1400-LOAD-CALENDAR-ENTRY.
042300     MOVE RP-INSTRUMENT-KEY TO WS-LOOKUP-KEY
042400     PERFORM 2200-FIND-CALENDAR-CODE
042500     IF NOT WS-CALENDAR-FOUND
042600         ADD 1 TO WS-PARM-COUNT
042700         MOVE RP-INSTRUMENT-KEY
042800             TO CAL-INSTRUMENT-KEY(WS-PARM-COUNT)
042900         MOVE RP-CALENDAR-CODE
043000             TO CAL-CALENDAR-CODE(WS-PARM-COUNT)
043100     END-IF
043200     PERFORM 1300-READ-PARM-FILE
043300     .
043400 1400-EXIT.
043500     EXIT.
043600*--------------------------------------------------------------*
043700* 1500-BUILD-BUCKETS - LAY OUT THE LADDER'S BUCKET END DATES.   *
043800* DAILY BUCKET 1 ENDS ON THE FIRST BUSINESS DAY ON OR AFTER THE *
043900* AS-OF DATE (BACK ONE DAY, THEN BUSDAYS' STRICTLY-NEXT) AND    *
044000* EACH LATER DAILY BUCKET ON THE NEXT BUSINESS DAY. WEEKLY      *
044100* BUCKETS THEN RUN SEVEN CALENDAR DAYS EACH, MONTHLY BUCKETS TO *
044200* THE END OF EACH CALENDAR MONTH, AND THE LATER BUCKET TAKES    *
044300* EVERYTHING BEYOND.                                            *
044400*--------------------------------------------------------------*
044500 1500-BUILD-BUCKETS.
044600     MOVE CSP-LADDER-CALENDAR TO WS-BUS-CALENDAR-CODE
044700     MOVE CSP-AS-OF-DATE TO WS-BUS-START-DATE
044800     PERFORM 2500-BACK-ONE-DAY
044900     PERFORM 1510-ADD-DAILY-BUCKET
045000         VARYING WS-BUCKET-NUMBER FROM 1 BY 1
045100         UNTIL WS-BUCKET-NUMBER > 30
045200     PERFORM 1520-ADD-WEEKLY-BUCKET
045300         VARYING WS-BUCKET-NUMBER FROM 1 BY 1
045400         UNTIL WS-BUCKET-NUMBER > WS-WEEKLY-BUCKETS
045500     PERFORM 1530-ADD-MONTHLY-BUCKET
045600         VARYING WS-BUCKET-NUMBER FROM 1 BY 1
045700         UNTIL WS-BUCKET-NUMBER > WS-MONTHLY-BUCKETS
045800     MOVE "L" TO WS-BUCKET-TYPE
045900     MOVE 0 TO WS-BUCKET-NUMBER
046000     MOVE "99999999" TO WS-BUCKET-END-DATE
046100     PERFORM 1540-ADD-BUCKET
046200     .
046300 1500-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------*
046600* 1510-ADD-DAILY-BUCKET                                         *
046700*--------------------------------------------------------------*
046800 1510-ADD-DAILY-BUCKET.
046900     MOVE "N" TO WS-BUS-FUNCTION-CODE
047000     PERFORM 2600-CALL-BUSDAYS
047100     MOVE WS-BUS-RESULT-DATE TO WS-BUS-START-DATE
047200     MOVE "D" TO WS-BUCKET-TYPE
047300     MOVE WS-BUS-START-DATE-X TO WS-BUCKET-END-DATE
047400     PERFORM 1540-ADD-BUCKET
047500     .
047600 1510-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------*
047900* 1520-ADD-WEEKLY-BUCKET                                        *
048000*--------------------------------------------------------------*
048100 1520-ADD-WEEKLY-BUCKET.
048200     PERFORM 2510-ADVANCE-ONE-DAY 7 TIMES
048300     MOVE "W" TO WS-BUCKET-TYPE
048400     MOVE WS-BUS-START-DATE-X TO WS-BUCKET-END-DATE
048500     PERFORM 1540-ADD-BUCKET
048600     .
048700 1520-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------*
049000* 1530-ADD-MONTHLY-BUCKET - FROM THE DAY AFTER THE LAST BUCKET  *
049100* TO THE END OF THAT DAY'S MONTH; THE FIRST MONTHLY BUCKET MAY  *
049200* BE A PART MONTH.                                              *
049300*--------------------------------------------------------------*
049400 1530-ADD-MONTHLY-BUCKET.
049500     PERFORM 2510-ADVANCE-ONE-DAY
049600     MOVE WS-MAX-DAYS(BST-MM) TO BST-DD
049700     MOVE "M" TO WS-BUCKET-TYPE
049800     MOVE WS-BUS-START-DATE-X TO WS-BUCKET-END-DATE
049900     PERFORM 1540-ADD-BUCKET
050000     .
050100 1530-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400* 1540-ADD-BUCKET                                               *
050500*--------------------------------------------------------------*
050600 1540-ADD-BUCKET.
050700     ADD 1 TO WS-BUCKET-COUNT
050800     SET BKT-IDX TO WS-BUCKET-COUNT
050900     MOVE WS-BUCKET-TYPE TO WS-LABEL-TYPE
051000     MOVE WS-BUCKET-NUMBER TO WS-LABEL-NUMBER
051100     MOVE WS-BUCKET-LABEL TO BKT-LABEL(BKT-IDX)
051200     MOVE WS-BUCKET-TYPE TO BKT-TYPE(BKT-IDX)
051300     MOVE WS-BUCKET-NUMBER TO BKT-NUMBER(BKT-IDX)
051400     MOVE WS-BUCKET-END-DATE TO BKT-END-DATE(BKT-IDX)
051500     MOVE 0 TO BKT-TOTAL(BKT-IDX)
051600     PERFORM 1550-CLEAR-BUCKET-MARKET
051700         VARYING WS-MARKET-NUMBER FROM 1 BY 1
051800         UNTIL WS-MARKET-NUMBER > 30
051900     .
052000 1540-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300* 1550-CLEAR-BUCKET-MARKET                                      *
052400*--------------------------------------------------------------*
052500 1550-CLEAR-BUCKET-MARKET.
052600     MOVE 0 TO BKT-MARKET-AMOUNT(BKT-IDX, WS-MARKET-NUMBER)
052700     .
052800 1550-EXIT.
052900     EXIT.
053000*--------------------------------------------------------------*
053100* 1600-READ-SETTLE-FILE                                         *
053200*--------------------------------------------------------------*
053300 1600-READ-SETTLE-FILE.
053400     READ SETTLE-FILE
053500         AT END
053600             MOVE "Y" TO WS-SETTLE-EOF-SW
053700         NOT AT END
053800             ADD 1 TO WS-SETTLEMENTS-READ
053900             MOVE STL-INSTRUMENT-KEY TO WS-SETTLE-KEY-INSTRUMENT
054000             MOVE STL-PAYMENT-NUMBER TO WS-SETTLE-KEY-PAYMENT
054100     END-READ
054200     .
054300 1600-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600* 1700-READ-ACCRUAL-FILE - AT END THE MATCH KEY GOES TO         *
054700* HIGH-VALUES SO NO SETTLEMENT WAITS ON IT.                     *
054800*--------------------------------------------------------------*
054900 1700-READ-ACCRUAL-FILE.
055000     READ ACCRUAL-FILE
055100         AT END
055200             MOVE "Y" TO WS-ACCRUAL-EOF-SW
055300             MOVE HIGH-VALUES TO WS-ACCRUAL-KEY
055400         NOT AT END
055500             ADD 1 TO WS-ACCRUALS-READ
055600             MOVE ACR-INSTRUMENT-KEY TO WS-ACCRUAL-KEY-INSTRUMENT
055700             MOVE ACR-PERIOD-NUMBER TO WS-ACCRUAL-KEY-PAYMENT
055800     END-READ
055900     .
056000 1700-EXIT.
056100     EXIT.
056200*--------------------------------------------------------------*
056300* 2000-LADDER-SETTLEMENT - MATCH THE PAYMENT TO ITS ACCRUAL AND *
056400* MARKET, FIND ITS BUCKET, POST IT TO THE LADDER AND THE        *
056500* EXTRACT. ACCRUALS KEYED BELOW THE PAYMENT HAVE NO SETTLEMENT  *
056600* AND ARE PASSED OVER.                                          *
056700*--------------------------------------------------------------*
056800 2000-LADDER-SETTLEMENT.
056900     PERFORM 2100-SKIP-UNMATCHED-ACCRUAL
057000         UNTIL WS-ACCRUAL-KEY NOT < WS-SETTLE-KEY
057100     MOVE STL-SETTLE-DATE TO WS-SETTLE-DATE-X
057200     MOVE STL-INSTRUMENT-KEY TO REJ-INSTRUMENT-KEY
057300     MOVE STL-PAYMENT-NUMBER TO REJ-PAYMENT-NUMBER
057400     MOVE WS-SETTLE-DATE-X TO REJ-SETTLE-DATE
057500     IF WS-SETTLE-DATE-X < WS-AS-OF-DATE-X
057600         ADD 1 TO WS-PAYMENTS-PAST
057700     ELSE
057800         IF WS-ACCRUAL-KEY = WS-SETTLE-KEY
057900             MOVE ACR-INTEREST-AMOUNT TO WS-INTEREST-AMOUNT
058000             PERFORM 2050-POST-PAYMENT
058100         ELSE
058200             IF STL-PAYMENT-NUMBER = 1
058300                 ADD 1 TO WS-NO-INTEREST-DUE
058400             ELSE
058500                 MOVE "NO ACCRREC FOR PAYMENT" TO REJ-REASON
058600                 PERFORM 2910-WRITE-REJECT-LINE
058700             END-IF
058800         END-IF
058900     END-IF
059000     IF WS-ACCRUAL-KEY = WS-SETTLE-KEY
059100         PERFORM 1700-READ-ACCRUAL-FILE
059200     END-IF
059300     PERFORM 1600-READ-SETTLE-FILE
059400     .
059500 2000-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800* 2050-POST-PAYMENT - MARKET COLUMN AND BUCKET FOR ONE PAYMENT; *
059900* A ROLLED PAYMENT ALSO GETS ITS LINE ON THE REPORT.            *
060000*--------------------------------------------------------------*
060100 2050-POST-PAYMENT.
060200     MOVE STL-INSTRUMENT-KEY TO WS-LOOKUP-KEY
060300     PERFORM 2200-FIND-CALENDAR-CODE
060400     IF NOT WS-CALENDAR-FOUND
060500         MOVE "NO SETLPARM ENTRY" TO REJ-REASON
060600         PERFORM 2910-WRITE-REJECT-LINE
060700     ELSE
060800         PERFORM 2300-FIND-MARKET-COLUMN
060900         IF NOT WS-MARKET-FOUND
061000             MOVE "TOO MANY MARKETS" TO REJ-REASON
061100             PERFORM 2910-WRITE-REJECT-LINE
061200         ELSE
061300             PERFORM 2400-FIND-BUCKET
061400             ADD WS-INTEREST-AMOUNT TO BKT-TOTAL(WS-BUCKET-SUB)
061500             ADD WS-INTEREST-AMOUNT TO BKT-MARKET-AMOUNT
061600                 (WS-BUCKET-SUB, WS-MARKET-NUMBER)
061700             ADD WS-INTEREST-AMOUNT
061800                 TO MKT-TOTAL(WS-MARKET-NUMBER)
061900             ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
062000             ADD 1 TO WS-PAYMENTS-LADDERED
062100             PERFORM 2700-WRITE-EXTRACT-RECORD
062200             IF STL-SETTLE-DATE NOT = STL-CONTRACT-DATE
062300                 ADD 1 TO WS-PAYMENTS-ROLLED
062400                 PERFORM 2800-WRITE-ROLLED-LINE
062500             END-IF
062600         END-IF
062700     END-IF
062800     .
062900 2050-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------*
063200* 2100-SKIP-UNMATCHED-ACCRUAL - AN ACCRUAL PERIOD WITH NO       *
063300* SETTLED PAYMENT IS LEFT FOR THE PIPELINE RECONCILIATION; HERE *
063400* IT IS ONLY COUNTED.                                           *
063500*--------------------------------------------------------------*
063600 2100-SKIP-UNMATCHED-ACCRUAL.
063700     ADD 1 TO WS-ACCRUALS-UNMATCHED
063800     PERFORM 1700-READ-ACCRUAL-FILE
063900     .
064000 2100-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300* 2200-FIND-CALENDAR-CODE - LOOK THE INSTRUMENT IN              *
064400* WS-LOOKUP-KEY UP IN THE LOADED MARKET TABLE.                  *
064500*--------------------------------------------------------------*
064600 2200-FIND-CALENDAR-CODE.
064700     MOVE "N" TO WS-CALENDAR-FOUND-SW
064800     PERFORM 2210-MATCH-CALENDAR-ENTRY
064900         VARYING CAL-IDX FROM 1 BY 1
065000         UNTIL CAL-IDX > WS-PARM-COUNT OR WS-CALENDAR-FOUND
065100     .
065200 2200-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 2210-MATCH-CALENDAR-ENTRY                                     *
065600*--------------------------------------------------------------*
065700 2210-MATCH-CALENDAR-ENTRY.
065800     IF CAL-INSTRUMENT-KEY(CAL-IDX) = WS-LOOKUP-KEY
065900         MOVE CAL-CALENDAR-CODE(CAL-IDX) TO WS-MARKET-CODE
066000         MOVE "Y" TO WS-CALENDAR-FOUND-SW
066100     END-IF
066200     .
066300 2210-EXIT.
066400     EXIT.
066500*--------------------------------------------------------------*
066600* 2300-FIND-MARKET-COLUMN - EACH MARKET GETS ITS LADDER COLUMN  *
066700* THE FIRST TIME ONE OF ITS PAYMENTS IS POSTED.                 *
066800*--------------------------------------------------------------*
066900 2300-FIND-MARKET-COLUMN.
067000     MOVE "N" TO WS-MARKET-FOUND-SW
067100     PERFORM 2310-MATCH-MARKET-COLUMN
067200         VARYING MKT-IDX FROM 1 BY 1
067300         UNTIL MKT-IDX > WS-MARKET-COUNT OR WS-MARKET-FOUND
067400     IF NOT WS-MARKET-FOUND AND WS-MARKET-COUNT < 30
067500         ADD 1 TO WS-MARKET-COUNT
067600         MOVE WS-MARKET-COUNT TO WS-MARKET-NUMBER
067700         MOVE WS-MARKET-CODE TO MKT-CODE(WS-MARKET-NUMBER)
067800         MOVE 0 TO MKT-TOTAL(WS-MARKET-NUMBER)
067900         MOVE "Y" TO WS-MARKET-FOUND-SW
068000     END-IF
068100     .
068200 2300-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500* 2310-MATCH-MARKET-COLUMN                                      *
068600*--------------------------------------------------------------*
068700 2310-MATCH-MARKET-COLUMN.
068800     IF MKT-CODE(MKT-IDX) = WS-MARKET-CODE
068900         SET WS-MARKET-NUMBER TO MKT-IDX
069000         MOVE "Y" TO WS-MARKET-FOUND-SW
069100     END-IF
069200     .
069300 2310-EXIT.
069400     EXIT.
069500*--------------------------------------------------------------*
069600* 2400-FIND-BUCKET - THE FIRST BUCKET ENDING ON OR AFTER THE    *
069700* SETTLE DATE. THE LATER BUCKET ENDS ON ALL NINES, SO EVERY     *
069800* PAYMENT FINDS ONE.                                            *
069900*--------------------------------------------------------------*
070000 2400-FIND-BUCKET.
070100     MOVE "N" TO WS-BUCKET-FOUND-SW
070200     PERFORM 2410-MATCH-BUCKET
070300         VARYING BKT-IDX FROM 1 BY 1
070400         UNTIL BKT-IDX > WS-BUCKET-COUNT OR WS-BUCKET-FOUND
070500     .
070600 2400-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------*
070900* 2410-MATCH-BUCKET                                             *
071000*--------------------------------------------------------------*
071100 2410-MATCH-BUCKET.
071200     IF BKT-END-DATE(BKT-IDX) NOT < WS-SETTLE-DATE-X
071300         SET WS-BUCKET-SUB TO BKT-IDX
071400         MOVE "Y" TO WS-BUCKET-FOUND-SW
071500     END-IF
071600     .
071700 2410-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000* 2500-BACK-ONE-DAY - ROLL THE BUSDAYS START DATE BACKWARD ONE  *
072100* DAY, USING CALMDAYS FOR THE MONTH LENGTH.                     *
072200*--------------------------------------------------------------*
072300 2500-BACK-ONE-DAY.
072400     IF BST-DD > 1
072500         SUBTRACT 1 FROM BST-DD
072600     ELSE
072700         IF BST-MM > 1
072800             SUBTRACT 1 FROM BST-MM
072900         ELSE
073000             MOVE 12 TO BST-MM
073100             SUBTRACT 1 FROM BST-CCYY
073200         END-IF
073300         CALL "CALMDAYS" USING BST-CCYY, WS-YEAR-LEAP-FLAG,
073400             WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
073500         MOVE WS-MAX-DAYS(BST-MM) TO BST-DD
073600     END-IF
073700     .
073800 2500-EXIT.
073900     EXIT.
074000*--------------------------------------------------------------*
074100* 2510-ADVANCE-ONE-DAY - ROLL THE BUSDAYS START DATE FORWARD    *
074200* ONE DAY. LEAVES THE NEW YEAR'S MONTH LENGTHS IN               *
074300* WS-MONTH-DAYS-TBL.                                            *
074400*--------------------------------------------------------------*
074500 2510-ADVANCE-ONE-DAY.
074600     CALL "CALMDAYS" USING BST-CCYY, WS-YEAR-LEAP-FLAG,
074700         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
074800     IF BST-DD < WS-MAX-DAYS(BST-MM)
074900         ADD 1 TO BST-DD
075000     ELSE
075100         MOVE 1 TO BST-DD
075200         IF BST-MM < 12
075300             ADD 1 TO BST-MM
075400         ELSE
075500             MOVE 1 TO BST-MM
075600             ADD 1 TO BST-CCYY
075700             CALL "CALMDAYS" USING BST-CCYY, WS-YEAR-LEAP-FLAG,
075800                 WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
075900         END-IF
076000     END-IF
076100     .
076200 2510-EXIT.
076300     EXIT.
076400*--------------------------------------------------------------*
076500* 2600-CALL-BUSDAYS                                             *
076600*--------------------------------------------------------------*
076700 2600-CALL-BUSDAYS.
076800     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE,
076900         WS-BUS-CALENDAR-CODE,
077000         WS-BUS-START-DATE, WS-BUS-END-DATE,
077100         WS-BUS-RESULT-DATE, WS-BUS-DAY-OF-WEEK,
077200         WS-BUS-BUSINESS-DAYS, WS-BUS-RETURN-CODE
077300     .
077400 2600-EXIT.
077500     EXIT.
077600*--------------------------------------------------------------*
077700* 2700-WRITE-EXTRACT-RECORD - ONE CASHREC PER LADDERED PAYMENT. *
077800* ROLLED IS ANY SETTLE DATE OFF THE CONTRACT DATE.              *
077900*--------------------------------------------------------------*
078000 2700-WRITE-EXTRACT-RECORD.
078100     MOVE SPACES TO CASH-LADDER-RECORD
078200     MOVE CSP-AS-OF-DATE TO CSH-AS-OF-DATE
078300     MOVE STL-INSTRUMENT-KEY TO CSH-INSTRUMENT-KEY
078400     MOVE STL-PAYMENT-NUMBER TO CSH-PAYMENT-NUMBER
078500     MOVE WS-MARKET-CODE TO CSH-MARKET-CODE
078600     MOVE STL-CONTRACT-DATE TO CSH-CONTRACT-DATE
078700     MOVE STL-SETTLE-DATE TO CSH-SETTLE-DATE
078800     MOVE STL-ROLL-CODE TO CSH-ROLL-CODE
078900     IF STL-SETTLE-DATE = STL-CONTRACT-DATE
079000         MOVE "N" TO CSH-ROLLED-FLAG
079100     ELSE
079200         MOVE "Y" TO CSH-ROLLED-FLAG
079300     END-IF
079400     MOVE BKT-TYPE(WS-BUCKET-SUB) TO CSH-BUCKET-TYPE
079500     MOVE BKT-NUMBER(WS-BUCKET-SUB) TO CSH-BUCKET-NUMBER
079600     MOVE BKT-END-DATE(WS-BUCKET-SUB)
079700         TO CSH-BUCKET-END-DATE
079800     MOVE WS-INTEREST-AMOUNT TO CSH-INTEREST-AMOUNT
079900     WRITE CASH-LADDER-RECORD
080000     ADD 1 TO WS-RECORDS-WRITTEN
080100     .
080200 2700-EXIT.
080300     EXIT.
080400*--------------------------------------------------------------*
080500* 2800-WRITE-ROLLED-LINE                                        *
080600*--------------------------------------------------------------*
080700 2800-WRITE-ROLLED-LINE.
080800     MOVE STL-INSTRUMENT-KEY TO RLD-INSTRUMENT-KEY
080900     MOVE STL-PAYMENT-NUMBER TO RLD-PAYMENT-NUMBER
081000     MOVE STL-CONTRACT-DATE TO RLD-CONTRACT-DATE
081100     MOVE STL-SETTLE-DATE TO RLD-SETTLE-DATE
081200     MOVE WS-MARKET-CODE TO RLD-MARKET
081300     MOVE STL-ROLL-CODE TO RLD-ROLL-CODE
081400     MOVE WS-INTEREST-AMOUNT TO RLD-INTEREST
081500     MOVE BKT-LABEL(WS-BUCKET-SUB) TO RLD-BUCKET
081600     WRITE REPORT-LINE FROM WS-ROLLED-LINE
081700     .
081800 2800-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100* 2910-WRITE-REJECT-LINE                                        *
082200*--------------------------------------------------------------*
082300 2910-WRITE-REJECT-LINE.
082400     ADD 1 TO WS-RECORDS-REJECTED
082500     WRITE REPORT-LINE FROM WS-REJECT-LINE
082600     IF WS-CONDITION-CODE < 78
082700         MOVE 78 TO WS-CONDITION-CODE
082800     END-IF
082900     .
083000 2910-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------*
083300* 3000-WRITE-LADDER - ONE PANEL PER THREE MARKETS, IN THE ORDER *
083400* THE MARKETS FIRST APPEARED. EVERY PANEL CARRIES THE           *
083500* ALL-MARKETS COLUMN SO EACH PAGE STANDS ON ITS OWN.            *
083600*--------------------------------------------------------------*
083700 3000-WRITE-LADDER.
083800     PERFORM 3100-WRITE-MARKET-PANEL
083900         VARYING WS-GROUP-START FROM 1 BY 3
084000         UNTIL WS-GROUP-START > WS-MARKET-COUNT
084100     .
084200 3000-EXIT.
084300     EXIT.
084400*--------------------------------------------------------------*
084500* 3100-WRITE-MARKET-PANEL - HEADING WITH THE PANEL'S MARKET     *
084600* CODES, ONE LINE PER BUCKET, THEN THE MARKET TOTALS.           *
084700*--------------------------------------------------------------*
084800 3100-WRITE-MARKET-PANEL.
084900     MOVE SPACES TO REPORT-LINE
085000     WRITE REPORT-LINE
085100     PERFORM 3110-FILL-HEADING-COLUMN
085200         VARYING WS-COLUMN-NUMBER FROM 1 BY 1
085300         UNTIL WS-COLUMN-NUMBER > 3
085400     WRITE REPORT-LINE FROM WS-LADDER-HEADING
085500     PERFORM 3200-WRITE-BUCKET-LINE
085600         VARYING BKT-IDX FROM 1 BY 1
085700         UNTIL BKT-IDX > WS-BUCKET-COUNT
085800     MOVE "TOT" TO LDL-BUCKET
085900     MOVE SPACES TO LDL-END-DATE
086000     PERFORM 3120-FILL-TOTAL-COLUMN
086100         VARYING WS-COLUMN-NUMBER FROM 1 BY 1
086200         UNTIL WS-COLUMN-NUMBER > 3
086300     MOVE WS-TOTAL-INTEREST TO LDL-ALL-MARKETS
086400     WRITE REPORT-LINE FROM WS-LADDER-LINE
086500     .
086600 3100-EXIT.
086700     EXIT.
086800*--------------------------------------------------------------*
086900* 3110-FILL-HEADING-COLUMN - THE DOMESTIC CALENDAR'S CODE IS    *
087000* SPACES; IT HEADS ITS COLUMN AS DOM.                           *
087100*--------------------------------------------------------------*
087200 3110-FILL-HEADING-COLUMN.
087300     MOVE SPACES TO LDH-COLUMN(WS-COLUMN-NUMBER)
087400     COMPUTE WS-MARKET-NUMBER =
087500         WS-GROUP-START + WS-COLUMN-NUMBER - 1
087600     IF WS-MARKET-NUMBER NOT > WS-MARKET-COUNT
087700         IF MKT-CODE(WS-MARKET-NUMBER) = SPACES
087800             MOVE "DOM" TO LDH-MARKET(WS-COLUMN-NUMBER)
087900         ELSE
088000             MOVE MKT-CODE(WS-MARKET-NUMBER)
088100                 TO LDH-MARKET(WS-COLUMN-NUMBER)
088200         END-IF
088300     END-IF
088400     .
088500 3110-EXIT.
088600     EXIT.
088700*--------------------------------------------------------------*
088800* 3120-FILL-TOTAL-COLUMN                                        *
088900*--------------------------------------------------------------*
089000 3120-FILL-TOTAL-COLUMN.
089100     MOVE SPACES TO LDL-COLUMN(WS-COLUMN-NUMBER)
089200     COMPUTE WS-MARKET-NUMBER =
089300         WS-GROUP-START + WS-COLUMN-NUMBER - 1
089400     IF WS-MARKET-NUMBER NOT > WS-MARKET-COUNT
089500         MOVE MKT-TOTAL(WS-MARKET-NUMBER)
089600             TO LDL-AMOUNT(WS-COLUMN-NUMBER)
089700     END-IF
089800     .
089900 3120-EXIT.
090000     EXIT.
090100*--------------------------------------------------------------*
090200* 3200-WRITE-BUCKET-LINE - THE LATER BUCKET PRINTS LATER WHERE  *
090300* THE OTHERS PRINT THEIR END DATE.                              *
090400*--------------------------------------------------------------*
090500 3200-WRITE-BUCKET-LINE.
090600     MOVE BKT-LABEL(BKT-IDX) TO LDL-BUCKET
090700     IF BKT-TYPE(BKT-IDX) = "L"
090800         MOVE "LATER" TO LDL-END-DATE
090900     ELSE
091000         MOVE BKT-END-DATE(BKT-IDX) TO LDL-END-DATE
091100     END-IF
091200     PERFORM 3210-FILL-BUCKET-COLUMN
091300         VARYING WS-COLUMN-NUMBER FROM 1 BY 1
091400         UNTIL WS-COLUMN-NUMBER > 3
091500     MOVE BKT-TOTAL(BKT-IDX) TO LDL-ALL-MARKETS
091600     WRITE REPORT-LINE FROM WS-LADDER-LINE
091700     .
091800 3200-EXIT.
091900     EXIT.
092000*--------------------------------------------------------------*
092100* 3210-FILL-BUCKET-COLUMN                                       *
092200*--------------------------------------------------------------*
092300 3210-FILL-BUCKET-COLUMN.
092400     MOVE SPACES TO LDL-COLUMN(WS-COLUMN-NUMBER)
092500     COMPUTE WS-MARKET-NUMBER =
092600         WS-GROUP-START + WS-COLUMN-NUMBER - 1
092700     IF WS-MARKET-NUMBER NOT > WS-MARKET-COUNT
092800         MOVE BKT-MARKET-AMOUNT(BKT-IDX, WS-MARKET-NUMBER)
092900             TO LDL-AMOUNT(WS-COLUMN-NUMBER)
093000     END-IF
093100     .
093200 3210-EXIT.
093300     EXIT.
093400*--------------------------------------------------------------*
093500* 3500-WRITE-TOTALS                                             *
093600*--------------------------------------------------------------*
093700 3500-WRITE-TOTALS.
093800     MOVE SPACES TO REPORT-LINE
093900     WRITE REPORT-LINE
094000     MOVE "SETTLEMENTS READ..." TO TOT-LABEL
094100     MOVE WS-SETTLEMENTS-READ TO TOT-COUNT
094200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
094300     MOVE "ACCRUALS READ......" TO TOT-LABEL
094400     MOVE WS-ACCRUALS-READ TO TOT-COUNT
094500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
094600     MOVE "PAYMENTS LADDERED.." TO TOT-LABEL
094700     MOVE WS-PAYMENTS-LADDERED TO TOT-COUNT
094800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
094900     MOVE "PAYMENTS ROLLED...." TO TOT-LABEL
095000     MOVE WS-PAYMENTS-ROLLED TO TOT-COUNT
095100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
095200     MOVE "PAST SETTLEMENTS..." TO TOT-LABEL
095300     MOVE WS-PAYMENTS-PAST TO TOT-COUNT
095400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
095500     MOVE "NO INTEREST DUE...." TO TOT-LABEL
095600     MOVE WS-NO-INTEREST-DUE TO TOT-COUNT
095700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
095800     MOVE "ACCRUALS UNMATCHED." TO TOT-LABEL
095900     MOVE WS-ACCRUALS-UNMATCHED TO TOT-COUNT
096000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
096100     MOVE "RECORDS REJECTED..." TO TOT-LABEL
096200     MOVE WS-RECORDS-REJECTED TO TOT-COUNT
096300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
096400     MOVE "EXTRACT RECORDS...." TO TOT-LABEL
096500     MOVE WS-RECORDS-WRITTEN TO TOT-COUNT
096600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
096700     MOVE "TOTAL INTEREST....." TO GTL-LABEL
096800     MOVE WS-TOTAL-INTEREST TO GTL-AMOUNT
096900     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
097000     .
097100 3500-EXIT.
097200     EXIT.
097300*--------------------------------------------------------------*
097400* 9000-TERMINATE                                                *
097500*--------------------------------------------------------------*
097600 9000-TERMINATE.
097700     IF NOT WS-CONTROL-NOT-FOUND
097800         CLOSE CONTROL-FILE
097900     END-IF
098000     IF WS-CARD-USABLE
098100         CLOSE SETTLE-FILE
098200         CLOSE ACCRUAL-FILE
098300         CLOSE EXTRACT-FILE
098400     END-IF
098500     CLOSE REPORT-FILE
098600     CANCEL "LEAP"
098700     PERFORM 9100-WRITE-RUN-STATISTICS
098800     IF WS-CONDITION-CODE > 0
098900         MOVE WS-CONDITION-CODE TO RETURN-CODE
099000     END-IF
099100     .
099200 9000-EXIT.
099300     EXIT.
099400*--------------------------------------------------------------*
099500* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
099600* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
099700*--------------------------------------------------------------*
099800 9100-WRITE-RUN-STATISTICS.
099900     OPEN EXTEND RUN-LOG-FILE
100000     IF WS-RUNLOG-NOT-FOUND
100100         OPEN OUTPUT RUN-LOG-FILE
100200     END-IF
100300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
100400     MOVE "CASHLADR" TO RUNS-PROGRAM-ID
100500     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
100600     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
100700     MOVE WS-SETTLEMENTS-READ TO RUNS-RECORDS-READ
100800     MOVE WS-RECORDS-WRITTEN TO RUNS-RECORDS-WRITTEN
100900     MOVE WS-RECORDS-REJECTED TO RUNS-RECORDS-REJECTED
101000     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
101100     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
101200     WRITE RUN-STATISTICS-RECORD
101300     CLOSE RUN-LOG-FILE
101400     .
101500 9100-EXIT.
101600     EXIT.
