000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLIMPCT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. HOLIDAY-CHANGE IMPACT ANALYSIS AND   *
001100*                RE-ROLL OF SETTLEMENT DATES SETLADJ HAS        *
001200*                ALREADY RESOLVED. RUNS AFTER A MID-YEAR        *
001300*                HOLMAINT (AN UNEXPECTED MARKET CLOSURE, A DAY  *
001400*                OF MOURNING) AGAINST THAT RUN'S HOLAPPLY LOG   *
001500*                OF APPLIED ADD AND DELETE TRANSACTIONS, WITH   *
001600*                HOLCAL POINTING AT THE NEW MASTER SO BUSDAYS   *
001700*                SEES THE CHANGED CALENDAR. EACH SETLREC ON     *
001800*                SETLOUT TAKES ITS MARKET FROM THE INSTRUMENT'S *
001900*                RP-CALENDAR-CODE ON SETLPARM. ITS ROLL PATH    *
002000*                RUNS FROM THE CONTRACT DATE TO THE SETTLED     *
002100*                DATE INCLUSIVE - FOR A MODIFIED-FOLLOWING      *
002200*                PAYMENT THAT ROLLED BACK, ON THROUGH THE END   *
002300*                OF THE CONTRACT MONTH, WHERE THE ABANDONED     *
002400*                FORWARD ROLL WENT. A PAYMENT WHOSE PATH        *
002500*                CROSSES AN ADDED OR DELETED DATE OF ITS OWN    *
002600*                MARKET IS RE-RESOLVED FROM THE CONTRACT DATE   *
002700*                UNDER ITS STL-ROLL-CODE THROUGH BUSDAYS        *
002800*                EXACTLY AS SETLADJ DOES. EVERY SETLREC IS      *
002900*                WRITTEN TO THE CORRECTED SETTLEMENT FILE       *
003000*                (SETLCORR), WITH THE NEW SETTLED DATE WHERE IT *
003100*                MOVED, AND EVERY RE-RESOLVED PAYMENT GETS AN   *
003200*                OLD-VERSUS-NEW LINE ON THE IMPACT REPORT SO    *
003300*                CASH OPERATIONS CAN REBOOK BEFORE THE PAYMENT  *
003400*                GOES OUT. CONDITION CODES:                     *
003500*                  69  ONE OR MORE SETTLED DATES MOVED          *
003600*                  70  A SETTLEMENT COULD NOT BE RE-RESOLVED    *
003700*                      (NO SETLPARM ENTRY OR BUSDAYS REJECTED   *
003800*                      IT) - CARRIED FORWARD UNCHANGED          *
003900*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
004000*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
004100*                JOB.                                           *
004200*--------------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT APPLIED-FILE ASSIGN TO HOLAPPLY
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-APPLIED-FILE-STATUS.
004900     SELECT PARM-FILE ASSIGN TO SETLPARM
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PARM-FILE-STATUS.
005200     SELECT SETTLE-FILE ASSIGN TO SETLOUT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005500     SELECT CORRECTED-FILE ASSIGN TO SETLCORR
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CORRECTED-STATUS.
005800     SELECT REPORT-FILE ASSIGN TO HOLIRPTO
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-FILE-STATUS.
006100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RUNLOG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  APPLIED-FILE
006700     RECORDING MODE IS F.
006800     COPY HOLTRAN.
006900 FD  PARM-FILE
007000     RECORDING MODE IS F.
007100 01  PARM-RECORD.
007200     05 RP-INSTRUMENT-KEY      PIC X(10).
007300     05 RP-ROLL-CODE           PIC X(01).
007400     05 RP-CALENDAR-CODE       PIC X(03).
007500     05 FILLER                 PIC X(66).
007600 FD  SETTLE-FILE
007700     RECORDING MODE IS F.
007800     COPY SETLREC.
007900 FD  CORRECTED-FILE
008000     RECORDING MODE IS F.
008100 01  CORRECTED-RECORD          PIC X(40).
008200 FD  REPORT-FILE
008300     RECORDING MODE IS F.
008400 01  REPORT-LINE               PIC X(80).
008500 FD  RUN-LOG-FILE
008600     RECORDING MODE IS F.
008700     COPY RUNSTATS.
008800 WORKING-STORAGE SECTION.
008900 01  WS-APPLIED-FILE-STATUS    PIC X(02)   VALUE "00".
009000     88 WS-APPLIED-NOT-FOUND               VALUE "35".
009100 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
009200 01  WS-SETTLE-FILE-STATUS     PIC X(02)   VALUE "00".
009300 01  WS-CORRECTED-STATUS       PIC X(02)   VALUE "00".
009400 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
009500 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
009600     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
009700 01  WS-APPLIED-EOF-SW         PIC X(01)   VALUE "N".
009800     88 WS-NO-MORE-APPLIED                 VALUE "Y".
009900 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
010000     88 WS-NO-MORE-PARMS                   VALUE "Y".
010100 01  WS-SETTLE-EOF-SW          PIC X(01)   VALUE "N".
010200     88 WS-NO-MORE-SETTLEMENTS             VALUE "Y".
010300 01  WS-CALENDAR-FOUND-SW      PIC X(01)   VALUE "N".
010400     88 WS-CALENDAR-FOUND                  VALUE "Y".
010500 01  WS-CROSSED-SW             PIC X(01)   VALUE "N".
010600     88 WS-PATH-CROSSED                    VALUE "Y".
010700 01  WS-SETTLE-OK-SW           PIC X(01)   VALUE "N".
010800     88 WS-SETTLE-OK                       VALUE "Y".
010900 01  WS-LOOKUP-KEY             PIC X(10)   VALUE SPACES.
011000 01  WS-ROLL-CODE              PIC X(01)   VALUE SPACE.
011100     88 WS-ROLL-FOLLOWING                  VALUE "F".
011200     88 WS-ROLL-MOD-FOLLOWING              VALUE "M".
011300     88 WS-ROLL-PRECEDING                  VALUE "P".
011400     88 WS-ROLL-KNOWN                      VALUES "F" "M" "P".
011500 01  WS-CHANGE-COUNT           PIC 9(04)   COMP   VALUE 0.
011600 01  WS-CHANGE-TABLE.
011700     05 WS-CHANGE-ENTRY OCCURS 0 TO 500 TIMES
011800        DEPENDING ON WS-CHANGE-COUNT
011900        INDEXED BY CHG-IDX.
012000         10 CHG-MARKET         PIC X(03).
012100         10 CHG-DATE           PIC X(08).
012200         10 CHG-ACTION         PIC X(01).
012300 01  WS-PARM-COUNT             PIC 9(04)   COMP   VALUE 0.
012400 01  WS-CALENDAR-TABLE.
012500     05 WS-CALENDAR-ENTRY OCCURS 0 TO 500 TIMES
012600        DEPENDING ON WS-PARM-COUNT
012700        INDEXED BY CAL-IDX.
012800         10 CAL-INSTRUMENT-KEY PIC X(10).
012900         10 CAL-CALENDAR-CODE  PIC X(03).
013000 01  WS-PATH-LOW               PIC X(08)   VALUE SPACES.
013100 01  WS-PATH-HIGH              PIC X(08)   VALUE SPACES.
013200 01  WS-CROSSED-DATE           PIC X(08)   VALUE SPACES.
013300 01  WS-CROSSED-ACTION         PIC X(01)   VALUE SPACE.
013400 01  WS-OLD-SETTLE-DATE        PIC X(08)   VALUE SPACES.
013500     COPY CALDATE REPLACING ==CALENDAR-DATE==
013600                            BY ==WS-MONTH-END-DATE==
013700                            ==CD-CCYY==       BY ==WME-CCYY==
013800                            ==CD-MM==         BY ==WME-MM==
013900                            ==CD-DD==         BY ==WME-DD==.
014000 01  WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE
014100                               PIC X(08).
014200 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE SPACE.
014300 01  WS-BUS-CALENDAR-CODE      PIC X(03)   VALUE SPACES.
014400     COPY CALDATE REPLACING ==CALENDAR-DATE==
014500                            BY ==WS-BUS-START-DATE==
014600                            ==CD-CCYY==       BY ==BST-CCYY==
014700                            ==CD-MM==         BY ==BST-MM==
014800                            ==CD-DD==         BY ==BST-DD==.
014900     COPY CALDATE REPLACING ==CALENDAR-DATE==
015000                            BY ==WS-BUS-END-DATE==
015100                            ==CD-CCYY==       BY ==BEN-CCYY==
015200                            ==CD-MM==         BY ==BEN-MM==
015300                            ==CD-DD==         BY ==BEN-DD==.
015400     COPY CALDATE REPLACING ==CALENDAR-DATE==
015500                            BY ==WS-BUS-RESULT-DATE==
015600                            ==CD-CCYY==       BY ==BRS-CCYY==
015700                            ==CD-MM==         BY ==BRS-MM==
015800                            ==CD-DD==         BY ==BRS-DD==.
015900 01  WS-BUS-RESULT-DATE-X REDEFINES WS-BUS-RESULT-DATE
016000                               PIC X(08).
016100 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
016200 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
016300 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
016400     88 WS-BUS-VALID-RESULT                VALUE 00.
016500 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
016600 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
016700 01  WS-MONTH-DAYS-TBL.
016800     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
016900 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
017000 01  WS-CURRENT-TIMESTAMP      PIC X(26).
017100 01  WS-COUNTERS.
017200     05 WS-APPLIED-READ        PIC 9(05)   COMP   VALUE 0.
017300     05 WS-PARMS-READ          PIC 9(05)   COMP   VALUE 0.
017400     05 WS-SETTLEMENTS-READ    PIC 9(07)   COMP   VALUE 0.
017500     05 WS-PATHS-CROSSED       PIC 9(07)   COMP   VALUE 0.
017600     05 WS-PAYMENTS-MOVED      PIC 9(07)   COMP   VALUE 0.
017700     05 WS-RECORDS-WRITTEN     PIC 9(07)   COMP   VALUE 0.
017800     05 WS-RECORDS-REJECTED    PIC 9(07)   COMP   VALUE 0.
017900 01  WS-HEADING-1.
018000     05 FILLER            PIC X(30) VALUE
018100         "HOLIDAY CHANGE IMPACT REPORT".
018200     05 FILLER                 PIC X(50)   VALUE SPACES.
018300 01  WS-HEADING-2.
018400     05 FILLER            PIC X(33) VALUE
018500         "INSTRUMENT PMT CONTRACT OLD SETL".
018600     05 FILLER            PIC X(47) VALUE
018700         "NEW SETL MKT R CHANGE     RESULT".
018800 01  WS-IMPACT-LINE.
018900     05 IMP-INSTRUMENT-KEY     PIC X(10).
019000     05 FILLER                 PIC X(01)   VALUE SPACE.
019100     05 IMP-PAYMENT-NUMBER     PIC ZZ9.
019200     05 FILLER                 PIC X(01)   VALUE SPACE.
019300     05 IMP-CONTRACT-DATE      PIC X(08).
019400     05 FILLER                 PIC X(01)   VALUE SPACE.
019500     05 IMP-OLD-SETTLE-DATE    PIC X(08).
019600     05 FILLER                 PIC X(01)   VALUE SPACE.
019700     05 IMP-NEW-SETTLE-DATE    PIC X(08).
019800     05 FILLER                 PIC X(01)   VALUE SPACE.
019900     05 IMP-MARKET             PIC X(03).
020000     05 FILLER                 PIC X(01)   VALUE SPACE.
020100     05 IMP-ROLL-CODE          PIC X(01).
020200     05 FILLER                 PIC X(01)   VALUE SPACE.
020300     05 IMP-CHANGE-ACTION      PIC X(01).
020400     05 FILLER                 PIC X(01)   VALUE SPACE.
020500     05 IMP-CHANGE-DATE        PIC X(08).
020600     05 FILLER                 PIC X(01)   VALUE SPACE.
020700     05 IMP-RESULT             PIC X(09).
020800     05 FILLER                 PIC X(12)   VALUE SPACES.
020900 01  WS-REJECT-LINE.
021000     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
021100     05 REJ-INSTRUMENT-KEY     PIC X(10).
021200     05 FILLER                 PIC X(01)   VALUE SPACE.
021300     05 REJ-PAYMENT-NUMBER     PIC ZZ9.
021400     05 FILLER                 PIC X(01)   VALUE SPACE.
021500     05 REJ-SETTLE-DATE        PIC X(08).
021600     05 FILLER                 PIC X(01)   VALUE SPACE.
021700     05 REJ-REASON             PIC X(24).
021800     05 FILLER                 PIC X(23)   VALUE SPACES.
021900 01  WS-TOTAL-LINE.
022000     05 TOT-LABEL              PIC X(20).
022100     05 TOT-COUNT              PIC ZZZ,ZZ9.
022200     05 FILLER                 PIC X(53)   VALUE SPACES.
022300 PROCEDURE DIVISION.
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE
022600     PERFORM 2000-CHECK-SETTLEMENTS UNTIL WS-NO-MORE-SETTLEMENTS
022700     PERFORM 3000-WRITE-TOTALS
022800     PERFORM 9000-TERMINATE
022900     STOP RUN.
023000*--------------------------------------------------------------*
023100* 1000-INITIALIZE - LOAD THE APPLIED CALENDAR CHANGES AND THE   *
023200* INSTRUMENT MARKET CODES, THEN PRIME THE SETTLEMENT READ. NO   *
023300* HOLAPPLY LOG MEANS NO CHANGES: EVERY SETTLEMENT IS CARRIED    *
023400* FORWARD AS IT STANDS.                                         *
023500*--------------------------------------------------------------*
023600 1000-INITIALIZE.
023700     OPEN INPUT APPLIED-FILE
023800     IF WS-APPLIED-NOT-FOUND
023900         MOVE "Y" TO WS-APPLIED-EOF-SW
024000     END-IF
024100     OPEN INPUT PARM-FILE
024200     OPEN INPUT SETTLE-FILE
024300     OPEN OUTPUT CORRECTED-FILE
024400     OPEN OUTPUT REPORT-FILE
024500     WRITE REPORT-LINE FROM WS-HEADING-1
024600     WRITE REPORT-LINE FROM WS-HEADING-2
024700     PERFORM 1100-READ-APPLIED-FILE
024800     PERFORM 1200-LOAD-CHANGE-ENTRY
024900         UNTIL WS-NO-MORE-APPLIED
025000             OR WS-CHANGE-COUNT >= 500
025100     PERFORM 1300-READ-PARM-FILE
025200     PERFORM 1400-LOAD-CALENDAR-ENTRY
025300         UNTIL WS-NO-MORE-PARMS
025400             OR WS-PARM-COUNT >= 500
025500     CLOSE PARM-FILE
025600     PERFORM 1500-READ-SETTLE-FILE
025700     .
025800 1000-EXIT.
025900     EXIT.
026000*--------------------------------------------------------------*
026100* 1100-READ-APPLIED-FILE                                        *
026200*--------------------------------------------------------------*
026300 1100-READ-APPLIED-FILE.
026400     IF NOT WS-NO-MORE-APPLIED
026500         READ APPLIED-FILE
026600             AT END
026700                 MOVE "Y" TO WS-APPLIED-EOF-SW
026800             NOT AT END
026900                 ADD 1 TO WS-APPLIED-READ
027000         END-READ
027100     END-IF
027200     .
027300 1100-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600* 1200-LOAD-CHANGE-ENTRY                                        *
027700*--------------------------------------------------------------*
027800 1200-LOAD-CHANGE-ENTRY.
027900     ADD 1 TO WS-CHANGE-COUNT
028000     MOVE HTR-MARKET-CODE TO CHG-MARKET(WS-CHANGE-COUNT)
028100     MOVE HTR-DATE TO CHG-DATE(WS-CHANGE-COUNT)
028200     MOVE HTR-ACTION TO CHG-ACTION(WS-CHANGE-COUNT)
028300     PERFORM 1100-READ-APPLIED-FILE
028400     .
028500 1200-EXIT.
028600     EXIT.
028700*--------------------------------------------------------------*
028800* 1300-READ-PARM-FILE                                           *
028900*--------------------------------------------------------------*
029000 1300-READ-PARM-FILE.
029100     READ PARM-FILE
029200         AT END
029300             MOVE "Y" TO WS-PARM-EOF-SW
029400         NOT AT END
029500             ADD 1 TO WS-PARMS-READ
029600     END-READ
029700     .
029800 1300-EXIT.
029900     EXIT.
030000*--------------------------------------------------------------*
030100* 1400-LOAD-CALENDAR-ENTRY - ONE MARKET CODE PER INSTRUMENT.    *
030200* SETLADJ HAS ALREADY REPORTED ANY DUPLICATE; THE FIRST ENTRY   *
030300* IS THE ONE IT USED, SO THE FIRST ONE WINS HERE TOO.           *
030400*--------------------------------------------------------------*
030500 1400-LOAD-CALENDAR-ENTRY.
030600     MOVE RP-INSTRUMENT-KEY TO WS-LOOKUP-KEY
030700     PERFORM 2100-FIND-CALENDAR-CODE
030800     IF NOT WS-CALENDAR-FOUND
030900         ADD 1 TO WS-PARM-COUNT
031000         MOVE RP-INSTRUMENT-KEY
031100             TO CAL-INSTRUMENT-KEY(WS-PARM-COUNT)
031200         MOVE RP-CALENDAR-CODE
031300             TO CAL-CALENDAR-CODE(WS-PARM-COUNT)
031400     END-IF
031500     PERFORM 1300-READ-PARM-FILE
031600     .
031700 1400-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------*
032000* 1500-READ-SETTLE-FILE                                         *
032100*--------------------------------------------------------------*
032200 1500-READ-SETTLE-FILE.
032300     READ SETTLE-FILE
032400         AT END
032500             MOVE "Y" TO WS-SETTLE-EOF-SW
032600         NOT AT END
032700             ADD 1 TO WS-SETTLEMENTS-READ
032800     END-READ
032900     .
033000 1500-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------*
033300* 2000-CHECK-SETTLEMENTS - FIND THE PAYMENT'S MARKET, TEST ITS  *
033400* ROLL PATH AGAINST THAT MARKET'S CHANGES AND RE-RESOLVE IT IF  *
033500* THE PATH CROSSES ONE. EVERY SETLREC GOES TO THE CORRECTED     *
033600* FILE, MOVED OR NOT.                                           *
033700*--------------------------------------------------------------*
033800 2000-CHECK-SETTLEMENTS.
033900     MOVE STL-INSTRUMENT-KEY TO WS-LOOKUP-KEY
034000     PERFORM 2100-FIND-CALENDAR-CODE
034100     IF NOT WS-CALENDAR-FOUND
034200         MOVE "NO SETLPARM ENTRY" TO REJ-REASON
034300         PERFORM 2910-WRITE-REJECT-LINE
034400     ELSE
034500         PERFORM 2200-SET-ROLL-PATH
034600         PERFORM 2300-CHECK-PATH-CROSSED
034700         IF WS-PATH-CROSSED
034800             ADD 1 TO WS-PATHS-CROSSED
034900             PERFORM 2400-REROLL-PAYMENT
035000         END-IF
035100     END-IF
035200     WRITE CORRECTED-RECORD FROM SETTLEMENT-RECORD
035300     ADD 1 TO WS-RECORDS-WRITTEN
035400     PERFORM 1500-READ-SETTLE-FILE
035500     .
035600 2000-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------*
035900* 2100-FIND-CALENDAR-CODE - LOOK THE INSTRUMENT IN              *
036000* WS-LOOKUP-KEY UP IN THE LOADED MARKET TABLE.                  *
036100*--------------------------------------------------------------*
036200 2100-FIND-CALENDAR-CODE.
036300     MOVE "N" TO WS-CALENDAR-FOUND-SW
036400     PERFORM 2110-MATCH-CALENDAR-ENTRY
036500         VARYING CAL-IDX FROM 1 BY 1
036600         UNTIL CAL-IDX > WS-PARM-COUNT OR WS-CALENDAR-FOUND
036700     .
036800 2100-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------*
037100* 2110-MATCH-CALENDAR-ENTRY                                     *
037200*--------------------------------------------------------------*
037300 2110-MATCH-CALENDAR-ENTRY.
037400     IF CAL-INSTRUMENT-KEY(CAL-IDX) = WS-LOOKUP-KEY
037500         MOVE CAL-CALENDAR-CODE(CAL-IDX)
037600             TO WS-BUS-CALENDAR-CODE
037700         MOVE "Y" TO WS-CALENDAR-FOUND-SW
037800     END-IF
037900     .
038000 2110-EXIT.
038100     EXIT.
038200*--------------------------------------------------------------*
038300* 2200-SET-ROLL-PATH - THE DATES THE ORIGINAL ROLL LOOKED AT:   *
038400* CONTRACT DATE TO SETTLED DATE, EITHER WAY ROUND. A            *
038500* MODIFIED-FOLLOWING PAYMENT THAT SETTLED BEFORE ITS CONTRACT   *
038600* DATE FIRST ROLLED FORWARD OUT OF THE MONTH, SO ITS PATH ALSO  *
038700* RUNS ON TO THE CONTRACT MONTH'S LAST DAY - A DELETED HOLIDAY  *
038800* THERE CAN NOW KEEP THE FORWARD ROLL IN THE MONTH.             *
038900*--------------------------------------------------------------*
039000 2200-SET-ROLL-PATH.
039100     IF STL-SETTLE-DATE < STL-CONTRACT-DATE
039200         MOVE STL-SETTLE-DATE TO WS-PATH-LOW
039300         MOVE STL-CONTRACT-DATE TO WS-PATH-HIGH
039400         IF STL-ROLL-MOD-FOLLOWING
039500             MOVE STL-CONTRACT-DATE TO WS-MONTH-END-DATE
039600             CALL "CALMDAYS" USING WME-CCYY, WS-YEAR-LEAP-FLAG,
039700                 WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
039800             MOVE WS-MAX-DAYS(WME-MM) TO WME-DD
039900             MOVE WS-MONTH-END-DATE-X TO WS-PATH-HIGH
040000         END-IF
040100     ELSE
040200         MOVE STL-CONTRACT-DATE TO WS-PATH-LOW
040300         MOVE STL-SETTLE-DATE TO WS-PATH-HIGH
040400     END-IF
040500     .
040600 2200-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900* 2300-CHECK-PATH-CROSSED - DOES ANY APPLIED ADD OR DELETE FOR  *
041000* THE PAYMENT'S MARKET FALL ON THE ROLL PATH? THE FIRST ONE     *
041100* FOUND IS KEPT FOR THE REPORT.                                 *
041200*--------------------------------------------------------------*
041300 2300-CHECK-PATH-CROSSED.
041400     MOVE "N" TO WS-CROSSED-SW
041500     PERFORM 2310-MATCH-CHANGE-ENTRY
041600         VARYING CHG-IDX FROM 1 BY 1
041700         UNTIL CHG-IDX > WS-CHANGE-COUNT OR WS-PATH-CROSSED
041800     .
041900 2300-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042200* 2310-MATCH-CHANGE-ENTRY                                       *
042300*--------------------------------------------------------------*
042400 2310-MATCH-CHANGE-ENTRY.
042500     IF CHG-MARKET(CHG-IDX) = WS-BUS-CALENDAR-CODE
042600        AND CHG-DATE(CHG-IDX) NOT < WS-PATH-LOW
042700        AND CHG-DATE(CHG-IDX) NOT > WS-PATH-HIGH
042800         MOVE CHG-DATE(CHG-IDX) TO WS-CROSSED-DATE
042900         MOVE CHG-ACTION(CHG-IDX) TO WS-CROSSED-ACTION
043000         MOVE "Y" TO WS-CROSSED-SW
043100     END-IF
043200     .
043300 2310-EXIT.
043400     EXIT.
043500*--------------------------------------------------------------*
043600* 2400-REROLL-PAYMENT - RE-RESOLVE THE CONTRACT DATE UNDER THE  *
043700* PAYMENT'S OWN ROLL CODE AGAINST THE CHANGED CALENDAR. A NEW   *
043800* SETTLED DATE REPLACES THE OLD ONE ON THE RECORD ABOUT TO BE   *
043900* WRITTEN; EITHER WAY THE OLD AND NEW DATES GO ON THE REPORT.   *
044000*--------------------------------------------------------------*
044100 2400-REROLL-PAYMENT.
044200     MOVE STL-ROLL-CODE TO WS-ROLL-CODE
044300     IF NOT WS-ROLL-KNOWN
044400         MOVE "INVALID ROLL CODE" TO REJ-REASON
044500         PERFORM 2910-WRITE-REJECT-LINE
044600     ELSE
044700         PERFORM 2500-RESOLVE-SETTLE-DATE
044800         IF NOT WS-SETTLE-OK
044900             MOVE "BUSDAYS REJECTED DATE" TO REJ-REASON
045000             PERFORM 2910-WRITE-REJECT-LINE
045100         ELSE
045200             MOVE STL-SETTLE-DATE TO WS-OLD-SETTLE-DATE
045300             IF WS-BUS-RESULT-DATE-X = WS-OLD-SETTLE-DATE
045400                 MOVE "UNCHANGED" TO IMP-RESULT
045500             ELSE
045600                 MOVE WS-BUS-RESULT-DATE TO STL-SETTLE-DATE
045700                 MOVE "MOVED" TO IMP-RESULT
045800                 ADD 1 TO WS-PAYMENTS-MOVED
045900                 IF WS-CONDITION-CODE < 69
046000                     MOVE 69 TO WS-CONDITION-CODE
046100                 END-IF
046200             END-IF
046300             PERFORM 2800-WRITE-IMPACT-LINE
046400         END-IF
046500     END-IF
046600     .
046700 2400-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000* 2500-RESOLVE-SETTLE-DATE - SETLADJ'S ROLL, FROM THE CONTRACT  *
047100* DATE. MODIFIED FOLLOWING ROLLS FORWARD FIRST AND FALLS BACK   *
047200* TO PRECEDING WHEN THE FORWARD ROLL LEAVES THE CONTRACTUAL     *
047300* MONTH. THE SETTLED DATE LANDS IN WS-BUS-RESULT-DATE.          *
047400*--------------------------------------------------------------*
047500 2500-RESOLVE-SETTLE-DATE.
047600     MOVE "N" TO WS-SETTLE-OK-SW
047700     IF WS-ROLL-PRECEDING
047800         PERFORM 2520-ROLL-PRECEDING
047900     ELSE
048000         PERFORM 2510-ROLL-FOLLOWING
048100         IF WS-BUS-VALID-RESULT
048200            AND WS-ROLL-MOD-FOLLOWING
048300            AND (BRS-CCYY NOT = STL-CONTRACT-CCYY
048400                 OR BRS-MM NOT = STL-CONTRACT-MM)
048500             PERFORM 2520-ROLL-PRECEDING
048600         END-IF
048700     END-IF
048800     IF WS-BUS-VALID-RESULT
048900         MOVE "Y" TO WS-SETTLE-OK-SW
049000     END-IF
049100     .
049200 2500-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------*
049500* 2510-ROLL-FOLLOWING - FIRST BUSINESS DAY ON OR AFTER THE      *
049600* CONTRACT DATE: BACK ONE DAY, THEN BUSDAYS' STRICTLY-NEXT.     *
049700*--------------------------------------------------------------*
049800 2510-ROLL-FOLLOWING.
049900     MOVE STL-CONTRACT-DATE TO WS-BUS-START-DATE
050000     PERFORM 2530-BACK-ONE-DAY
050100     MOVE "N" TO WS-BUS-FUNCTION-CODE
050200     PERFORM 2600-CALL-BUSDAYS
050300     .
050400 2510-EXIT.
050500     EXIT.
050600*--------------------------------------------------------------*
050700* 2520-ROLL-PRECEDING - LAST BUSINESS DAY ON OR BEFORE THE      *
050800* CONTRACT DATE: ADVANCE ONE DAY, THEN BUSDAYS' STRICTLY-       *
050900* PREVIOUS.                                                     *
051000*--------------------------------------------------------------*
051100 2520-ROLL-PRECEDING.
051200     MOVE STL-CONTRACT-DATE TO WS-BUS-START-DATE
051300     PERFORM 2540-ADVANCE-ONE-DAY
051400     MOVE "P" TO WS-BUS-FUNCTION-CODE
051500     PERFORM 2600-CALL-BUSDAYS
051600     .
051700 2520-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------*
052000* 2530-BACK-ONE-DAY - ROLL THE BUSDAYS START DATE BACKWARD ONE  *
052100* DAY, USING CALMDAYS FOR THE MONTH LENGTH.                     *
052200*--------------------------------------------------------------*
052300 2530-BACK-ONE-DAY.
052400     IF BST-DD > 1
052500         SUBTRACT 1 FROM BST-DD
052600     ELSE
052700         IF BST-MM > 1
052800             SUBTRACT 1 FROM BST-MM
052900         ELSE
053000             MOVE 12 TO BST-MM
053100             SUBTRACT 1 FROM BST-CCYY
053200         END-IF
053300         CALL "CALMDAYS" USING BST-CCYY, WS-YEAR-LEAP-FLAG,
053400             WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
053500         MOVE WS-MAX-DAYS(BST-MM) TO BST-DD
053600     END-IF
053700     .
053800 2530-EXIT.
053900     EXIT.
054000*--------------------------------------------------------------*
054100* 2540-ADVANCE-ONE-DAY - ROLL THE BUSDAYS START DATE FORWARD    *
054200* ONE DAY.                                                      *
054300*--------------------------------------------------------------*
054400 2540-ADVANCE-ONE-DAY.
054500     CALL "CALMDAYS" USING BST-CCYY, WS-YEAR-LEAP-FLAG,
054600         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
054700     IF BST-DD < WS-MAX-DAYS(BST-MM)
054800         ADD 1 TO BST-DD
054900     ELSE
055000         MOVE 1 TO BST-DD
055100         IF BST-MM < 12
055200             ADD 1 TO BST-MM
055300         ELSE
055400             MOVE 1 TO BST-MM
055500             ADD 1 TO BST-CCYY
055600         END-IF
055700     END-IF
055800     .
055900 2540-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------*
056200* 2600-CALL-BUSDAYS                                             *
056300*--------------------------------------------------------------*
056400 2600-CALL-BUSDAYS.
056500     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE,
056600         WS-BUS-CALENDAR-CODE,
056700         WS-BUS-START-DATE, WS-BUS-END-DATE,
056800         WS-BUS-RESULT-DATE, WS-BUS-DAY-OF-WEEK,
056900         WS-BUS-BUSINESS-DAYS, WS-BUS-RETURN-CODE
057000     .
057100 2600-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400* 2800-WRITE-IMPACT-LINE - OLD AND NEW SETTLED DATE FOR ONE     *
057500* RE-RESOLVED PAYMENT, WITH THE CALENDAR CHANGE THAT CAUSED IT. *
057600*--------------------------------------------------------------*
057700 2800-WRITE-IMPACT-LINE.
057800     MOVE STL-INSTRUMENT-KEY TO IMP-INSTRUMENT-KEY
057900     MOVE STL-PAYMENT-NUMBER TO IMP-PAYMENT-NUMBER
058000     MOVE STL-CONTRACT-DATE TO IMP-CONTRACT-DATE
058100     MOVE WS-OLD-SETTLE-DATE TO IMP-OLD-SETTLE-DATE
058200     MOVE STL-SETTLE-DATE TO IMP-NEW-SETTLE-DATE
058300     MOVE WS-BUS-CALENDAR-CODE TO IMP-MARKET
058400     MOVE STL-ROLL-CODE TO IMP-ROLL-CODE
058500     MOVE WS-CROSSED-ACTION TO IMP-CHANGE-ACTION
058600     MOVE WS-CROSSED-DATE TO IMP-CHANGE-DATE
058700     WRITE REPORT-LINE FROM WS-IMPACT-LINE
058800     .
058900 2800-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200* 2910-WRITE-REJECT-LINE - THE SETTLEMENT IS CARRIED FORWARD    *
059300* UNCHANGED AND NEEDS A MANUAL LOOK.                            *
059400*--------------------------------------------------------------*
059500 2910-WRITE-REJECT-LINE.
059600     ADD 1 TO WS-RECORDS-REJECTED
059700     MOVE STL-INSTRUMENT-KEY TO REJ-INSTRUMENT-KEY
059800     MOVE STL-PAYMENT-NUMBER TO REJ-PAYMENT-NUMBER
059900     MOVE STL-SETTLE-DATE TO REJ-SETTLE-DATE
060000     WRITE REPORT-LINE FROM WS-REJECT-LINE
060100     IF WS-CONDITION-CODE < 70
060200         MOVE 70 TO WS-CONDITION-CODE
060300     END-IF
060400     .
060500 2910-EXIT.
060600     EXIT.
060700*--------------------------------------------------------------*
060800* 3000-WRITE-TOTALS                                             *
060900*--------------------------------------------------------------*
061000 3000-WRITE-TOTALS.
061100     MOVE "CHANGES APPLIED...." TO TOT-LABEL
061200     MOVE WS-APPLIED-READ TO TOT-COUNT
061300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061400     MOVE "SETTLEMENTS READ..." TO TOT-LABEL
061500     MOVE WS-SETTLEMENTS-READ TO TOT-COUNT
061600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061700     MOVE "PATHS CROSSED......" TO TOT-LABEL
061800     MOVE WS-PATHS-CROSSED TO TOT-COUNT
061900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062000     MOVE "PAYMENTS MOVED....." TO TOT-LABEL
062100     MOVE WS-PAYMENTS-MOVED TO TOT-COUNT
062200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062300     MOVE "RECORDS WRITTEN...." TO TOT-LABEL
062400     MOVE WS-RECORDS-WRITTEN TO TOT-COUNT
062500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062600     MOVE "RECORDS REJECTED..." TO TOT-LABEL
062700     MOVE WS-RECORDS-REJECTED TO TOT-COUNT
062800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062900     .
063000 3000-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------*
063300* 9000-TERMINATE                                                *
063400*--------------------------------------------------------------*
063500 9000-TERMINATE.
063600     IF NOT WS-APPLIED-NOT-FOUND
063700         CLOSE APPLIED-FILE
063800     END-IF
063900     CLOSE SETTLE-FILE
064000     CLOSE CORRECTED-FILE
064100     CLOSE REPORT-FILE
064200     CANCEL "LEAP"
064300     PERFORM 9100-WRITE-RUN-STATISTICS
064400     IF WS-CONDITION-CODE > 0
064500         MOVE WS-CONDITION-CODE TO RETURN-CODE
064600     END-IF
064700     .
064800 9000-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------*
065100* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
065200* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
065300*--------------------------------------------------------------*
065400 9100-WRITE-RUN-STATISTICS.
065500     OPEN EXTEND RUN-LOG-FILE
065600     IF WS-RUNLOG-NOT-FOUND
065700         OPEN OUTPUT RUN-LOG-FILE
065800     END-IF
065900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
066000     MOVE "HOLIMPCT" TO RUNS-PROGRAM-ID
066100     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
066200     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
066300     MOVE WS-SETTLEMENTS-READ TO RUNS-RECORDS-READ
066400     MOVE WS-RECORDS-WRITTEN TO RUNS-RECORDS-WRITTEN
066500     MOVE WS-RECORDS-REJECTED TO RUNS-RECORDS-REJECTED
066600     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
066700     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
066800     WRITE RUN-STATISTICS-RECORD
066900     CLOSE RUN-LOG-FILE
067000     .
067100 9100-EXIT.
067200     EXIT.
