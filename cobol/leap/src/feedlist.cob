000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEDLIST.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. FEED REGISTER LISTING. LISTS EVERY   *
001100*                FEED ON THE REGISTER (SEE FEEDREG) IN THE      *
001200*                ORDER IT WAS ACCEPTED - SOURCE, FEED DATE,     *
001300*                CONSUMING PROGRAM, TRAILER COUNT AND HASH, RUN *
001400*                DATE AND TIME, AND ANY OPERATOR OVERRIDE -     *
001500*                THEN, PER FEED SOURCE, EVERY BUSINESS DAY      *
001600*                (BUSDAYS, ON THE CALENDAR NAMED ON THE         *
001700*                FLSTPARM CARD) WITH NO FEED REGISTERED FROM    *
001800*                THAT SOURCE BY ANY PROGRAM. THE CARD MAY       *
001900*                NARROW THE RANGE TO A FROM AND TO DATE; A ZERO *
002000*                DATE, OR NO CARD AT ALL, MEANS EACH SOURCE'S   *
002100*                OWN FIRST AND LAST REGISTERED FEED DATE ON THE *
002200*                DOMESTIC CALENDAR. CONDITION CODES:            *
002300*                  81  CONTROL CARD UNUSABLE - NOTHING LISTED   *
002400*                  82  ONE OR MORE BUSINESS DAYS WITH NO FEED   *
002500*                  83  THE REGISTER HOLDS MORE SOURCES OR FEEDS *
002600*                      THAN THE CHECK TABLES - THE EXCESS IS    *
002700*                      LISTED BUT NOT CHECKED                   *
002800*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
002900*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
003000*                JOB.                                           *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARM-FILE ASSIGN TO FLSTPARM
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-FILE-STATUS.
003800     SELECT REGISTER-FILE ASSIGN TO FEEDREG
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-REGISTER-STATUS.
004100     SELECT REPORT-FILE ASSIGN TO FLSTRPTO
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-FILE-STATUS.
004400     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RUNLOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PARM-FILE
005000     RECORDING MODE IS F.
005100 01  PARM-RECORD.
005200     05 FLP-FROM-DATE          PIC 9(08).
005300     05 FLP-TO-DATE            PIC 9(08).
005400     05 FLP-CALENDAR-CODE      PIC X(03).
005500     05 FILLER                 PIC X(61).
005600 FD  REGISTER-FILE
005700     RECORDING MODE IS F.
005800     COPY FEEDREG.
005900 FD  REPORT-FILE
006000     RECORDING MODE IS F.
006100 01  REPORT-LINE               PIC X(80).
006200 FD  RUN-LOG-FILE
006300     RECORDING MODE IS F.
006400     COPY RUNSTATS.
006500 WORKING-STORAGE SECTION.
006600 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
006700     88 WS-PARM-NOT-FOUND                  VALUE "35".
006800 01  WS-REGISTER-STATUS        PIC X(02)   VALUE "00".
006900     88 WS-REGISTER-NOT-FOUND              VALUE "35".
007000 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
007100 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
007200     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
007300 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
007400     88 WS-NO-MORE-PARMS                   VALUE "Y".
007500 01  WS-REGISTER-EOF-SW        PIC X(01)   VALUE "N".
007600     88 WS-NO-MORE-REGISTER                VALUE "Y".
007700 01  WS-CARD-USABLE-SW         PIC X(01)   VALUE "Y".
007800     88 WS-CARD-USABLE                     VALUE "Y".
007900 01  WS-SOURCE-FOUND-SW        PIC X(01)   VALUE "N".
008000     88 WS-SOURCE-FOUND                    VALUE "Y".
008100 01  WS-FEED-FOUND-SW          PIC X(01)   VALUE "N".
008200     88 WS-FEED-FOUND                      VALUE "Y".
008300 01  WS-FROM-DATE              PIC 9(08)   VALUE 0.
008400 01  WS-TO-DATE                PIC 9(08)   VALUE 0.
008500 01  WS-CALENDAR-CODE          PIC X(03)   VALUE SPACES.
008600 01  WS-RANGE-FROM-DATE        PIC 9(08)   VALUE 0.
008700 01  WS-RANGE-TO-DATE          PIC 9(08)   VALUE 0.
008800     COPY CALDATE REPLACING ==CALENDAR-DATE==
008900                            BY ==WS-CARD-DATE==
009000                            ==CD-CCYY==       BY ==WCD-CCYY==
009100                            ==CD-MM==         BY ==WCD-MM==
009200                            ==CD-DD==         BY ==WCD-DD==.
009300 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
009400     88 WS-DATE-IS-VALID                   VALUE "Y".
009500 01  WS-BUS-FUNCTION-CODE      PIC X(01)   VALUE SPACE.
009600     COPY CALDATE REPLACING ==CALENDAR-DATE==
009700                            BY ==WS-WALK-DATE==
009800                            ==CD-CCYY==       BY ==WLK-CCYY==
009900                            ==CD-MM==         BY ==WLK-MM==
010000                            ==CD-DD==         BY ==WLK-DD==.
010100 01  WS-WALK-DATE-N REDEFINES WS-WALK-DATE
010200                               PIC 9(08).
010300     COPY CALDATE REPLACING ==CALENDAR-DATE==
010400                            BY ==WS-BUS-RESULT-DATE==
010500                            ==CD-CCYY==       BY ==BRS-CCYY==
010600                            ==CD-MM==         BY ==BRS-MM==
010700                            ==CD-DD==         BY ==BRS-DD==.
010800 01  WS-BUS-DAY-OF-WEEK        PIC 9(01)   VALUE 0.
010900 01  WS-BUS-BUSINESS-DAYS      PIC 9(05)   VALUE 0.
011000 01  WS-BUS-RETURN-CODE        PIC 9(02)   VALUE 0.
011100     88 WS-BUS-VALID-RESULT                VALUE 00.
011200 01  WS-SOURCE-COUNT           PIC 9(03)   COMP   VALUE 0.
011300 01  WS-SOURCE-NUMBER          PIC 9(03)   COMP   VALUE 0.
011400 01  WS-SOURCE-TABLE.
011500     05 WS-SOURCE-ENTRY OCCURS 50 TIMES
011600        INDEXED BY SRC-IDX.
011700         10 SRC-FEED-SOURCE    PIC X(08).
011800         10 SRC-FIRST-DATE     PIC 9(08).
011900         10 SRC-LAST-DATE      PIC 9(08).
012000 01  WS-DATE-COUNT             PIC 9(05)   COMP   VALUE 0.
012100 01  WS-DATE-TABLE.
012200     05 WS-DATE-ENTRY OCCURS 0 TO 5000 TIMES
012300        DEPENDING ON WS-DATE-COUNT
012400        INDEXED BY DTE-IDX.
012500         10 DTE-SOURCE-NUMBER  PIC 9(03)   COMP.
012600         10 DTE-FEED-DATE      PIC 9(08).
012700 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
012800 01  WS-CURRENT-TIMESTAMP      PIC X(26).
012900 01  WS-COUNTERS.
013000     05 WS-ENTRIES-LISTED      PIC 9(07)   COMP   VALUE 0.
013100     05 WS-OVERRIDE-RERUNS     PIC 9(07)   COMP   VALUE 0.
013200     05 WS-ENTRIES-NOT-CHECKED PIC 9(07)   COMP   VALUE 0.
013300     05 WS-MISSING-FEEDS       PIC 9(07)   COMP   VALUE 0.
013400     05 WS-SOURCE-MISSING      PIC 9(07)   COMP   VALUE 0.
013500 01  WS-HEADING-1.
013600     05 FILLER            PIC X(24) VALUE
013700         "FEED REGISTER LISTING".
013800     05 FILLER            PIC X(09) VALUE "CALENDAR ".
013900     05 HDG-CALENDAR           PIC X(03).
014000     05 FILLER            PIC X(07) VALUE "  FROM ".
014100     05 HDG-FROM-DATE          PIC X(08).
014200     05 FILLER            PIC X(04) VALUE " TO ".
014300     05 HDG-TO-DATE            PIC X(08).
014400     05 FILLER                 PIC X(17)   VALUE SPACES.
014500 01  WS-HEADING-2.
014600     05 FILLER            PIC X(10) VALUE "SOURCE".
014700     05 FILLER            PIC X(10) VALUE "FEED DATE".
014800     05 FILLER            PIC X(10) VALUE "PROGRAM".
014900     05 FILLER            PIC X(09) VALUE "RECORDS".
015000     05 FILLER            PIC X(11) VALUE "HASH TOTAL".
015100     05 FILLER            PIC X(09) VALUE "RUN DATE".
015200     05 FILLER            PIC X(08) VALUE "TIME".
015300     05 FILLER            PIC X(13) VALUE "OVERRIDE".
015400 01  WS-DETAIL-LINE.
015500     05 DTL-FEED-SOURCE        PIC X(08).
015600     05 FILLER                 PIC X(02)   VALUE SPACES.
015700     05 DTL-FEED-DATE          PIC X(08).
015800     05 FILLER                 PIC X(02)   VALUE SPACES.
015900     05 DTL-PROGRAM-ID         PIC X(08).
016000     05 FILLER                 PIC X(02)   VALUE SPACES.
016100     05 DTL-RECORD-COUNT       PIC ZZZZZZ9.
016200     05 FILLER                 PIC X(02)   VALUE SPACES.
016300     05 DTL-HASH-TOTAL         PIC 9(09).
016400     05 FILLER                 PIC X(02)   VALUE SPACES.
016500     05 DTL-RUN-DATE           PIC X(08).
016600     05 FILLER                 PIC X(01)   VALUE SPACES.
016700     05 DTL-RUN-TIME           PIC X(06).
016800     05 FILLER                 PIC X(02)   VALUE SPACES.
016900     05 DTL-OVERRIDE-FLAG      PIC X(01).
017000     05 FILLER                 PIC X(01)   VALUE SPACES.
017100     05 DTL-OVERRIDE-AUTHORITY PIC X(10).
017200     05 FILLER                 PIC X(01)   VALUE SPACES.
017300 01  WS-SOURCE-HEADING.
017400     05 FILLER            PIC X(23) VALUE
017500         "MISSING FEED DATES FOR ".
017600     05 SHD-FEED-SOURCE        PIC X(08).
017700     05 FILLER            PIC X(07) VALUE "  FROM ".
017800     05 SHD-FROM-DATE          PIC X(08).
017900     05 FILLER            PIC X(04) VALUE " TO ".
018000     05 SHD-TO-DATE            PIC X(08).
018100     05 FILLER                 PIC X(22)   VALUE SPACES.
018200 01  WS-MISSING-LINE.
018300     05 FILLER            PIC X(12) VALUE "    MISSING ".
018400     05 MSL-FEED-DATE          PIC X(08).
018500     05 FILLER                 PIC X(60)   VALUE SPACES.
018600 01  WS-NONE-MISSING-LINE.
018700     05 FILLER            PIC X(30) VALUE
018800         "    NO MISSING FEED DATES".
018900     05 FILLER                 PIC X(50)   VALUE SPACES.
019000 01  WS-ERROR-LINE.
019100     05 FILLER                 PIC X(06)   VALUE "ERROR ".
019200     05 ERL-TEXT               PIC X(40).
019300     05 FILLER                 PIC X(34)   VALUE SPACES.
019400 01  WS-TOTAL-LINE.
019500     05 TOT-LABEL              PIC X(20).
019600     05 TOT-COUNT              PIC ZZZ,ZZ9.
019700     05 FILLER                 PIC X(53)   VALUE SPACES.
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE
020100     IF WS-CARD-USABLE
020200         PERFORM 2000-LIST-REGISTER-ENTRY
020300             UNTIL WS-NO-MORE-REGISTER
020400         PERFORM 3000-LIST-MISSING-FEEDS
020500             VARYING WS-SOURCE-NUMBER FROM 1 BY 1
020600             UNTIL WS-SOURCE-NUMBER > WS-SOURCE-COUNT
020700     END-IF
020800     PERFORM 4000-WRITE-TOTALS
020900     PERFORM 9000-TERMINATE
021000     STOP RUN.
021100*--------------------------------------------------------------*
021200* 1000-INITIALIZE - EDIT THE PARAMETER CARD. NO CARD MEANS EACH *
021300* SOURCE'S OWN REGISTERED RANGE ON THE DOMESTIC CALENDAR; A     *
021400* CARD WITH AN UNUSABLE DATE STOPS THE LISTING. A MISSING       *
021500* REGISTER IS AN EMPTY ONE.                                     *
021600*--------------------------------------------------------------*
021700 1000-INITIALIZE.
021800     OPEN INPUT PARM-FILE
021900     IF WS-PARM-NOT-FOUND
022000         MOVE "Y" TO WS-PARM-EOF-SW
022100     END-IF
022200     OPEN OUTPUT REPORT-FILE
022300     PERFORM 1100-READ-PARM-FILE
022400     IF NOT WS-NO-MORE-PARMS
022500         IF FLP-FROM-DATE IS NOT NUMERIC
022600            OR FLP-TO-DATE IS NOT NUMERIC
022700             MOVE "N" TO WS-CARD-USABLE-SW
022800         ELSE
022900             MOVE FLP-FROM-DATE TO WS-FROM-DATE
023000             MOVE FLP-TO-DATE TO WS-TO-DATE
023100             MOVE FLP-CALENDAR-CODE TO WS-CALENDAR-CODE
023200             IF WS-FROM-DATE > 0
023300                 MOVE WS-FROM-DATE TO WS-CARD-DATE
023400                 PERFORM 1200-EDIT-CARD-DATE
023500             END-IF
023600             IF WS-TO-DATE > 0
023700                 MOVE WS-TO-DATE TO WS-CARD-DATE
023800                 PERFORM 1200-EDIT-CARD-DATE
023900             END-IF
024000             IF WS-FROM-DATE > 0 AND WS-TO-DATE > 0
024100                AND WS-FROM-DATE > WS-TO-DATE
024200                 MOVE "N" TO WS-CARD-USABLE-SW
024300             END-IF
024400         END-IF
024500     END-IF
024600     PERFORM 1400-WRITE-HEADING
024700     IF WS-CARD-USABLE
024800         OPEN INPUT REGISTER-FILE
024900         IF WS-REGISTER-NOT-FOUND
025000             MOVE "Y" TO WS-REGISTER-EOF-SW
025100         ELSE
025200             PERFORM 1300-READ-REGISTER
025300         END-IF
025400     ELSE
025500         MOVE "PARAMETER CARD DATES BAD" TO ERL-TEXT
025600         WRITE REPORT-LINE FROM WS-ERROR-LINE
025700         MOVE 81 TO WS-CONDITION-CODE
025800     END-IF
025900     .
026000 1000-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------*
026300* 1100-READ-PARM-FILE                                           *
026400*--------------------------------------------------------------*
026500 1100-READ-PARM-FILE.
026600     IF NOT WS-NO-MORE-PARMS
026700         READ PARM-FILE
026800             AT END
026900                 MOVE "Y" TO WS-PARM-EOF-SW
027000         END-READ
027100     END-IF
027200     .
027300 1100-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600* 1200-EDIT-CARD-DATE - A NON-ZERO CARD DATE MUST BE A REAL     *
027700* CALENDAR DATE.                                                *
027800*--------------------------------------------------------------*
027900 1200-EDIT-CARD-DATE.
028000     CALL "CALVALID" USING WS-CARD-DATE, WS-DATE-VALID-SW
028100     IF NOT WS-DATE-IS-VALID
028200         MOVE "N" TO WS-CARD-USABLE-SW
028300     END-IF
028400     .
028500 1200-EXIT.
028600     EXIT.
028700*--------------------------------------------------------------*
028800* 1300-READ-REGISTER                                            *
028900*--------------------------------------------------------------*
029000 1300-READ-REGISTER.
029100     READ REGISTER-FILE
029200         AT END
029300             MOVE "Y" TO WS-REGISTER-EOF-SW
029400     END-READ
029500     .
029600 1300-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------*
029900* 1400-WRITE-HEADING - A ZERO CARD DATE PRINTS AS FIRST OR LAST *
030000* (EACH SOURCE'S OWN REGISTERED RANGE).                         *
030100*--------------------------------------------------------------*
030200 1400-WRITE-HEADING.
030300     IF WS-CALENDAR-CODE = SPACES
030400         MOVE "DOM" TO HDG-CALENDAR
030500     ELSE
030600         MOVE WS-CALENDAR-CODE TO HDG-CALENDAR
030700     END-IF
030800     IF WS-FROM-DATE = 0
030900         MOVE "FIRST" TO HDG-FROM-DATE
031000     ELSE
031100         MOVE WS-FROM-DATE TO HDG-FROM-DATE
031200     END-IF
031300     IF WS-TO-DATE = 0
031400         MOVE "LAST" TO HDG-TO-DATE
031500     ELSE
031600         MOVE WS-TO-DATE TO HDG-TO-DATE
031700     END-IF
031800     WRITE REPORT-LINE FROM WS-HEADING-1
031900     IF WS-CARD-USABLE
032000         WRITE REPORT-LINE FROM WS-HEADING-2
032100     END-IF
032200     .
032300 1400-EXIT.
032400     EXIT.
032500*--------------------------------------------------------------*
032600* 2000-LIST-REGISTER-ENTRY - ONE LINE PER REGISTER RECORD; THE  *
032700* SOURCE AND FEED DATE ARE NOTED FOR THE MISSING-FEED CHECK.    *
032800*--------------------------------------------------------------*
032900 2000-LIST-REGISTER-ENTRY.
033000     MOVE FRG-FEED-SOURCE TO DTL-FEED-SOURCE
033100     MOVE FRG-FEED-DATE TO DTL-FEED-DATE
033200     MOVE FRG-PROGRAM-ID TO DTL-PROGRAM-ID
033300     MOVE FRG-RECORD-COUNT TO DTL-RECORD-COUNT
033400     MOVE FRG-HASH-TOTAL TO DTL-HASH-TOTAL
033500     MOVE FRG-RUN-DATE TO DTL-RUN-DATE
033600     MOVE FRG-RUN-TIME TO DTL-RUN-TIME
033700     MOVE FRG-OVERRIDE-FLAG TO DTL-OVERRIDE-FLAG
033800     MOVE FRG-OVERRIDE-AUTHORITY TO DTL-OVERRIDE-AUTHORITY
033900     WRITE REPORT-LINE FROM WS-DETAIL-LINE
034000     ADD 1 TO WS-ENTRIES-LISTED
034100     IF FRG-OVERRIDE-RERUN
034200         ADD 1 TO WS-OVERRIDE-RERUNS
034300     END-IF
034400     PERFORM 2100-NOTE-FEED-SOURCE
034500     IF WS-SOURCE-FOUND AND WS-DATE-COUNT < 5000
034600         ADD 1 TO WS-DATE-COUNT
034700         MOVE WS-SOURCE-NUMBER
034800             TO DTE-SOURCE-NUMBER(WS-DATE-COUNT)
034900         MOVE FRG-FEED-DATE TO DTE-FEED-DATE(WS-DATE-COUNT)
035000     ELSE
035100         ADD 1 TO WS-ENTRIES-NOT-CHECKED
035200         IF WS-CONDITION-CODE < 83
035300             MOVE 83 TO WS-CONDITION-CODE
035400         END-IF
035500     END-IF
035600     PERFORM 1300-READ-REGISTER
035700     .
035800 2000-EXIT.
035900     EXIT.
036000*--------------------------------------------------------------*
036100* 2100-NOTE-FEED-SOURCE - FIND THE SOURCE'S ENTRY, OR TAKE THE  *
036200* NEXT ONE WHILE THERE IS ONE, AND WIDEN ITS REGISTERED RANGE.  *
036300*--------------------------------------------------------------*
036400 2100-NOTE-FEED-SOURCE.
036500     MOVE "N" TO WS-SOURCE-FOUND-SW
036600     PERFORM 2110-MATCH-FEED-SOURCE
036700         VARYING SRC-IDX FROM 1 BY 1
036800         UNTIL SRC-IDX > WS-SOURCE-COUNT OR WS-SOURCE-FOUND
036900     IF NOT WS-SOURCE-FOUND AND WS-SOURCE-COUNT < 50
037000         ADD 1 TO WS-SOURCE-COUNT
037100         MOVE WS-SOURCE-COUNT TO WS-SOURCE-NUMBER
037200         MOVE FRG-FEED-SOURCE TO SRC-FEED-SOURCE(WS-SOURCE-NUMBER)
037300         MOVE FRG-FEED-DATE TO SRC-FIRST-DATE(WS-SOURCE-NUMBER)
037400         MOVE FRG-FEED-DATE TO SRC-LAST-DATE(WS-SOURCE-NUMBER)
037500         MOVE "Y" TO WS-SOURCE-FOUND-SW
037600     END-IF
037700     IF WS-SOURCE-FOUND
037800         IF FRG-FEED-DATE < SRC-FIRST-DATE(WS-SOURCE-NUMBER)
037900             MOVE FRG-FEED-DATE
038000                 TO SRC-FIRST-DATE(WS-SOURCE-NUMBER)
038100         END-IF
038200         IF FRG-FEED-DATE > SRC-LAST-DATE(WS-SOURCE-NUMBER)
038300             MOVE FRG-FEED-DATE
038400                 TO SRC-LAST-DATE(WS-SOURCE-NUMBER)
038500         END-IF
038600     END-IF
038700     .
038800 2100-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------*
039100* 2110-MATCH-FEED-SOURCE                                        *
039200*--------------------------------------------------------------*
039300 2110-MATCH-FEED-SOURCE.
039400     IF SRC-FEED-SOURCE(SRC-IDX) = FRG-FEED-SOURCE
039500         MOVE "Y" TO WS-SOURCE-FOUND-SW
039600         SET WS-SOURCE-NUMBER TO SRC-IDX
039700     END-IF
039800     .
039900 2110-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040200* 3000-LIST-MISSING-FEEDS - WALK THE SOURCE'S BUSINESS DAYS     *
040300* OVER THE CARD RANGE (OR ITS OWN REGISTERED RANGE) AND LIST    *
040400* EACH ONE NO FEED WAS REGISTERED FOR. THE WALK STARTS FROM THE *
040500* BUSINESS DAY BEFORE THE RANGE SO A RANGE OPENING ON A         *
040600* BUSINESS DAY INCLUDES IT.                                     *
040700*--------------------------------------------------------------*
040800 3000-LIST-MISSING-FEEDS.
040900     MOVE 0 TO WS-SOURCE-MISSING
041000     IF WS-FROM-DATE = 0
041100         MOVE SRC-FIRST-DATE(WS-SOURCE-NUMBER)
041200             TO WS-RANGE-FROM-DATE
041300     ELSE
041400         MOVE WS-FROM-DATE TO WS-RANGE-FROM-DATE
041500     END-IF
041600     IF WS-TO-DATE = 0
041700         MOVE SRC-LAST-DATE(WS-SOURCE-NUMBER) TO WS-RANGE-TO-DATE
041800     ELSE
041900         MOVE WS-TO-DATE TO WS-RANGE-TO-DATE
042000     END-IF
042100     MOVE SRC-FEED-SOURCE(WS-SOURCE-NUMBER) TO SHD-FEED-SOURCE
042200     MOVE WS-RANGE-FROM-DATE TO SHD-FROM-DATE
042300     MOVE WS-RANGE-TO-DATE TO SHD-TO-DATE
042400     WRITE REPORT-LINE FROM WS-SOURCE-HEADING
042500     IF WS-RANGE-FROM-DATE NOT > WS-RANGE-TO-DATE
042600         MOVE WS-RANGE-FROM-DATE TO WS-WALK-DATE-N
042700         MOVE "P" TO WS-BUS-FUNCTION-CODE
042800         PERFORM 3200-CALL-BUSDAYS
042900         IF WS-BUS-VALID-RESULT
043000             MOVE WS-BUS-RESULT-DATE TO WS-WALK-DATE
043100             MOVE "N" TO WS-BUS-FUNCTION-CODE
043200             PERFORM 3200-CALL-BUSDAYS
043300             MOVE WS-BUS-RESULT-DATE TO WS-WALK-DATE
043400         END-IF
043500         PERFORM 3100-CHECK-BUSINESS-DAY
043600             UNTIL NOT WS-BUS-VALID-RESULT
043700                OR WS-WALK-DATE-N > WS-RANGE-TO-DATE
043800     END-IF
043900     IF WS-SOURCE-MISSING = 0
044000         WRITE REPORT-LINE FROM WS-NONE-MISSING-LINE
044100     ELSE
044200         IF WS-CONDITION-CODE < 82
044300             MOVE 82 TO WS-CONDITION-CODE
044400         END-IF
044500     END-IF
044600     .
044700 3000-EXIT.
044800     EXIT.
044900*--------------------------------------------------------------*
045000* 3100-CHECK-BUSINESS-DAY - LIST THE DAY WHEN NO PROGRAM        *
045100* REGISTERED A FEED FROM THE SOURCE FOR IT, THEN STEP TO THE    *
045200* NEXT BUSINESS DAY.                                            *
045300*--------------------------------------------------------------*
045400 3100-CHECK-BUSINESS-DAY.
045500     MOVE "N" TO WS-FEED-FOUND-SW
045600     PERFORM 3110-MATCH-FEED-DATE
045700         VARYING DTE-IDX FROM 1 BY 1
045800         UNTIL DTE-IDX > WS-DATE-COUNT OR WS-FEED-FOUND
045900     IF NOT WS-FEED-FOUND
046000         MOVE WS-WALK-DATE TO MSL-FEED-DATE
046100         WRITE REPORT-LINE FROM WS-MISSING-LINE
046200         ADD 1 TO WS-SOURCE-MISSING
046300         ADD 1 TO WS-MISSING-FEEDS
046400     END-IF
046500     MOVE "N" TO WS-BUS-FUNCTION-CODE
046600     PERFORM 3200-CALL-BUSDAYS
046700     MOVE WS-BUS-RESULT-DATE TO WS-WALK-DATE
046800     .
046900 3100-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------*
047200* 3110-MATCH-FEED-DATE                                          *
047300*--------------------------------------------------------------*
047400 3110-MATCH-FEED-DATE.
047500     IF DTE-SOURCE-NUMBER(DTE-IDX) = WS-SOURCE-NUMBER
047600        AND DTE-FEED-DATE(DTE-IDX) = WS-WALK-DATE-N
047700         MOVE "Y" TO WS-FEED-FOUND-SW
047800     END-IF
047900     .
048000 3110-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300* 3200-CALL-BUSDAYS - NEXT (N) OR PREVIOUS (P) BUSINESS DAY     *
048400* FROM THE WALK DATE ON THE LISTING CALENDAR.                   *
048500*--------------------------------------------------------------*
048600 3200-CALL-BUSDAYS.
048700     CALL "BUSDAYS" USING WS-BUS-FUNCTION-CODE, WS-CALENDAR-CODE,
048800         WS-WALK-DATE, WS-RANGE-TO-DATE, WS-BUS-RESULT-DATE,
048900         WS-BUS-DAY-OF-WEEK, WS-BUS-BUSINESS-DAYS,
049000         WS-BUS-RETURN-CODE
049100     .
049200 3200-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------*
049500* 4000-WRITE-TOTALS                                             *
049600*--------------------------------------------------------------*
049700 4000-WRITE-TOTALS.
049800     MOVE "REGISTER ENTRIES..." TO TOT-LABEL
049900     MOVE WS-ENTRIES-LISTED TO TOT-COUNT
050000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
050100     MOVE "FEED SOURCES......." TO TOT-LABEL
050200     MOVE WS-SOURCE-COUNT TO TOT-COUNT
050300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
050400     MOVE "OVERRIDE RERUNS...." TO TOT-LABEL
050500     MOVE WS-OVERRIDE-RERUNS TO TOT-COUNT
050600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
050700     MOVE "MISSING FEED DATES." TO TOT-LABEL
050800     MOVE WS-MISSING-FEEDS TO TOT-COUNT
050900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
051000     MOVE "ENTRIES NOT CHECKED" TO TOT-LABEL
051100     MOVE WS-ENTRIES-NOT-CHECKED TO TOT-COUNT
051200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
051300     .
051400 4000-EXIT.
051500     EXIT.
051600*--------------------------------------------------------------*
051700* 9000-TERMINATE                                                *
051800*--------------------------------------------------------------*
051900 9000-TERMINATE.
051950     IF NOT WS-PARM-NOT-FOUND
052000         CLOSE PARM-FILE
052050     END-IF
052100     IF WS-CARD-USABLE
052150         IF NOT WS-REGISTER-NOT-FOUND
052200             CLOSE REGISTER-FILE
052250         END-IF
052300     END-IF
052400     CLOSE REPORT-FILE
052500     CANCEL "LEAP"
052600     PERFORM 9100-WRITE-RUN-STATISTICS
052700     IF WS-CONDITION-CODE > 0
052800         MOVE WS-CONDITION-CODE TO RETURN-CODE
052900     END-IF
053000     .
053100 9000-EXIT.
053200     EXIT.
053300*--------------------------------------------------------------*
053400* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
053500* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
053600* REJECTED COUNTS THE REGISTER ENTRIES LEFT OUT OF THE CHECK.   *
053700*--------------------------------------------------------------*
053800 9100-WRITE-RUN-STATISTICS.
053900     OPEN EXTEND RUN-LOG-FILE
054000     IF WS-RUNLOG-NOT-FOUND
054100         OPEN OUTPUT RUN-LOG-FILE
054200     END-IF
054300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
054400     MOVE "FEEDLIST" TO RUNS-PROGRAM-ID
054500     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
054600     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
054700     MOVE WS-ENTRIES-LISTED TO RUNS-RECORDS-READ
054800     MOVE WS-ENTRIES-LISTED TO RUNS-RECORDS-WRITTEN
054900     MOVE WS-ENTRIES-NOT-CHECKED TO RUNS-RECORDS-REJECTED
055000     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
055100     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
055200     WRITE RUN-STATISTICS-RECORD
055300     CLOSE RUN-LOG-FILE
055400     .
055500 9100-EXIT.
055600     EXIT.
