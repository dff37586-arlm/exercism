000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCRCLOS.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. MONTH-END ACCRUED-INTEREST CLOSE.    *
001100*                ACCRCALC ONLY ACCRUES COMPLETE SCHEDULE        *
001200*                PERIODS; FINANCE NEEDS THE INTEREST EARNED BUT *
001300*                NOT YET PAID AT EVERY FISCAL PERIOD END. THE   *
001400*                CLOSPARM CARD NAMES THE FISCAL YEAR AND PERIOD *
001500*                AND THE RECEIVABLE AND INCOME GL ACCOUNTS. THE *
001600*                PERIOD'S BOUNDS COME FROM ITS FISCDEF RECORD   *
001700*                AND THE END DATE IS PROVED THROUGH FISCPER,    *
001800*                WHICH MUST MAP IT BACK TO THE SAME YEAR AND    *
001900*                PERIOD. EACH INSTRUMENT'S OPEN ACCRREC PERIOD  *
002000*                ON ACCROUT (STARTED ON OR BEFORE THE PERIOD    *
002100*                END, ENDING AFTER IT) ACCRUES FROM             *
002200*                ACR-START-DATE TO THE PERIOD END: FINDAYS      *
002300*                GIVES THE PARTIAL DAY-COUNT FRACTION UNDER     *
002400*                ACR-CONVENTION-CODE AND THE ACCRUAL IS THE     *
002500*                PERIOD'S INTEREST PRORATED BY PARTIAL OVER     *
002600*                FULL FRACTION - THE SAME PRINCIPAL TIMES RATE  *
002700*                ACCRCALC USED, WITHOUT GOING BACK TO ACCRPARM. *
002800*                EACH ACCRUAL POSTS DEBIT RECEIVABLE, CREDIT    *
002900*                INCOME ON THE PERIOD END DATE. THE PRIOR       *
003000*                CLOSE'S JOURNAL (ACCRJPRV) MUST BE FOR THE     *
003100*                FISCDEF PERIOD ENDING THE DAY BEFORE THIS ONE  *
003200*                STARTS AND MUST BALANCE TO ITS OWN TRAILER;    *
003300*                ONLY THEN IS IT READ AGAIN AND EVERY ACCRUAL   *
003400*                LEG ON IT REVERSED ON THIS PERIOD'S FIRST DAY, *
003500*                SO THE LEDGER CARRIES ONLY THE CURRENT         *
003600*                ACCRUAL. THE EXTRACT (ACCRJRNL, SEE GLJRNL) IS *
003700*                BRACKETED BY A HEADER AND A TRAILER WITH THE   *
003800*                DETAIL COUNT AND DEBIT AND CREDIT TOTALS.      *
003900*                CONDITION CODES:                               *
004000*                  74  CONTROL CARD OR FISCAL PERIOD UNUSABLE - *
004100*                      NO JOURNAL IS WRITTEN                    *
004200*                  75  PRIOR JOURNAL MISSING, NOT FOR THE LAST  *
004300*                      PERIOD OR OUT OF BALANCE - NO REVERSAL   *
004400*                      IS POSTED; THEY NEED A MANUAL LOOK       *
004500*                  76  AN ACCRREC PERIOD FINDAYS REJECTED, OR   *
004600*                      THE EXTRACT DOES NOT BALANCE             *
004700*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
004800*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
004900*                JOB.                                           *
005000*--------------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PARM-FILE ASSIGN TO CLOSPARM
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PARM-FILE-STATUS.
005700     SELECT FISCDEF-FILE ASSIGN TO FISCDEF
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FISCDEF-STATUS.
006000     SELECT ACCRUAL-FILE ASSIGN TO ACCROUT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
006300     SELECT PRIOR-JOURNAL-FILE ASSIGN TO ACCRJPRV
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PRIOR-JOURNAL-STATUS.
006600     SELECT JOURNAL-FILE ASSIGN TO ACCRJRNL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO ACCLRPTO
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-FILE-STATUS.
007200     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-RUNLOG-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PARM-FILE
007800     RECORDING MODE IS F.
007900 01  PARM-RECORD.
008000     05 CLP-FISCAL-YEAR        PIC 9(04).
008100     05 CLP-PERIOD-NUMBER      PIC 9(02).
008200     05 CLP-RECEIVABLE-ACCOUNT PIC X(10).
008300     05 CLP-INCOME-ACCOUNT     PIC X(10).
008400     05 FILLER                 PIC X(54).
008500 FD  FISCDEF-FILE
008600     RECORDING MODE IS F.
008700     COPY FISCDEF.
008800 FD  ACCRUAL-FILE
008900     RECORDING MODE IS F.
009000     COPY ACCRREC.
009100 FD  PRIOR-JOURNAL-FILE
009200     RECORDING MODE IS F.
009300 01  PRIOR-JOURNAL-RECORD      PIC X(80).
009400 FD  JOURNAL-FILE
009500     RECORDING MODE IS F.
009600     COPY GLJRNL.
009700 FD  REPORT-FILE
009800     RECORDING MODE IS F.
009900 01  REPORT-LINE               PIC X(80).
010000 FD  RUN-LOG-FILE
010100     RECORDING MODE IS F.
010200     COPY RUNSTATS.
010300 WORKING-STORAGE SECTION.
010400 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
010500     88 WS-PARM-NOT-FOUND                  VALUE "35".
010600 01  WS-FISCDEF-STATUS         PIC X(02)   VALUE "00".
010700     88 WS-FISCDEF-NOT-FOUND               VALUE "35".
010800 01  WS-ACCRUAL-FILE-STATUS    PIC X(02)   VALUE "00".
010900 01  WS-PRIOR-JOURNAL-STATUS   PIC X(02)   VALUE "00".
011000     88 WS-PRIOR-JOURNAL-NOT-FOUND         VALUE "35".
011100 01  WS-JOURNAL-FILE-STATUS    PIC X(02)   VALUE "00".
011200 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
011300 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
011400     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
011500 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
011600     88 WS-NO-MORE-PARMS                   VALUE "Y".
011700 01  WS-FISCDEF-EOF-SW         PIC X(01)   VALUE "N".
011800     88 WS-NO-MORE-PERIODS                 VALUE "Y".
011900 01  WS-ACCRUAL-EOF-SW         PIC X(01)   VALUE "N".
012000     88 WS-NO-MORE-ACCRUALS                VALUE "Y".
012100 01  WS-PRIOR-EOF-SW           PIC X(01)   VALUE "N".
012200     88 WS-NO-MORE-PRIOR                   VALUE "Y".
012300 01  WS-PERIOD-FOUND-SW        PIC X(01)   VALUE "N".
012400     88 WS-PERIOD-FOUND                    VALUE "Y".
012500 01  WS-PERIOD-USABLE-SW       PIC X(01)   VALUE "N".
012600     88 WS-PERIOD-USABLE                   VALUE "Y".
012700 01  WS-CLOSE-PERIOD-KEY       PIC 9(06)   VALUE 0.
012800 01  WS-PRIOR-PERIOD-KEY       PIC 9(06)   VALUE 0.
012900 01  WS-PREVIOUS-PERIOD-KEY    PIC 9(06)   VALUE 0.
013000 01  WS-PREVIOUS-FOUND-SW      PIC X(01)   VALUE "N".
013100     88 WS-PREVIOUS-FOUND                  VALUE "Y".
013200 01  WS-PRIOR-PROVED-SW        PIC X(01)   VALUE "N".
013300     88 WS-PRIOR-PROVED                    VALUE "Y".
013400     COPY CALDATE REPLACING ==CALENDAR-DATE==
013500                            BY ==WS-PERIOD-START-DATE==
013600                            ==CD-CCYY==       BY ==PST-CCYY==
013700                            ==CD-MM==         BY ==PST-MM==
013800                            ==CD-DD==         BY ==PST-DD==.
013900     COPY CALDATE REPLACING ==CALENDAR-DATE==
014000                            BY ==WS-PERIOD-END-DATE==
014100                            ==CD-CCYY==       BY ==PEN-CCYY==
014200                            ==CD-MM==         BY ==PEN-MM==
014300                            ==CD-DD==         BY ==PEN-DD==.
014400     COPY CALDATE REPLACING ==CALENDAR-DATE==
014500                            BY ==WS-PREVIOUS-END-DATE==
014600                            ==CD-CCYY==       BY ==PVE-CCYY==
014700                            ==CD-MM==         BY ==PVE-MM==
014800                            ==CD-DD==         BY ==PVE-DD==.
014900 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
015000 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
015100 01  WS-MONTH-DAYS-TBL.
015200     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
015300 01  WS-FISCPER-YEAR           PIC 9(04)   VALUE 0.
015400 01  WS-FISCPER-PERIOD         PIC 9(02)   VALUE 0.
015500 01  WS-FISCPER-QUARTER        PIC 9(01)   VALUE 0.
015600 01  WS-FISCPER-RETURN-CODE    PIC 9(02)   VALUE 0.
015700     88 WS-FISCPER-MAPPED                  VALUE 00.
015800 01  WS-ACTUAL-DAYS            PIC 9(05)   VALUE 0.
015900 01  WS-PARTIAL-FRACTION       PIC 9(03)V9(08)    VALUE 0.
016000 01  WS-FINDAYS-RETURN-CODE    PIC 9(02)   VALUE 0.
016100     88 WS-FINDAYS-INVALID                 VALUE 99.
016200 01  WS-ACCRUAL-AMOUNT         PIC 9(11)V9(02)    VALUE 0.
016300 01  WS-PRIOR-DETAIL-COUNT     PIC 9(07)   VALUE 0.
016400 01  WS-PRIOR-TRAILER-COUNT    PIC 9(07)   VALUE 0.
016500 01  WS-PRIOR-DEBITS           PIC 9(13)V9(02)    VALUE 0.
016600 01  WS-PRIOR-CREDITS          PIC 9(13)V9(02)    VALUE 0.
016700 01  WS-PRIOR-TRAILER-DEBITS   PIC 9(13)V9(02)    VALUE 0.
016800 01  WS-PRIOR-TRAILER-CREDITS  PIC 9(13)V9(02)    VALUE 0.
016900 01  WS-PRIOR-TRAILER-SW       PIC X(01)   VALUE "N".
017000     88 WS-PRIOR-TRAILER-SEEN              VALUE "Y".
017100 01  WS-TOTAL-ACCRUED          PIC 9(13)V9(02)    VALUE 0.
017200 01  WS-TOTAL-REVERSED         PIC 9(13)V9(02)    VALUE 0.
017300 01  WS-TOTAL-DEBITS           PIC 9(13)V9(02)    VALUE 0.
017400 01  WS-TOTAL-CREDITS          PIC 9(13)V9(02)    VALUE 0.
017500 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
017600 01  WS-CURRENT-TIMESTAMP      PIC X(26).
017700 01  WS-COUNTERS.
017800     05 WS-ACCRUALS-READ       PIC 9(07)   COMP   VALUE 0.
017900     05 WS-OPEN-PERIODS        PIC 9(07)   COMP   VALUE 0.
018000     05 WS-ACCRUALS-POSTED     PIC 9(07)   COMP   VALUE 0.
018100     05 WS-REVERSALS-POSTED    PIC 9(07)   COMP   VALUE 0.
018200     05 WS-DETAILS-WRITTEN     PIC 9(07)   COMP   VALUE 0.
018300     05 WS-RECORDS-REJECTED    PIC 9(07)   COMP   VALUE 0.
018400 01  WS-HEADING-1.
018500     05 FILLER            PIC X(30) VALUE
018600         "MONTH-END ACCRUAL CLOSE".
018700     05 FILLER            PIC X(14) VALUE
018800         "FISCAL YEAR ".
018900     05 HDG-FISCAL-YEAR        PIC 9(04).
019000     05 FILLER            PIC X(08) VALUE
019100         " PERIOD ".
019200     05 HDG-PERIOD-NUMBER      PIC 9(02).
019300     05 FILLER            PIC X(06) VALUE
019400         " ENDS ".
019500     05 HDG-PERIOD-END-DATE    PIC X(08).
019600     05 FILLER                 PIC X(08)   VALUE SPACES.
019700 01  WS-DETAIL-LINE.
019800     05 DTL-INSTRUMENT-KEY     PIC X(10).
019900     05 FILLER                 PIC X(01)   VALUE SPACE.
020000     05 DTL-PERIOD-NUMBER      PIC 9(03).
020100     05 FILLER                 PIC X(01)   VALUE SPACE.
020200     05 DTL-START-DATE         PIC X(08).
020300     05 FILLER                 PIC X(01)   VALUE SPACE.
020400     05 DTL-END-DATE           PIC X(08).
020500     05 FILLER                 PIC X(01)   VALUE SPACE.
020600     05 DTL-ACTUAL-DAYS        PIC ZZZZ9.
020700     05 FILLER                 PIC X(01)   VALUE SPACE.
020800     05 DTL-FRACTION           PIC ZZ9.9(08).
020900     05 FILLER                 PIC X(01)   VALUE SPACE.
021000     05 DTL-ACCRUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021100     05 FILLER                 PIC X(11)   VALUE SPACES.
021200 01  WS-REJECT-LINE.
021300     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
021400     05 REJ-INSTRUMENT-KEY     PIC X(10).
021500     05 FILLER                 PIC X(01)   VALUE SPACE.
021600     05 REJ-DATE               PIC X(08).
021700     05 FILLER                 PIC X(01)   VALUE SPACE.
021800     05 REJ-REASON             PIC X(29).
021900     05 FILLER                 PIC X(22)   VALUE SPACES.
022000 01  WS-TOTAL-LINE.
022100     05 TOT-LABEL              PIC X(20).
022200     05 TOT-COUNT              PIC ZZZ,ZZ9.
022300     05 FILLER                 PIC X(53)   VALUE SPACES.
022400 01  WS-AMOUNT-TOTAL-LINE.
022500     05 ATL-LABEL              PIC X(20).
022600     05 ATL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022700     05 FILLER                 PIC X(39)   VALUE SPACES.
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100     IF WS-PERIOD-USABLE
023200         PERFORM 2000-REVERSE-PRIOR-JOURNAL
023300         PERFORM 2500-ACCRUE-OPEN-PERIOD
023400             UNTIL WS-NO-MORE-ACCRUALS
023500         PERFORM 2900-WRITE-TRAILER
023600     END-IF
023700     PERFORM 3000-WRITE-TOTALS
023800     PERFORM 9000-TERMINATE
023900     STOP RUN.
024000*--------------------------------------------------------------*
024100* 1000-INITIALIZE - EDIT THE CONTROL CARD, FIND THE FISCAL      *
024200* PERIOD AND PROVE ITS END DATE THROUGH FISCPER. WITHOUT ALL    *
024300* THREE THE JOB ENDS 74 AND WRITES NO JOURNAL RATHER THAN POST  *
024400* TO THE WRONG PERIOD.                                          *
024500*--------------------------------------------------------------*
024600 1000-INITIALIZE.
024700     OPEN INPUT PARM-FILE
024800     IF WS-PARM-NOT-FOUND
024900         MOVE "Y" TO WS-PARM-EOF-SW
025000     END-IF
025100     OPEN OUTPUT REPORT-FILE
025200     MOVE SPACES TO REJ-INSTRUMENT-KEY
025300     MOVE SPACES TO REJ-DATE
025400     PERFORM 1100-READ-PARM-FILE
025500     IF WS-NO-MORE-PARMS
025600        OR CLP-FISCAL-YEAR IS NOT NUMERIC
025700        OR CLP-PERIOD-NUMBER IS NOT NUMERIC
025800        OR CLP-RECEIVABLE-ACCOUNT = SPACES
025900        OR CLP-INCOME-ACCOUNT = SPACES
026000         MOVE 0 TO HDG-FISCAL-YEAR
026100         MOVE 0 TO HDG-PERIOD-NUMBER
026200         MOVE SPACES TO HDG-PERIOD-END-DATE
026300         WRITE REPORT-LINE FROM WS-HEADING-1
026400         MOVE "CONTROL CARD UNUSABLE" TO REJ-REASON
026500         PERFORM 1400-REJECT-CLOSE
026600     ELSE
026700         MOVE CLP-FISCAL-YEAR TO HDG-FISCAL-YEAR
026800         MOVE CLP-PERIOD-NUMBER TO HDG-PERIOD-NUMBER
026900         COMPUTE WS-CLOSE-PERIOD-KEY =
027000             CLP-FISCAL-YEAR * 100 + CLP-PERIOD-NUMBER
027100         PERFORM 1200-FIND-FISCAL-PERIOD
027200         IF NOT WS-PERIOD-FOUND
027300             MOVE SPACES TO HDG-PERIOD-END-DATE
027400             WRITE REPORT-LINE FROM WS-HEADING-1
027500             MOVE "PERIOD NOT ON FISCDEF" TO REJ-REASON
027600             PERFORM 1400-REJECT-CLOSE
027700         ELSE
027800             MOVE WS-PERIOD-END-DATE TO HDG-PERIOD-END-DATE
027900             WRITE REPORT-LINE FROM WS-HEADING-1
028000             CALL "FISCPER" USING WS-PERIOD-END-DATE,
028100                 WS-FISCPER-YEAR, WS-FISCPER-PERIOD,
028200                 WS-FISCPER-QUARTER, WS-FISCPER-RETURN-CODE
028300             IF NOT WS-FISCPER-MAPPED
028400                OR WS-FISCPER-YEAR NOT = CLP-FISCAL-YEAR
028500                OR WS-FISCPER-PERIOD NOT = CLP-PERIOD-NUMBER
028600                 MOVE WS-PERIOD-END-DATE TO REJ-DATE
028700                 MOVE "FISCPER DOES NOT MAP PERIOD" TO REJ-REASON
028800                 PERFORM 1400-REJECT-CLOSE
028900             ELSE
029000                 MOVE "Y" TO WS-PERIOD-USABLE-SW
029100                 OPEN INPUT ACCRUAL-FILE
029200                 OPEN OUTPUT JOURNAL-FILE
029300                 PERFORM 1300-WRITE-HEADER
029400                 PERFORM 2600-READ-ACCRUAL-FILE
029500             END-IF
029600         END-IF
029700     END-IF
029800     .
029900 1000-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200* 1100-READ-PARM-FILE                                           *
030300*--------------------------------------------------------------*
030400 1100-READ-PARM-FILE.
030500     IF NOT WS-NO-MORE-PARMS
030600         READ PARM-FILE
030700             AT END
030800                 MOVE "Y" TO WS-PARM-EOF-SW
030900         END-READ
031000     END-IF
031100     .
031200 1100-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------*
031500* 1200-FIND-FISCAL-PERIOD - THE FISCDEF RECORD FOR THE          *
031600* REQUESTED YEAR AND PERIOD GIVES THE PERIOD'S FIRST AND LAST   *
031700* DAYS. A SECOND PASS FINDS THE PERIOD ENDING THE DAY BEFORE    *
031800* IT STARTS, THE ONLY PERIOD WHOSE JOURNAL THIS CLOSE REVERSES. *
031900*--------------------------------------------------------------*
032000 1200-FIND-FISCAL-PERIOD.
032100     MOVE "N" TO WS-PERIOD-FOUND-SW
032200     MOVE "N" TO WS-PREVIOUS-FOUND-SW
032300     MOVE 0 TO WS-PREVIOUS-PERIOD-KEY
032400     OPEN INPUT FISCDEF-FILE
032500     IF WS-FISCDEF-NOT-FOUND
032600         MOVE "Y" TO WS-FISCDEF-EOF-SW
032700     ELSE
032800         PERFORM 1210-READ-FISCDEF-FILE
032900         PERFORM 1220-MATCH-FISCAL-PERIOD
033000             UNTIL WS-NO-MORE-PERIODS OR WS-PERIOD-FOUND
033100         CLOSE FISCDEF-FILE
033200         IF WS-PERIOD-FOUND
033300             PERFORM 1230-SET-PREVIOUS-END-DATE
033400             MOVE "N" TO WS-FISCDEF-EOF-SW
033500             OPEN INPUT FISCDEF-FILE
033600             PERFORM 1210-READ-FISCDEF-FILE
033700             PERFORM 1240-MATCH-PREVIOUS-PERIOD
033800                 UNTIL WS-NO-MORE-PERIODS OR WS-PREVIOUS-FOUND
033900             CLOSE FISCDEF-FILE
034000         END-IF
034100     END-IF
034200     .
034300 1200-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
034600* 1210-READ-FISCDEF-FILE                                        *
034700*--------------------------------------------------------------*
034800 1210-READ-FISCDEF-FILE.
034900     READ FISCDEF-FILE
035000         AT END
035100             MOVE "Y" TO WS-FISCDEF-EOF-SW
035200     END-READ
035300     .
035400 1210-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700* 1220-MATCH-FISCAL-PERIOD                                      *
035800*--------------------------------------------------------------*
035900 1220-MATCH-FISCAL-PERIOD.
036000     IF FP-FISCAL-YEAR = CLP-FISCAL-YEAR
036100        AND FP-PERIOD-NUMBER = CLP-PERIOD-NUMBER
036200         MOVE FP-START-DATE TO WS-PERIOD-START-DATE
036300         MOVE FP-END-DATE TO WS-PERIOD-END-DATE
036400         MOVE "Y" TO WS-PERIOD-FOUND-SW
036500     ELSE
036600         PERFORM 1210-READ-FISCDEF-FILE
036700     END-IF
036800     .
036900 1220-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------*
037200* 1230-SET-PREVIOUS-END-DATE - THE DAY BEFORE THE CLOSE PERIOD  *
037300* STARTS.                                                       *
037400*--------------------------------------------------------------*
037500 1230-SET-PREVIOUS-END-DATE.
037600     MOVE WS-PERIOD-START-DATE TO WS-PREVIOUS-END-DATE
037700     IF PVE-DD > 1
037800         SUBTRACT 1 FROM PVE-DD
037900     ELSE
038000         IF PVE-MM > 1
038100             SUBTRACT 1 FROM PVE-MM
038200         ELSE
038300             MOVE 12 TO PVE-MM
038400             SUBTRACT 1 FROM PVE-CCYY
038500         END-IF
038600         CALL "CALMDAYS" USING PVE-CCYY, WS-YEAR-LEAP-FLAG,
038700             WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
038800         MOVE WS-MAX-DAYS(PVE-MM) TO PVE-DD
038900     END-IF
039000     .
039100 1230-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------*
039400* 1240-MATCH-PREVIOUS-PERIOD                                    *
039500*--------------------------------------------------------------*
039600 1240-MATCH-PREVIOUS-PERIOD.
039700     IF FP-END-DATE = WS-PREVIOUS-END-DATE
039800         COMPUTE WS-PREVIOUS-PERIOD-KEY =
039900             FP-FISCAL-YEAR * 100 + FP-PERIOD-NUMBER
040000         MOVE "Y" TO WS-PREVIOUS-FOUND-SW
040100     ELSE
040200         PERFORM 1210-READ-FISCDEF-FILE
040300     END-IF
040400     .
040500 1240-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 1300-WRITE-HEADER                                             *
040900*--------------------------------------------------------------*
041000 1300-WRITE-HEADER.
041100     MOVE SPACES TO GL-JOURNAL-RECORD
041200     MOVE "HDR" TO GLJ-RECORD-TYPE
041300     MOVE CLP-FISCAL-YEAR TO GLJ-FISCAL-YEAR
041400     MOVE CLP-PERIOD-NUMBER TO GLJ-PERIOD-NUMBER
041500     MOVE WS-PERIOD-END-DATE TO GLJ-PERIOD-END-DATE
041600     MOVE "ACCRCLOS" TO GLJ-SOURCE
041700     WRITE GL-JOURNAL-RECORD
041800     .
041900 1300-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042200* 1400-REJECT-CLOSE                                             *
042300*--------------------------------------------------------------*
042400 1400-REJECT-CLOSE.
042500     WRITE REPORT-LINE FROM WS-REJECT-LINE
042600     MOVE 74 TO WS-CONDITION-CODE
042700     .
042800 1400-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100* 2000-REVERSE-PRIOR-JOURNAL - THE PRIOR CLOSE'S EXTRACT MUST   *
043200* OPEN WITH A HEADER FOR THE FISCAL PERIOD ENDING THE DAY       *
043300* BEFORE THIS ONE STARTS, AND ITS TRAILER MUST PROVE THE DETAIL *
043400* COUNT AND BOTH SIDES' TOTALS, BEFORE ANY LEG IS REVERSED. THE *
043500* EXTRACT IS THEN READ AGAIN FROM THE TOP AND EVERY ACCRUAL LEG *
043600* ON IT IS REVERSED INTO THIS PERIOD; ITS OWN REVERSAL LEGS ARE *
043700* ALREADY OFFSET AND ARE SKIPPED. A FAILURE POSTS NO REVERSAL.   *
043800*--------------------------------------------------------------*
043900 2000-REVERSE-PRIOR-JOURNAL.
044000     MOVE "N" TO WS-PRIOR-PROVED-SW
044100     OPEN INPUT PRIOR-JOURNAL-FILE
044200     IF WS-PRIOR-JOURNAL-NOT-FOUND
044300         MOVE "NO PRIOR JOURNAL TO REVERSE" TO REJ-REASON
044400         PERFORM 2090-FLAG-PRIOR-JOURNAL
044500     ELSE
044600         PERFORM 2010-READ-PRIOR-JOURNAL
044700         MOVE PRIOR-JOURNAL-RECORD TO GL-JOURNAL-RECORD
044800         IF WS-NO-MORE-PRIOR OR NOT GLJ-HEADER-RECORD
044900             MOVE "PRIOR JOURNAL HAS NO HEADER" TO REJ-REASON
045000             PERFORM 2090-FLAG-PRIOR-JOURNAL
045100         ELSE
045200             COMPUTE WS-PRIOR-PERIOD-KEY =
045300                 GLJ-FISCAL-YEAR * 100 + GLJ-PERIOD-NUMBER
045400             IF NOT WS-PREVIOUS-FOUND
045500                OR WS-PRIOR-PERIOD-KEY
045600                   NOT = WS-PREVIOUS-PERIOD-KEY
045700                 MOVE "PRIOR JOURNAL NOT LAST PERIOD"
045800                     TO REJ-REASON
045900                 PERFORM 2090-FLAG-PRIOR-JOURNAL
046000             ELSE
046100                 PERFORM 2010-READ-PRIOR-JOURNAL
046200                 PERFORM 2020-PROVE-PRIOR-ENTRY
046300                     UNTIL WS-NO-MORE-PRIOR
046400                 PERFORM 2030-CHECK-PRIOR-TRAILER
046500             END-IF
046600         END-IF
046700         CLOSE PRIOR-JOURNAL-FILE
046800         IF WS-PRIOR-PROVED
046900             MOVE "N" TO WS-PRIOR-EOF-SW
047000             OPEN INPUT PRIOR-JOURNAL-FILE
047100             PERFORM 2010-READ-PRIOR-JOURNAL
047200             PERFORM 2010-READ-PRIOR-JOURNAL
047300             PERFORM 2100-REVERSE-PRIOR-ENTRY
047400                 UNTIL WS-NO-MORE-PRIOR
047500             CLOSE PRIOR-JOURNAL-FILE
047600         END-IF
047700     END-IF
047800     .
047900 2000-EXIT.
048000     EXIT.
048100*--------------------------------------------------------------*
048200* 2010-READ-PRIOR-JOURNAL                                       *
048300*--------------------------------------------------------------*
048400 2010-READ-PRIOR-JOURNAL.
048500     READ PRIOR-JOURNAL-FILE
048600         AT END
048700             MOVE "Y" TO WS-PRIOR-EOF-SW
048800     END-READ
048900     .
049000 2010-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300* 2020-PROVE-PRIOR-ENTRY - COUNT AND TOTAL EVERY DETAIL LEG AND *
049400* KEEP THE TRAILER'S FIGURES. NOTHING IS POSTED ON THIS PASS.   *
049500*--------------------------------------------------------------*
049600 2020-PROVE-PRIOR-ENTRY.
049700     MOVE PRIOR-JOURNAL-RECORD TO GL-JOURNAL-RECORD
049800     IF GLJ-TRAILER-RECORD
049900         MOVE "Y" TO WS-PRIOR-TRAILER-SW
050000         MOVE GLJ-RECORD-COUNT TO WS-PRIOR-TRAILER-COUNT
050100         MOVE GLJ-TOTAL-DEBITS TO WS-PRIOR-TRAILER-DEBITS
050200         MOVE GLJ-TOTAL-CREDITS TO WS-PRIOR-TRAILER-CREDITS
050300     ELSE
050400         IF GLJ-DETAIL-RECORD
050500             ADD 1 TO WS-PRIOR-DETAIL-COUNT
050600             IF GLJ-DEBIT
050700                 ADD GLJ-AMOUNT TO WS-PRIOR-DEBITS
050800             ELSE
050900                 ADD GLJ-AMOUNT TO WS-PRIOR-CREDITS
051000             END-IF
051100         END-IF
051200     END-IF
051300     PERFORM 2010-READ-PRIOR-JOURNAL
051400     .
051500 2020-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------*
051800* 2030-CHECK-PRIOR-TRAILER - A MISSING TRAILER, OR A COUNT OR   *
051900* TOTAL THAT DISAGREES WITH IT, MEANS A SHORT OR DAMAGED        *
052000* EXTRACT.                                                      *
052100*--------------------------------------------------------------*
052200 2030-CHECK-PRIOR-TRAILER.
052300     IF NOT WS-PRIOR-TRAILER-SEEN
052400        OR WS-PRIOR-TRAILER-COUNT NOT = WS-PRIOR-DETAIL-COUNT
052500        OR WS-PRIOR-TRAILER-DEBITS NOT = WS-PRIOR-DEBITS
052600        OR WS-PRIOR-TRAILER-CREDITS NOT = WS-PRIOR-CREDITS
052700         MOVE "PRIOR JOURNAL OUT OF BALANCE" TO REJ-REASON
052800         PERFORM 2090-FLAG-PRIOR-JOURNAL
052900     ELSE
053000         MOVE "Y" TO WS-PRIOR-PROVED-SW
053100     END-IF
053200     .
053300 2030-EXIT.
053400     EXIT.
053500*--------------------------------------------------------------*
053600* 2090-FLAG-PRIOR-JOURNAL                                       *
053700*--------------------------------------------------------------*
053800 2090-FLAG-PRIOR-JOURNAL.
053900     MOVE SPACES TO REJ-INSTRUMENT-KEY
054000     MOVE SPACES TO REJ-DATE
054100     WRITE REPORT-LINE FROM WS-REJECT-LINE
054200     IF WS-CONDITION-CODE < 75
054300         MOVE 75 TO WS-CONDITION-CODE
054400     END-IF
054500     .
054600 2090-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------*
054900* 2100-REVERSE-PRIOR-ENTRY - AN ACCRUAL LEG GOES BACK OUT ON    *
055000* THE OPPOSITE SIDE OF THE SAME ACCOUNT, TAGGED WITH THIS       *
055100* PERIOD AND POSTED ON ITS FIRST DAY.                           *
055200*--------------------------------------------------------------*
055300 2100-REVERSE-PRIOR-ENTRY.
055400     MOVE PRIOR-JOURNAL-RECORD TO GL-JOURNAL-RECORD
055500     IF GLJ-DETAIL-RECORD AND GLJ-ACCRUAL-ENTRY
055600         IF GLJ-DEBIT
055700             MOVE "C" TO GLJ-DEBIT-CREDIT
055800         ELSE
055900             MOVE "D" TO GLJ-DEBIT-CREDIT
056000         END-IF
056100         MOVE "R" TO GLJ-ENTRY-TYPE
056200         MOVE CLP-FISCAL-YEAR TO GLJ-FISCAL-YEAR
056300         MOVE CLP-PERIOD-NUMBER TO GLJ-PERIOD-NUMBER
056400         MOVE WS-PERIOD-START-DATE TO GLJ-POSTING-DATE
056500         PERFORM 2800-WRITE-JOURNAL-DETAIL
056600         ADD 1 TO WS-REVERSALS-POSTED
056700         IF GLJ-DEBIT
056800             ADD GLJ-AMOUNT TO WS-TOTAL-REVERSED
056900         END-IF
057000     END-IF
057100     PERFORM 2010-READ-PRIOR-JOURNAL
057200     .
057300 2100-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------*
057600* 2500-ACCRUE-OPEN-PERIOD - AN ACCRREC PERIOD IS OPEN AT THE    *
057700* PERIOD END WHEN IT STARTED ON OR BEFORE IT AND ENDS AFTER IT. *
057800* ITS INTEREST IS PRORATED BY FINDAYS' PARTIAL FRACTION OVER    *
057900* THE FULL-PERIOD FRACTION ACCRCALC STORED.                     *
058000*--------------------------------------------------------------*
058100 2500-ACCRUE-OPEN-PERIOD.
058200     IF ACR-START-DATE NOT > WS-PERIOD-END-DATE
058300        AND ACR-END-DATE > WS-PERIOD-END-DATE
058400         ADD 1 TO WS-OPEN-PERIODS
058500         CALL "FINDAYS" USING ACR-START-DATE,
058600             WS-PERIOD-END-DATE, ACR-CONVENTION-CODE,
058700             WS-ACTUAL-DAYS, WS-PARTIAL-FRACTION,
058800             WS-FINDAYS-RETURN-CODE
058900         IF WS-FINDAYS-INVALID
059000             MOVE ACR-INSTRUMENT-KEY TO REJ-INSTRUMENT-KEY
059100             MOVE ACR-START-DATE TO REJ-DATE
059200             MOVE "FINDAYS REJECTED DATES" TO REJ-REASON
059300             PERFORM 2910-WRITE-REJECT-LINE
059400         ELSE
059500             IF ACR-DAY-COUNT-FRACTION > 0
059600                AND WS-PARTIAL-FRACTION > 0
059700                 COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
059800                     ACR-INTEREST-AMOUNT * WS-PARTIAL-FRACTION
059900                         / ACR-DAY-COUNT-FRACTION
060000                 IF WS-ACCRUAL-AMOUNT > 0
060100                     PERFORM 2700-POST-ACCRUAL
060200                 END-IF
060300             END-IF
060400         END-IF
060500     END-IF
060600     PERFORM 2600-READ-ACCRUAL-FILE
060700     .
060800 2500-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 2600-READ-ACCRUAL-FILE                                        *
061200*--------------------------------------------------------------*
061300 2600-READ-ACCRUAL-FILE.
061400     READ ACCRUAL-FILE
061500         AT END
061600             MOVE "Y" TO WS-ACCRUAL-EOF-SW
061700         NOT AT END
061800             ADD 1 TO WS-ACCRUALS-READ
061900     END-READ
062000     .
062100 2600-EXIT.
062200     EXIT.
062300*--------------------------------------------------------------*
062400* 2700-POST-ACCRUAL - DEBIT RECEIVABLE, CREDIT INCOME ON THE    *
062500* PERIOD END DATE, AND THE PROOF LINE.                          *
062600*--------------------------------------------------------------*
062700 2700-POST-ACCRUAL.
062800     MOVE SPACES TO GL-JOURNAL-RECORD
062900     MOVE "DTL" TO GLJ-RECORD-TYPE
063000     MOVE CLP-FISCAL-YEAR TO GLJ-FISCAL-YEAR
063100     MOVE CLP-PERIOD-NUMBER TO GLJ-PERIOD-NUMBER
063200     MOVE "A" TO GLJ-ENTRY-TYPE
063300     MOVE ACR-INSTRUMENT-KEY TO GLJ-INSTRUMENT-KEY
063400     MOVE WS-ACCRUAL-AMOUNT TO GLJ-AMOUNT
063500     MOVE WS-PERIOD-END-DATE TO GLJ-POSTING-DATE
063600     MOVE CLP-RECEIVABLE-ACCOUNT TO GLJ-ACCOUNT
063700     MOVE "D" TO GLJ-DEBIT-CREDIT
063800     PERFORM 2800-WRITE-JOURNAL-DETAIL
063900     MOVE CLP-INCOME-ACCOUNT TO GLJ-ACCOUNT
064000     MOVE "C" TO GLJ-DEBIT-CREDIT
064100     PERFORM 2800-WRITE-JOURNAL-DETAIL
064200     ADD 1 TO WS-ACCRUALS-POSTED
064300     ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED
064400     MOVE ACR-INSTRUMENT-KEY TO DTL-INSTRUMENT-KEY
064500     MOVE ACR-PERIOD-NUMBER TO DTL-PERIOD-NUMBER
064600     MOVE ACR-START-DATE TO DTL-START-DATE
064700     MOVE ACR-END-DATE TO DTL-END-DATE
064800     MOVE WS-ACTUAL-DAYS TO DTL-ACTUAL-DAYS
064900     MOVE WS-PARTIAL-FRACTION TO DTL-FRACTION
065000     MOVE WS-ACCRUAL-AMOUNT TO DTL-ACCRUAL
065100     WRITE REPORT-LINE FROM WS-DETAIL-LINE
065200     .
065300 2700-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------*
065600* 2800-WRITE-JOURNAL-DETAIL - ONE DEBIT OR CREDIT LEG INTO THE  *
065700* EXTRACT AND THE CONTROL TOTALS.                               *
065800*--------------------------------------------------------------*
065900 2800-WRITE-JOURNAL-DETAIL.
066000     WRITE GL-JOURNAL-RECORD
066100     ADD 1 TO WS-DETAILS-WRITTEN
066200     IF GLJ-DEBIT
066300         ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
066400     ELSE
066500         ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
066600     END-IF
066700     .
066800 2800-EXIT.
066900     EXIT.
067000*--------------------------------------------------------------*
067100* 2900-WRITE-TRAILER - DETAIL COUNT AND BOTH SIDES' TOTALS FOR  *
067200* THE GL LOAD TO BALANCE AGAINST. A CLOSE WHOSE SIDES DISAGREE  *
067300* ENDS 76.                                                      *
067400*--------------------------------------------------------------*
067500 2900-WRITE-TRAILER.
067600     MOVE SPACES TO GL-JOURNAL-RECORD
067700     MOVE "TRL" TO GLJ-RECORD-TYPE
067800     MOVE CLP-FISCAL-YEAR TO GLJ-FISCAL-YEAR
067900     MOVE CLP-PERIOD-NUMBER TO GLJ-PERIOD-NUMBER
068000     MOVE WS-DETAILS-WRITTEN TO GLJ-RECORD-COUNT
068100     MOVE WS-TOTAL-DEBITS TO GLJ-TOTAL-DEBITS
068200     MOVE WS-TOTAL-CREDITS TO GLJ-TOTAL-CREDITS
068300     WRITE GL-JOURNAL-RECORD
068400     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
068500         MOVE SPACES TO REJ-INSTRUMENT-KEY
068600         MOVE SPACES TO REJ-DATE
068700         MOVE "JOURNAL OUT OF BALANCE" TO REJ-REASON
068800         PERFORM 2910-WRITE-REJECT-LINE
068900     END-IF
069000     .
069100 2900-EXIT.
069200     EXIT.
069300*--------------------------------------------------------------*
069400* 2910-WRITE-REJECT-LINE                                        *
069500*--------------------------------------------------------------*
069600 2910-WRITE-REJECT-LINE.
069700     ADD 1 TO WS-RECORDS-REJECTED
069800     WRITE REPORT-LINE FROM WS-REJECT-LINE
069900     IF WS-CONDITION-CODE < 76
070000         MOVE 76 TO WS-CONDITION-CODE
070100     END-IF
070200     .
070300 2910-EXIT.
070400     EXIT.
070500*--------------------------------------------------------------*
070600* 3000-WRITE-TOTALS                                             *
070700*--------------------------------------------------------------*
070800 3000-WRITE-TOTALS.
070900     MOVE "ACCRUALS READ......" TO TOT-LABEL
071000     MOVE WS-ACCRUALS-READ TO TOT-COUNT
071100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071200     MOVE "OPEN PERIODS......." TO TOT-LABEL
071300     MOVE WS-OPEN-PERIODS TO TOT-COUNT
071400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071500     MOVE "ACCRUALS POSTED...." TO TOT-LABEL
071600     MOVE WS-ACCRUALS-POSTED TO TOT-COUNT
071700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071800     MOVE "REVERSALS POSTED..." TO TOT-LABEL
071900     MOVE WS-REVERSALS-POSTED TO TOT-COUNT
072000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
072100     MOVE "JOURNAL DETAILS...." TO TOT-LABEL
072200     MOVE WS-DETAILS-WRITTEN TO TOT-COUNT
072300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
072400     MOVE "RECORDS REJECTED..." TO TOT-LABEL
072500     MOVE WS-RECORDS-REJECTED TO TOT-COUNT
072600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
072700     MOVE "TOTAL ACCRUED......" TO ATL-LABEL
072800     MOVE WS-TOTAL-ACCRUED TO ATL-AMOUNT
072900     WRITE REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
073000     MOVE "TOTAL REVERSED....." TO ATL-LABEL
073100     MOVE WS-TOTAL-REVERSED TO ATL-AMOUNT
073200     WRITE REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
073300     MOVE "TOTAL DEBITS......." TO ATL-LABEL
073400     MOVE WS-TOTAL-DEBITS TO ATL-AMOUNT
073500     WRITE REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
073600     MOVE "TOTAL CREDITS......" TO ATL-LABEL
073700     MOVE WS-TOTAL-CREDITS TO ATL-AMOUNT
073800     WRITE REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
073900     .
074000 3000-EXIT.
074100     EXIT.
074200*--------------------------------------------------------------*
074300* 9000-TERMINATE                                                *
074400*--------------------------------------------------------------*
074500 9000-TERMINATE.
074600     IF NOT WS-PARM-NOT-FOUND
074700         CLOSE PARM-FILE
074800     END-IF
074900     IF WS-PERIOD-USABLE
075000         CLOSE ACCRUAL-FILE
075100         CLOSE JOURNAL-FILE
075200     END-IF
075300     CLOSE REPORT-FILE
075400     CANCEL "LEAP"
075500     PERFORM 9100-WRITE-RUN-STATISTICS
075600     IF WS-CONDITION-CODE > 0
075700         MOVE WS-CONDITION-CODE TO RETURN-CODE
075800     END-IF
075900     .
076000 9000-EXIT.
076100     EXIT.
076200*--------------------------------------------------------------*
076300* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
076400* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
076500*--------------------------------------------------------------*
076600 9100-WRITE-RUN-STATISTICS.
076700     OPEN EXTEND RUN-LOG-FILE
076800     IF WS-RUNLOG-NOT-FOUND
076900         OPEN OUTPUT RUN-LOG-FILE
077000     END-IF
077100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
077200     MOVE "ACCRCLOS" TO RUNS-PROGRAM-ID
077300     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
077400     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
077500     MOVE WS-ACCRUALS-READ TO RUNS-RECORDS-READ
077600     MOVE WS-DETAILS-WRITTEN TO RUNS-RECORDS-WRITTEN
077700     MOVE WS-RECORDS-REJECTED TO RUNS-RECORDS-REJECTED
077800     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
077900     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
078000     WRITE RUN-STATISTICS-RECORD
078100     CLOSE RUN-LOG-FILE
078200     .
078300 9100-EXIT.
078400     EXIT.
