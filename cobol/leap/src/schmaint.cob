000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCHMAINT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. INSTRUMENT LIFECYCLE AMENDMENT       *
001100*                MAINTENANCE OVER THE SCHDOUT PAYMENT SCHEDULE. *
001200*                READS AN AMENDMENT TRANSACTION FILE (SCHDTRAN) *
001300*                AND THE CURRENT SCHDOUT MASTER, BOTH IN        *
001400*                ASCENDING INSTRUMENT-KEY ORDER WITH EACH       *
001500*                INSTRUMENT'S AMENDMENTS IN EFFECTIVE-DATE      *
001600*                ORDER, AND WRITES A NEW MASTER (SCHDNEW) PLUS  *
001700*                A MAINTENANCE REPORT. AMENDMENT TYPES ARE      *
001800*                  R  EARLY REDEMPTION OR CALL ON THE EFFECTIVE *
001900*                     DATE - LATER PAYMENTS ARE DROPPED AND THE *
002000*                     CALL DATE BECOMES THE FINAL PAYMENT       *
002100*                  X  TERM EXTENSION BY THE GIVEN NUMBER OF     *
002200*                     MONTHS AT THE CURRENT FREQUENCY           *
002300*                  F  FREQUENCY CHANGE FROM THE EFFECTIVE DATE  *
002400*                     TO THE UNCHANGED MATURITY DATE            *
002500*                  O  PAYMENT-DATE OVERRIDE - THE NAMED PAYMENT *
002600*                     MOVES TO THE EFFECTIVE DATE               *
002700*                PAYMENTS BEFORE THE EFFECTIVE DATE ARE NEVER   *
002800*                TOUCHED. REGENERATED PAYMENTS FOLLOW           *
002900*                SCHEDGEN'S RULES: WHOLE-MONTH STEPS FROM THE   *
003000*                LAST PAYMENT KEPT, THE ISSUE DATE'S DAY CAPPED *
003100*                AT EACH MONTH'S LENGTH OR MONTH-END THROUGHOUT *
003200*                WHEN THE ISSUE DATE (FROM SCHDPARM) IS A       *
003300*                MONTH-END, AND EVERY DATE PROVED THROUGH       *
003400*                CALVALID. A PAYMENT IS PAID WHEN IT FALLS ON   *
003500*                OR BEFORE THE PROCESS DATE ON THE SCHMPARM     *
003600*                CONTROL CARD. EVERY APPLIED AMENDMENT WRITES A *
003700*                BEFORE/AFTER AUDIT LINE; AN AMENDMENT THAT IS  *
003800*                INVALID, OUT OF SEQUENCE, FOR AN INSTRUMENT    *
003900*                NOT ON FILE OR DATED ON OR BEFORE THE LAST     *
004000*                PAID PAYMENT IS REJECTED TO THE REPORT AND     *
004100*                LEAVES THE SCHEDULE AS IT WAS. CONDITION       *
004200*                CODES:                                         *
004300*                  71  ONE OR MORE AMENDMENTS REJECTED          *
004400*                  72  AMENDMENT FILE OUT OF SEQUENCE           *
004500*                  73  CONTROL CARD MISSING OR PROCESS DATE     *
004600*                      UNUSABLE - NOTHING IS PROCESSED          *
004700*                ONE CLOSING RUN-STATISTICS RECORD (SEE         *
004800*                RUNSTATS) GOES TO THE SHARED RUN LOG AT END OF *
004900*                JOB.                                           *
005000*--------------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PARM-FILE ASSIGN TO SCHMPARM
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PARM-FILE-STATUS.
005700     SELECT TERMS-FILE ASSIGN TO SCHDPARM
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-TERMS-FILE-STATUS.
006000     SELECT TRAN-FILE ASSIGN TO SCHDTRAN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TRAN-FILE-STATUS.
006300     SELECT OLD-MASTER-FILE ASSIGN TO SCHDOUT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-OLD-MASTER-STATUS.
006600     SELECT NEW-MASTER-FILE ASSIGN TO SCHDNEW
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-NEW-MASTER-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO SCHMRPTO
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
008000     05 SMP-PROCESS-DATE       PIC X(08).
008100     05 FILLER                 PIC X(72).
008200 FD  TERMS-FILE
008300     RECORDING MODE IS F.
008400 01  TERMS-RECORD.
008500     05 SP-INSTRUMENT-KEY      PIC X(10).
008600     05 SP-ISSUE-DATE.
008700         10 SP-CCYY            PIC 9(04).
008800         10 SP-MM              PIC 9(02).
008900         10 SP-DD              PIC 9(02).
009000     05 SP-FREQUENCY           PIC X(01).
009100     05 SP-TERM-MONTHS         PIC 9(03).
009200     05 FILLER                 PIC X(08).
009300 FD  TRAN-FILE
009400     RECORDING MODE IS F.
009500 01  TRAN-RECORD.
009600     05 AMD-INSTRUMENT-KEY     PIC X(10).
009700     05 AMD-TYPE               PIC X(01).
009800         88 AMD-REDEMPTION                 VALUE "R".
009900         88 AMD-EXTENSION                  VALUE "X".
010000         88 AMD-FREQUENCY-CHANGE           VALUE "F".
010100         88 AMD-DATE-OVERRIDE              VALUE "O".
010200     05 AMD-EFFECTIVE-DATE.
010300         10 AMD-CCYY           PIC 9(04).
010400         10 AMD-MM             PIC 9(02).
010500         10 AMD-DD             PIC 9(02).
010600     05 AMD-EXTEND-MONTHS      PIC 9(03).
010700     05 AMD-NEW-FREQUENCY      PIC X(01).
010800         88 AMD-FREQ-MONTHLY               VALUE "M".
010900         88 AMD-FREQ-QUARTERLY             VALUE "Q".
011000         88 AMD-FREQ-SEMIANNUAL            VALUE "S".
011100         88 AMD-FREQ-ANNUAL                VALUE "A".
011200     05 AMD-PAYMENT-NUMBER     PIC 9(03).
011300     05 FILLER                 PIC X(54).
011400 FD  OLD-MASTER-FILE
011500     RECORDING MODE IS F.
011600     COPY SCHDREC.
011700 FD  NEW-MASTER-FILE
011800     RECORDING MODE IS F.
011900     COPY SCHDREC REPLACING ==SCHEDULE-RECORD==
012000                            BY ==NEW-SCHEDULE-RECORD==
012100                            ==SCH-INSTRUMENT-KEY==
012200                            BY ==NSC-INSTRUMENT-KEY==
012300                            ==SCH-PAYMENT-NUMBER==
012400                            BY ==NSC-PAYMENT-NUMBER==
012500                            ==SCH-PAYMENT-DATE==
012600                            BY ==NSC-PAYMENT-DATE==
012700                            ==SCH-CCYY== BY ==NSC-CCYY==
012800                            ==SCH-MM==   BY ==NSC-MM==
012900                            ==SCH-DD==   BY ==NSC-DD==.
013000 FD  REPORT-FILE
013100     RECORDING MODE IS F.
013200 01  REPORT-LINE               PIC X(80).
013300 FD  RUN-LOG-FILE
013400     RECORDING MODE IS F.
013500     COPY RUNSTATS.
013600 WORKING-STORAGE SECTION.
013700 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
013800     88 WS-PARM-NOT-FOUND                  VALUE "35".
013900 01  WS-TERMS-FILE-STATUS      PIC X(02)   VALUE "00".
014000 01  WS-TRAN-FILE-STATUS       PIC X(02)   VALUE "00".
014100 01  WS-OLD-MASTER-STATUS      PIC X(02)   VALUE "00".
014200 01  WS-NEW-MASTER-STATUS      PIC X(02)   VALUE "00".
014300 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
014400 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
014500     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
014600 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
014700     88 WS-NO-MORE-PARMS                   VALUE "Y".
014800 01  WS-TERMS-EOF-SW           PIC X(01)   VALUE "N".
014900     88 WS-NO-MORE-TERMS                   VALUE "Y".
015000 01  WS-TRAN-EOF-SW            PIC X(01)   VALUE "N".
015100     88 WS-NO-MORE-TRANS                   VALUE "Y".
015200 01  WS-MASTER-EOF-SW          PIC X(01)   VALUE "N".
015300     88 WS-NO-MORE-MASTERS                 VALUE "Y".
015400 01  WS-DATE-USABLE-SW         PIC X(01)   VALUE "N".
015500     88 WS-PROCESS-DATE-USABLE             VALUE "Y".
015600 01  WS-TRAN-USABLE-SW         PIC X(01)   VALUE "N".
015700     88 WS-TRAN-USABLE                     VALUE "Y".
015800 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
015900     88 WS-DATE-IS-VALID                   VALUE "Y".
016000 01  WS-TERMS-FOUND-SW         PIC X(01)   VALUE "N".
016100     88 WS-TERMS-FOUND                     VALUE "Y".
016200 01  WS-AMEND-APPLIED-SW       PIC X(01)   VALUE "N".
016300     88 WS-AMEND-APPLIED                   VALUE "Y".
016400 01  WS-EOM-ANCHOR-SW          PIC X(01)   VALUE "N".
016500     88 WS-EOM-ANCHOR                      VALUE "Y".
016600 01  WS-PAST-MATURITY-SW       PIC X(01)   VALUE "N".
016700     88 WS-PAST-MATURITY                   VALUE "Y".
016800 01  WS-TRAN-KEY               PIC X(10)   VALUE HIGH-VALUES.
016900 01  WS-MASTER-KEY             PIC X(10)   VALUE HIGH-VALUES.
017000 01  WS-GROUP-KEY              PIC X(10)   VALUE SPACES.
017100 01  WS-PREV-TRAN-KEY          PIC X(10)   VALUE LOW-VALUES.
017200 01  WS-PREV-TRAN-DATE         PIC X(08)   VALUE LOW-VALUES.
017300 01  WS-PROCESS-DATE           PIC X(08)   VALUE SPACES.
017400 01  WS-LAST-PAID-DATE         PIC X(08)   VALUE ZEROS.
017500 01  WS-MATURITY-DATE          PIC X(08)   VALUE SPACES.
017600 01  WS-TERMS-COUNT            PIC 9(04)   COMP   VALUE 0.
017700 01  WS-TERMS-TABLE.
017800     05 WS-TERMS-ENTRY OCCURS 0 TO 500 TIMES
017900        DEPENDING ON WS-TERMS-COUNT
018000        INDEXED BY TRM-IDX.
018100         10 TRM-INSTRUMENT-KEY PIC X(10).
018200         10 TRM-ISSUE-DATE.
018300             15 TRM-CCYY       PIC 9(04).
018400             15 TRM-MM         PIC 9(02).
018500             15 TRM-DD         PIC 9(02).
018600 01  WS-PAY-COUNT              PIC 9(04)   COMP   VALUE 0.
018700 01  WS-PAY-TABLE.
018800     05 WS-PAY-ENTRY OCCURS 0 TO 999 TIMES
018900        DEPENDING ON WS-PAY-COUNT.
019000         10 PAY-DATE.
019100             15 PAY-CCYY       PIC 9(04).
019200             15 PAY-MM         PIC 9(02).
019300             15 PAY-DD         PIC 9(02).
019400 01  WS-PAY-SUB                PIC 9(04)   COMP   VALUE 0.
019500 01  WS-KEEP-COUNT             PIC 9(04)   COMP   VALUE 0.
019600 01  WS-GEN-NUM                PIC 9(04)   COMP   VALUE 0.
019700 01  WS-EXTRA-PAYMENTS         PIC 9(04)   COMP   VALUE 0.
019800 01  WS-MONTH-INTERVAL         PIC 9(02)   VALUE 0.
019900 01  WS-CURRENT-INTERVAL       PIC 9(04)   COMP   VALUE 0.
020000 01  WS-MONTH-NUMBER-A         PIC 9(07)   COMP   VALUE 0.
020100 01  WS-MONTH-NUMBER-B         PIC 9(07)   COMP   VALUE 0.
020200 01  WS-TOTAL-MONTHS           PIC 9(05)   COMP   VALUE 0.
020300 01  WS-YEARS-AHEAD            PIC 9(03)   COMP   VALUE 0.
020400 01  WS-MONTH-OFFSET           PIC 9(02)   COMP   VALUE 0.
020500 01  WS-ANCHOR-DD              PIC 9(02)   VALUE 0.
020600 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
020700 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
020800 01  WS-MONTH-DAYS-TBL.
020900     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
021000     COPY CALDATE REPLACING ==CALENDAR-DATE== BY ==WS-BASE-DATE==
021100                            ==CD-CCYY==       BY ==WB-CCYY==
021200                            ==CD-MM==         BY ==WB-MM==
021300                            ==CD-DD==         BY ==WB-DD==.
021400     COPY CALDATE REPLACING ==CALENDAR-DATE== BY ==WS-PAY-DATE==
021500                            ==CD-CCYY==       BY ==WP-CCYY==
021600                            ==CD-MM==         BY ==WP-MM==
021700                            ==CD-DD==         BY ==WP-DD==.
021800 01  WS-PAY-DATE-X REDEFINES WS-PAY-DATE
021900                               PIC X(08).
022000 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
022100 01  WS-CURRENT-TIMESTAMP      PIC X(26).
022200 01  WS-COUNTERS.
022300     05 WS-TRANS-READ          PIC 9(05)   COMP   VALUE 0.
022400     05 WS-TRANS-APPLIED       PIC 9(05)   COMP   VALUE 0.
022500     05 WS-TRANS-REJECTED      PIC 9(05)   COMP   VALUE 0.
022600     05 WS-MASTERS-READ        PIC 9(07)   COMP   VALUE 0.
022700     05 WS-MASTERS-WRITTEN     PIC 9(07)   COMP   VALUE 0.
022800 01  WS-HEADING-1.
022900     05 FILLER            PIC X(30) VALUE
023000         "PAYMENT SCHEDULE AMENDMENTS".
023100     05 FILLER            PIC X(15) VALUE
023200         "PROCESS DATE ".
023300     05 HDG-PROCESS-DATE       PIC X(08).
023400     05 FILLER                 PIC X(27)   VALUE SPACES.
023500 01  WS-AUDIT-LINE.
023600     05 FILLER                 PIC X(09)   VALUE "AMENDED  ".
023700     05 AUD-INSTRUMENT-KEY     PIC X(10).
023800     05 FILLER                 PIC X(01)   VALUE SPACE.
023900     05 AUD-TYPE               PIC X(01).
024000     05 FILLER                 PIC X(01)   VALUE SPACE.
024100     05 AUD-EFFECTIVE-DATE     PIC X(08).
024200     05 FILLER                 PIC X(01)   VALUE SPACE.
024300     05 AUD-PAYMENT-NUMBER     PIC ZZ9.
024400     05 FILLER                 PIC X(08)   VALUE " BEFORE ".
024500     05 AUD-BEFORE-COUNT       PIC ZZ9.
024600     05 FILLER                 PIC X(01)   VALUE SPACE.
024700     05 AUD-BEFORE-DATE        PIC X(08).
024800     05 FILLER                 PIC X(07)   VALUE " AFTER ".
024900     05 AUD-AFTER-COUNT        PIC ZZ9.
025000     05 FILLER                 PIC X(01)   VALUE SPACE.
025100     05 AUD-AFTER-DATE         PIC X(08).
025200     05 FILLER                 PIC X(07)   VALUE SPACES.
025300 01  WS-REJECT-LINE.
025400     05 FILLER                 PIC X(09)   VALUE "REJECTED ".
025500     05 REJ-INSTRUMENT-KEY     PIC X(10).
025600     05 FILLER                 PIC X(01)   VALUE SPACE.
025700     05 REJ-TYPE               PIC X(01).
025800     05 FILLER                 PIC X(01)   VALUE SPACE.
025900     05 REJ-EFFECTIVE-DATE     PIC X(08).
026000     05 FILLER                 PIC X(01)   VALUE SPACE.
026100     05 REJ-REASON             PIC X(24).
026200     05 FILLER                 PIC X(25)   VALUE SPACES.
026300 01  WS-TOTAL-LINE.
026400     05 TOT-LABEL              PIC X(20).
026500     05 TOT-COUNT              PIC ZZZ,ZZ9.
026600     05 FILLER                 PIC X(53)   VALUE SPACES.
026700 PROCEDURE DIVISION.
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE
027000     IF WS-PROCESS-DATE-USABLE
027100         PERFORM 2000-PROCESS-INSTRUMENTS
027200             UNTIL WS-TRAN-KEY = HIGH-VALUES
027300               AND WS-MASTER-KEY = HIGH-VALUES
027400     END-IF
027500     PERFORM 3000-WRITE-TOTALS
027600     PERFORM 9000-TERMINATE
027700     STOP RUN.
027800*--------------------------------------------------------------*
027900* 1000-INITIALIZE - THE CONTROL CARD NAMES THE PROCESS DATE     *
028000* THAT DECIDES WHICH PAYMENTS ARE PAID. WITHOUT A USABLE ONE    *
028100* THE JOB ENDS 73 WITH AN EMPTY NEW MASTER RATHER THAN GUESS.   *
028200* OTHERWISE LOAD THE ISSUE DATES AND PRIME BOTH LEGS OF THE     *
028300* MERGE.                                                        *
028400*--------------------------------------------------------------*
028500 1000-INITIALIZE.
028600     OPEN INPUT PARM-FILE
028700     IF WS-PARM-NOT-FOUND
028800         MOVE "Y" TO WS-PARM-EOF-SW
028900     END-IF
029000     OPEN INPUT TERMS-FILE
029100     OPEN INPUT TRAN-FILE
029200     OPEN INPUT OLD-MASTER-FILE
029300     OPEN OUTPUT NEW-MASTER-FILE
029400     OPEN OUTPUT REPORT-FILE
029500     PERFORM 1500-READ-PARM-FILE
029600     IF NOT WS-NO-MORE-PARMS
029700         CALL "CALVALID" USING SMP-PROCESS-DATE,
029800             WS-DATE-VALID-SW
029900     END-IF
030000     IF WS-NO-MORE-PARMS OR NOT WS-DATE-IS-VALID
030100         MOVE 73 TO WS-CONDITION-CODE
030200         MOVE SPACES TO HDG-PROCESS-DATE
030300         WRITE REPORT-LINE FROM WS-HEADING-1
030400         MOVE SPACES TO REJ-INSTRUMENT-KEY
030500         MOVE SPACE TO REJ-TYPE
030600         MOVE SPACES TO REJ-EFFECTIVE-DATE
030700         MOVE "PROCESS DATE UNUSABLE" TO REJ-REASON
030800         WRITE REPORT-LINE FROM WS-REJECT-LINE
030900     ELSE
031000         MOVE "Y" TO WS-DATE-USABLE-SW
031100         MOVE SMP-PROCESS-DATE TO WS-PROCESS-DATE
031200         MOVE WS-PROCESS-DATE TO HDG-PROCESS-DATE
031300         WRITE REPORT-LINE FROM WS-HEADING-1
031400         PERFORM 1300-READ-TERMS-FILE
031500         PERFORM 1400-LOAD-TERMS-ENTRY
031600             UNTIL WS-NO-MORE-TERMS
031700                 OR WS-TERMS-COUNT >= 500
031800         PERFORM 1100-GET-NEXT-MASTER
031900         PERFORM 1200-GET-NEXT-TRAN
032000     END-IF
032100     .
032200 1000-EXIT.
032300     EXIT.
032400*--------------------------------------------------------------*
032500* 1100-GET-NEXT-MASTER                                          *
032600*--------------------------------------------------------------*
032700 1100-GET-NEXT-MASTER.
032800     IF NOT WS-NO-MORE-MASTERS
032900         READ OLD-MASTER-FILE
033000             AT END
033100                 MOVE "Y" TO WS-MASTER-EOF-SW
033200         END-READ
033300     END-IF
033400     IF WS-NO-MORE-MASTERS
033500         MOVE HIGH-VALUES TO WS-MASTER-KEY
033600     ELSE
033700         ADD 1 TO WS-MASTERS-READ
033800         MOVE SCH-INSTRUMENT-KEY TO WS-MASTER-KEY
033900     END-IF
034000     .
034100 1100-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------*
034400* 1200-GET-NEXT-TRAN - READ FORWARD TO THE NEXT AMENDMENT THAT  *
034500* PASSES THE CARD EDITS AND IS IN SEQUENCE, REJECTING           *
034600* EVERYTHING ELSE TO THE REPORT ON THE WAY.                     *
034700*--------------------------------------------------------------*
034800 1200-GET-NEXT-TRAN.
034900     MOVE "N" TO WS-TRAN-USABLE-SW
035000     PERFORM 1210-READ-TRAN-FILE
035100     PERFORM 1220-EDIT-TRAN
035200         UNTIL WS-TRAN-USABLE OR WS-NO-MORE-TRANS
035300     IF WS-NO-MORE-TRANS
035400         MOVE HIGH-VALUES TO WS-TRAN-KEY
035500     ELSE
035600         MOVE AMD-INSTRUMENT-KEY TO WS-TRAN-KEY
035700         MOVE AMD-INSTRUMENT-KEY TO WS-PREV-TRAN-KEY
035800         MOVE AMD-EFFECTIVE-DATE TO WS-PREV-TRAN-DATE
035900     END-IF
036000     .
036100 1200-EXIT.
036200     EXIT.
036300*--------------------------------------------------------------*
036400* 1210-READ-TRAN-FILE                                           *
036500*--------------------------------------------------------------*
036600 1210-READ-TRAN-FILE.
036700     READ TRAN-FILE
036800         AT END
036900             MOVE "Y" TO WS-TRAN-EOF-SW
037000         NOT AT END
037100             ADD 1 TO WS-TRANS-READ
037200     END-READ
037300     .
037400 1210-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700* 1220-EDIT-TRAN - REJECT AN UNKNOWN AMENDMENT TYPE, AN         *
037800* EFFECTIVE DATE CALVALID WILL NOT ACCEPT, A MISSING            *
037900* TYPE-SPECIFIC FIELD, OR A CARD BEHIND THE LAST ACCEPTED ONE   *
038000* IN KEY/EFFECTIVE-DATE ORDER; OTHERWISE MARK THE AMENDMENT     *
038100* USABLE.                                                       *
038200*--------------------------------------------------------------*
038300 1220-EDIT-TRAN.
038400     IF NOT AMD-REDEMPTION AND NOT AMD-EXTENSION
038500        AND NOT AMD-FREQUENCY-CHANGE AND NOT AMD-DATE-OVERRIDE
038600         MOVE "INVALID AMENDMENT TYPE" TO REJ-REASON
038700         PERFORM 1230-WRITE-REJECT-LINE
038800     ELSE
038900         CALL "CALVALID" USING AMD-EFFECTIVE-DATE,
039000             WS-DATE-VALID-SW
039100         IF NOT WS-DATE-IS-VALID
039200             MOVE "INVALID EFFECTIVE DATE" TO REJ-REASON
039300             PERFORM 1230-WRITE-REJECT-LINE
039400         ELSE
039500             IF AMD-EXTENSION
039600                AND (AMD-EXTEND-MONTHS IS NOT NUMERIC
039700                     OR AMD-EXTEND-MONTHS = 0)
039800                 MOVE "INVALID EXTENSION MONTHS" TO REJ-REASON
039900                 PERFORM 1230-WRITE-REJECT-LINE
040000             ELSE
040100                 IF AMD-FREQUENCY-CHANGE
040200                    AND NOT AMD-FREQ-MONTHLY
040300                    AND NOT AMD-FREQ-QUARTERLY
040400                    AND NOT AMD-FREQ-SEMIANNUAL
040500                    AND NOT AMD-FREQ-ANNUAL
040600                     MOVE "INVALID NEW FREQUENCY" TO REJ-REASON
040700                     PERFORM 1230-WRITE-REJECT-LINE
040800                 ELSE
040900                     IF AMD-DATE-OVERRIDE
041000                        AND (AMD-PAYMENT-NUMBER IS NOT NUMERIC
041100                             OR AMD-PAYMENT-NUMBER = 0)
041200                         MOVE "INVALID PAYMENT NUMBER"
041300                             TO REJ-REASON
041400                         PERFORM 1230-WRITE-REJECT-LINE
041500                     ELSE
041600                         PERFORM 1240-CHECK-SEQUENCE
041700                     END-IF
041800                 END-IF
041900             END-IF
042000         END-IF
042100     END-IF
042200     IF NOT WS-TRAN-USABLE
042300         PERFORM 1210-READ-TRAN-FILE
042400     END-IF
042500     .
042600 1220-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------*
042900* 1230-WRITE-REJECT-LINE                                        *
043000*--------------------------------------------------------------*
043100 1230-WRITE-REJECT-LINE.
043200     ADD 1 TO WS-TRANS-REJECTED
043300     MOVE AMD-INSTRUMENT-KEY TO REJ-INSTRUMENT-KEY
043400     MOVE AMD-TYPE TO REJ-TYPE
043500     MOVE AMD-EFFECTIVE-DATE TO REJ-EFFECTIVE-DATE
043600     WRITE REPORT-LINE FROM WS-REJECT-LINE
043700     IF WS-CONDITION-CODE < 71
043800         MOVE 71 TO WS-CONDITION-CODE
043900     END-IF
044000     .
044100 1230-EXIT.
044200     EXIT.
044300*--------------------------------------------------------------*
044400* 1240-CHECK-SEQUENCE - AMENDMENTS RUN IN INSTRUMENT-KEY ORDER  *
044500* AND, WITHIN ONE INSTRUMENT, IN EFFECTIVE-DATE ORDER, SO EACH  *
044600* IS APPLIED TO THE SCHEDULE THE ONE BEFORE IT LEFT.            *
044700*--------------------------------------------------------------*
044800 1240-CHECK-SEQUENCE.
044900     IF AMD-INSTRUMENT-KEY < WS-PREV-TRAN-KEY
045000        OR (AMD-INSTRUMENT-KEY = WS-PREV-TRAN-KEY
045100            AND AMD-EFFECTIVE-DATE < WS-PREV-TRAN-DATE)
045200         MOVE "OUT OF SEQUENCE" TO REJ-REASON
045300         PERFORM 1230-WRITE-REJECT-LINE
045400         IF WS-CONDITION-CODE < 72
045500             MOVE 72 TO WS-CONDITION-CODE
045600         END-IF
045700     ELSE
045800         MOVE "Y" TO WS-TRAN-USABLE-SW
045900     END-IF
046000     .
046100 1240-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400* 1300-READ-TERMS-FILE                                          *
046500*--------------------------------------------------------------*
046600 1300-READ-TERMS-FILE.
046700     READ TERMS-FILE
046800         AT END
046900             MOVE "Y" TO WS-TERMS-EOF-SW
047000     END-READ
047100     .
047200 1300-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------*
047500* 1400-LOAD-TERMS-ENTRY - ONE ISSUE DATE PER INSTRUMENT, THE    *
047600* ANCHOR SCHEDGEN BUILT THE SCHEDULE FROM. THE FIRST ENTRY FOR  *
047700* A KEY WINS.                                                   *
047800*--------------------------------------------------------------*
047900 1400-LOAD-TERMS-ENTRY.
048000     MOVE SP-INSTRUMENT-KEY TO WS-GROUP-KEY
048100     PERFORM 2710-FIND-TERMS
048200     IF NOT WS-TERMS-FOUND
048300         ADD 1 TO WS-TERMS-COUNT
048400         MOVE SP-INSTRUMENT-KEY
048500             TO TRM-INSTRUMENT-KEY(WS-TERMS-COUNT)
048600         MOVE SP-ISSUE-DATE TO TRM-ISSUE-DATE(WS-TERMS-COUNT)
048700     END-IF
048800     PERFORM 1300-READ-TERMS-FILE
048900     .
049000 1400-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300* 1500-READ-PARM-FILE                                           *
049400*--------------------------------------------------------------*
049500 1500-READ-PARM-FILE.
049600     IF NOT WS-NO-MORE-PARMS
049700         READ PARM-FILE
049800             AT END
049900                 MOVE "Y" TO WS-PARM-EOF-SW
050000         END-READ
050100     END-IF
050200     .
050300 1500-EXIT.
050400     EXIT.
050500*--------------------------------------------------------------*
050600* 2000-PROCESS-INSTRUMENTS - ONE PASS OF THE MERGE: AN          *
050700* AMENDMENT AHEAD OF THE MASTER HAS NO SCHEDULE TO AMEND;       *
050800* OTHERWISE LOAD THE NEXT INSTRUMENT'S SCHEDULE, APPLY ITS      *
050900* AMENDMENTS IN TURN AND WRITE IT TO THE NEW MASTER.            *
051000*--------------------------------------------------------------*
051100 2000-PROCESS-INSTRUMENTS.
051200     IF WS-TRAN-KEY < WS-MASTER-KEY
051300         MOVE "INSTRUMENT NOT ON FILE" TO REJ-REASON
051400         PERFORM 1230-WRITE-REJECT-LINE
051500         PERFORM 1200-GET-NEXT-TRAN
051600     ELSE
051700         PERFORM 2100-LOAD-SCHEDULE
051800         PERFORM 2200-APPLY-AMENDMENT
051900             UNTIL WS-TRAN-KEY NOT = WS-GROUP-KEY
052000         PERFORM 2900-WRITE-SCHEDULE
052100     END-IF
052200     .
052300 2000-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600* 2100-LOAD-SCHEDULE - EVERY SCHDREC FOR THE CURRENT MASTER     *
052700* KEY, IN PAYMENT ORDER.                                        *
052800*--------------------------------------------------------------*
052900 2100-LOAD-SCHEDULE.
053000     MOVE WS-MASTER-KEY TO WS-GROUP-KEY
053100     MOVE 0 TO WS-PAY-COUNT
053200     PERFORM 2110-LOAD-PAYMENT
053300         UNTIL WS-MASTER-KEY NOT = WS-GROUP-KEY
053400     .
053500 2100-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------*
053800* 2110-LOAD-PAYMENT                                             *
053900*--------------------------------------------------------------*
054000 2110-LOAD-PAYMENT.
054100     IF WS-PAY-COUNT < 999
054200         ADD 1 TO WS-PAY-COUNT
054300         MOVE SCH-PAYMENT-DATE TO PAY-DATE(WS-PAY-COUNT)
054400     END-IF
054500     PERFORM 1100-GET-NEXT-MASTER
054600     .
054700 2110-EXIT.
054800     EXIT.
054900*--------------------------------------------------------------*
055000* 2200-APPLY-AMENDMENT - ONE AMENDMENT AGAINST THE LOADED       *
055100* SCHEDULE. NOTHING DATED ON OR BEFORE THE LAST PAID PAYMENT    *
055200* MAY CHANGE IT; EACH TYPE THEN MAKES ITS OWN CHECKS BEFORE IT  *
055300* TOUCHES THE TABLE, SO A REJECTED AMENDMENT LEAVES THE         *
055400* SCHEDULE AS IT WAS.                                           *
055500*--------------------------------------------------------------*
055600 2200-APPLY-AMENDMENT.
055700     MOVE "N" TO WS-AMEND-APPLIED-SW
055800     PERFORM 2210-FIND-LAST-PAID
055900     MOVE PAY-DATE(WS-PAY-COUNT) TO WS-MATURITY-DATE
056000     MOVE 0 TO AUD-PAYMENT-NUMBER
056100     MOVE WS-PAY-COUNT TO AUD-BEFORE-COUNT
056200     MOVE WS-MATURITY-DATE TO AUD-BEFORE-DATE
056300     IF AMD-EFFECTIVE-DATE NOT > WS-LAST-PAID-DATE
056400         MOVE "BEFORE LAST PAID PAYMENT" TO REJ-REASON
056500         PERFORM 1230-WRITE-REJECT-LINE
056600     ELSE
056700         IF AMD-REDEMPTION
056800             PERFORM 2300-APPLY-REDEMPTION
056900         ELSE
057000             IF AMD-EXTENSION
057100                 PERFORM 2400-APPLY-EXTENSION
057200             ELSE
057300                 IF AMD-FREQUENCY-CHANGE
057400                     PERFORM 2500-APPLY-FREQUENCY-CHANGE
057500                 ELSE
057600                     PERFORM 2600-APPLY-DATE-OVERRIDE
057700                 END-IF
057800             END-IF
057900         END-IF
058000     END-IF
058100     IF WS-AMEND-APPLIED
058200         PERFORM 2950-WRITE-AUDIT-LINE
058300     END-IF
058400     PERFORM 1200-GET-NEXT-TRAN
058500     .
058600 2200-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------*
058900* 2210-FIND-LAST-PAID - A PAYMENT IS PAID WHEN IT FALLS ON OR   *
059000* BEFORE THE PROCESS DATE. ZEROS WHEN NOTHING IS PAID YET.      *
059100*--------------------------------------------------------------*
059200 2210-FIND-LAST-PAID.
059300     MOVE ZEROS TO WS-LAST-PAID-DATE
059400     PERFORM 2220-MATCH-PAID-PAYMENT
059500         VARYING WS-PAY-SUB FROM 1 BY 1
059600         UNTIL WS-PAY-SUB > WS-PAY-COUNT
059700     .
059800 2210-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100* 2220-MATCH-PAID-PAYMENT                                       *
060200*--------------------------------------------------------------*
060300 2220-MATCH-PAID-PAYMENT.
060400     IF PAY-DATE(WS-PAY-SUB) NOT > WS-PROCESS-DATE
060500         MOVE PAY-DATE(WS-PAY-SUB) TO WS-LAST-PAID-DATE
060600     END-IF
060700     .
060800 2220-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 2300-APPLY-REDEMPTION - THE INSTRUMENT IS CALLED ON THE       *
061200* EFFECTIVE DATE: PAYMENTS ON OR BEFORE IT STAY, LATER ONES ARE *
061300* DROPPED AND THE CALL DATE BECOMES THE FINAL PAYMENT IF NO     *
061400* PAYMENT FALLS ON IT ALREADY.                                  *
061500*--------------------------------------------------------------*
061600 2300-APPLY-REDEMPTION.
061700     IF AMD-EFFECTIVE-DATE > WS-MATURITY-DATE
061800         MOVE "CALL AFTER MATURITY" TO REJ-REASON
061900         PERFORM 1230-WRITE-REJECT-LINE
062000     ELSE
062100         IF AMD-EFFECTIVE-DATE = WS-MATURITY-DATE
062200             MOVE "CALL DATE IS MATURITY" TO REJ-REASON
062300             PERFORM 1230-WRITE-REJECT-LINE
062400         ELSE
062500             MOVE 0 TO WS-KEEP-COUNT
062600             PERFORM 2310-COUNT-KEPT-ON-OR-BEFORE
062700                 VARYING WS-PAY-SUB FROM 1 BY 1
062800                 UNTIL WS-PAY-SUB > WS-PAY-COUNT
062900             MOVE WS-KEEP-COUNT TO WS-PAY-COUNT
063000             IF WS-PAY-COUNT = 0
063100                OR PAY-DATE(WS-PAY-COUNT) NOT = AMD-EFFECTIVE-DATE
063200                 ADD 1 TO WS-PAY-COUNT
063300                 MOVE AMD-EFFECTIVE-DATE
063400                     TO PAY-DATE(WS-PAY-COUNT)
063500             END-IF
063600             MOVE WS-PAY-COUNT TO AUD-PAYMENT-NUMBER
063700             MOVE "Y" TO WS-AMEND-APPLIED-SW
063800         END-IF
063900     END-IF
064000     .
064100 2300-EXIT.
064200     EXIT.
064300*--------------------------------------------------------------*
064400* 2310-COUNT-KEPT-ON-OR-BEFORE                                  *
064500*--------------------------------------------------------------*
064600 2310-COUNT-KEPT-ON-OR-BEFORE.
064700     IF PAY-DATE(WS-PAY-SUB) NOT > AMD-EFFECTIVE-DATE
064800         MOVE WS-PAY-SUB TO WS-KEEP-COUNT
064900     END-IF
065000     .
065100 2310-EXIT.
065200     EXIT.
065300*--------------------------------------------------------------*
065400* 2400-APPLY-EXTENSION - THE TERM GROWS BY THE GIVEN MONTHS AT  *
065500* THE CURRENT PAYMENT INTERVAL: WHOLE PERIODS ONLY, GENERATED   *
065600* ON FROM THE CURRENT MATURITY DATE.                            *
065700*--------------------------------------------------------------*
065800 2400-APPLY-EXTENSION.
065900     PERFORM 2700-SET-ANCHOR-AND-INTERVAL
066000     IF WS-TERMS-FOUND
066100         IF AMD-EFFECTIVE-DATE > WS-MATURITY-DATE
066200             MOVE "EXTENSION AFTER MATURITY" TO REJ-REASON
066300             PERFORM 1230-WRITE-REJECT-LINE
066400         ELSE
066500             DIVIDE AMD-EXTEND-MONTHS BY WS-CURRENT-INTERVAL
066600                 GIVING WS-EXTRA-PAYMENTS
066700             IF WS-EXTRA-PAYMENTS = 0
066800                 MOVE "EXTENSION UNDER 1 PERIOD" TO REJ-REASON
066900                 PERFORM 1230-WRITE-REJECT-LINE
067000             ELSE
067100                 IF WS-PAY-COUNT + WS-EXTRA-PAYMENTS > 999
067200                     MOVE "SCHEDULE TABLE FULL" TO REJ-REASON
067300                     PERFORM 1230-WRITE-REJECT-LINE
067400                 ELSE
067500                     MOVE WS-CURRENT-INTERVAL
067600                         TO WS-MONTH-INTERVAL
067700                     MOVE WS-MATURITY-DATE TO WS-BASE-DATE
067800                     COMPUTE AUD-PAYMENT-NUMBER =
067900                         WS-PAY-COUNT + 1
068000                     PERFORM 2410-EXTEND-PAYMENT
068100                         VARYING WS-GEN-NUM FROM 1 BY 1
068200                         UNTIL WS-GEN-NUM > WS-EXTRA-PAYMENTS
068300                     MOVE "Y" TO WS-AMEND-APPLIED-SW
068400                 END-IF
068500             END-IF
068600         END-IF
068700     END-IF
068800     .
068900 2400-EXIT.
069000     EXIT.
069100*--------------------------------------------------------------*
069200* 2410-EXTEND-PAYMENT                                           *
069300*--------------------------------------------------------------*
069400 2410-EXTEND-PAYMENT.
069500     PERFORM 2800-COMPUTE-PAY-DATE
069600     PERFORM 2850-APPEND-PAYMENT
069700     .
069800 2410-EXIT.
069900     EXIT.
070000*--------------------------------------------------------------*
070100* 2500-APPLY-FREQUENCY-CHANGE - PAYMENTS BEFORE THE EFFECTIVE   *
070200* DATE STAY. THE REST ARE REGENERATED AT THE NEW INTERVAL FROM  *
070300* THE LAST PAYMENT KEPT (THE ISSUE DATE IF NONE IS KEPT)        *
070400* THROUGH THE UNCHANGED MATURITY DATE; A NEW INTERVAL THAT DOES *
070500* NOT DIVIDE THE REMAINING TERM LEAVES A SHORT FINAL PERIOD     *
070600* ENDING ON THE MATURITY DATE.                                  *
070700*--------------------------------------------------------------*
070800 2500-APPLY-FREQUENCY-CHANGE.
070900     PERFORM 2700-SET-ANCHOR-AND-INTERVAL
071000     IF WS-TERMS-FOUND
071100         IF AMD-FREQ-MONTHLY
071200             MOVE 1 TO WS-MONTH-INTERVAL
071300         ELSE
071400             IF AMD-FREQ-QUARTERLY
071500                 MOVE 3 TO WS-MONTH-INTERVAL
071600             ELSE
071700                 IF AMD-FREQ-SEMIANNUAL
071800                     MOVE 6 TO WS-MONTH-INTERVAL
071900                 ELSE
072000                     MOVE 12 TO WS-MONTH-INTERVAL
072100                 END-IF
072200             END-IF
072300         END-IF
072400         IF AMD-EFFECTIVE-DATE > WS-MATURITY-DATE
072500             MOVE "CHANGE AFTER MATURITY" TO REJ-REASON
072600             PERFORM 1230-WRITE-REJECT-LINE
072700         ELSE
072800             IF WS-MONTH-INTERVAL = WS-CURRENT-INTERVAL
072900                 MOVE "FREQUENCY UNCHANGED" TO REJ-REASON
073000                 PERFORM 1230-WRITE-REJECT-LINE
073100             ELSE
073200                 MOVE 0 TO WS-KEEP-COUNT
073300                 PERFORM 2510-COUNT-KEPT-BEFORE
073400                     VARYING WS-PAY-SUB FROM 1 BY 1
073500                     UNTIL WS-PAY-SUB > WS-PAY-COUNT
073600                 IF WS-KEEP-COUNT = 0
073700                     MOVE TRM-ISSUE-DATE(TRM-IDX) TO WS-BASE-DATE
073800                 ELSE
073900                     MOVE PAY-DATE(WS-KEEP-COUNT) TO WS-BASE-DATE
074000                 END-IF
074100                 MOVE WS-KEEP-COUNT TO WS-PAY-COUNT
074200                 COMPUTE AUD-PAYMENT-NUMBER = WS-PAY-COUNT + 1
074300                 MOVE "N" TO WS-PAST-MATURITY-SW
074400                 PERFORM 2520-REGENERATE-PAYMENT
074500                     VARYING WS-GEN-NUM FROM 1 BY 1
074600                     UNTIL WS-PAST-MATURITY
074700                 IF WS-PAY-COUNT = 0
074800                    OR PAY-DATE(WS-PAY-COUNT) < WS-MATURITY-DATE
074900                     ADD 1 TO WS-PAY-COUNT
075000                     MOVE WS-MATURITY-DATE
075100                         TO PAY-DATE(WS-PAY-COUNT)
075200                 END-IF
075300                 MOVE "Y" TO WS-AMEND-APPLIED-SW
075400             END-IF
075500         END-IF
075600     END-IF
075700     .
075800 2500-EXIT.
075900     EXIT.
076000*--------------------------------------------------------------*
076100* 2510-COUNT-KEPT-BEFORE                                        *
076200*--------------------------------------------------------------*
076300 2510-COUNT-KEPT-BEFORE.
076400     IF PAY-DATE(WS-PAY-SUB) < AMD-EFFECTIVE-DATE
076500         MOVE WS-PAY-SUB TO WS-KEEP-COUNT
076600     END-IF
076700     .
076800 2510-EXIT.
076900     EXIT.
077000*--------------------------------------------------------------*
077100* 2520-REGENERATE-PAYMENT - STEPS THAT STILL FALL BEFORE THE    *
077200* EFFECTIVE DATE ARE SKIPPED; THE FIRST STEP PAST MATURITY ENDS *
077300* THE RUN.                                                      *
077400*--------------------------------------------------------------*
077500 2520-REGENERATE-PAYMENT.
077600     PERFORM 2800-COMPUTE-PAY-DATE
077700     IF WS-PAY-DATE-X > WS-MATURITY-DATE
077800         MOVE "Y" TO WS-PAST-MATURITY-SW
077900     ELSE
078000         IF WS-PAY-DATE-X NOT < AMD-EFFECTIVE-DATE
078100             PERFORM 2850-APPEND-PAYMENT
078200         END-IF
078300     END-IF
078400     .
078500 2520-EXIT.
078600     EXIT.
078700*--------------------------------------------------------------*
078800* 2600-APPLY-DATE-OVERRIDE - THE NAMED PAYMENT MOVES TO THE     *
078900* EFFECTIVE DATE. IT MUST NOT BE PAID ALREADY AND MUST STAY     *
079000* STRICTLY BETWEEN ITS NEIGHBOURS, SO PAYMENT ORDER AND         *
079100* NUMBERING HOLD.                                               *
079200*--------------------------------------------------------------*
079300 2600-APPLY-DATE-OVERRIDE.
079400     MOVE AMD-PAYMENT-NUMBER TO WS-PAY-SUB
079500     IF WS-PAY-SUB > WS-PAY-COUNT
079600         MOVE "NO SUCH PAYMENT" TO REJ-REASON
079700         PERFORM 1230-WRITE-REJECT-LINE
079800     ELSE
079900         IF PAY-DATE(WS-PAY-SUB) NOT > WS-LAST-PAID-DATE
080000             MOVE "PAYMENT ALREADY PAID" TO REJ-REASON
080100             PERFORM 1230-WRITE-REJECT-LINE
080200         ELSE
080300             IF (WS-PAY-SUB > 1
080400                 AND AMD-EFFECTIVE-DATE
080500                     NOT > PAY-DATE(WS-PAY-SUB - 1))
080600                OR (WS-PAY-SUB < WS-PAY-COUNT
080700                 AND AMD-EFFECTIVE-DATE
080800                     NOT < PAY-DATE(WS-PAY-SUB + 1))
080900                 MOVE "OUT OF PAYMENT ORDER" TO REJ-REASON
081000                 PERFORM 1230-WRITE-REJECT-LINE
081100             ELSE
081200                 MOVE WS-PAY-SUB TO AUD-PAYMENT-NUMBER
081300                 MOVE PAY-DATE(WS-PAY-SUB) TO AUD-BEFORE-DATE
081400                 MOVE AMD-EFFECTIVE-DATE TO PAY-DATE(WS-PAY-SUB)
081500                 MOVE "Y" TO WS-AMEND-APPLIED-SW
081600             END-IF
081700         END-IF
081800     END-IF
081900     .
082000 2600-EXIT.
082100     EXIT.
082200*--------------------------------------------------------------*
082300* 2700-SET-ANCHOR-AND-INTERVAL - THE DAY ANCHOR COMES FROM THE  *
082400* ISSUE DATE ON SCHDPARM, EXACTLY AS SCHEDGEN SET IT. THE       *
082500* CURRENT INTERVAL IS THE MONTH DISTANCE BETWEEN THE LAST TWO   *
082600* PAYMENTS (ISSUE DATE TO FIRST PAYMENT FOR A ONE-PAYMENT       *
082700* SCHEDULE), SO IT FOLLOWS ANY EARLIER FREQUENCY CHANGE.        *
082800*--------------------------------------------------------------*
082900 2700-SET-ANCHOR-AND-INTERVAL.
083000     PERFORM 2710-FIND-TERMS
083100     IF NOT WS-TERMS-FOUND
083200         MOVE "NO SCHDPARM ENTRY" TO REJ-REASON
083300         PERFORM 1230-WRITE-REJECT-LINE
083400     ELSE
083500         MOVE TRM-DD(TRM-IDX) TO WS-ANCHOR-DD
083600         CALL "CALMDAYS" USING TRM-CCYY(TRM-IDX),
083700             WS-YEAR-LEAP-FLAG, WS-YEAR-RETURN-CODE,
083800             WS-MONTH-DAYS-TBL
083900         IF TRM-DD(TRM-IDX) = WS-MAX-DAYS(TRM-MM(TRM-IDX))
084000             MOVE "Y" TO WS-EOM-ANCHOR-SW
084100         ELSE
084200             MOVE "N" TO WS-EOM-ANCHOR-SW
084300         END-IF
084400         IF WS-PAY-COUNT > 1
084500             COMPUTE WS-MONTH-NUMBER-A =
084600                 PAY-CCYY(WS-PAY-COUNT - 1) * 12
084700                 + PAY-MM(WS-PAY-COUNT - 1)
084800         ELSE
084900             COMPUTE WS-MONTH-NUMBER-A =
085000                 TRM-CCYY(TRM-IDX) * 12 + TRM-MM(TRM-IDX)
085100         END-IF
085200         COMPUTE WS-MONTH-NUMBER-B =
085300             PAY-CCYY(WS-PAY-COUNT) * 12 + PAY-MM(WS-PAY-COUNT)
085400         COMPUTE WS-CURRENT-INTERVAL =
085500             WS-MONTH-NUMBER-B - WS-MONTH-NUMBER-A
085600         IF WS-CURRENT-INTERVAL = 0
085700             MOVE 1 TO WS-CURRENT-INTERVAL
085800         END-IF
085900     END-IF
086000     .
086100 2700-EXIT.
086200     EXIT.
086300*--------------------------------------------------------------*
086400* 2710-FIND-TERMS - LOOK THE INSTRUMENT IN WS-GROUP-KEY UP IN   *
086500* THE LOADED ISSUE-DATE TABLE, LEAVING TRM-IDX ON THE MATCH.    *
086600*--------------------------------------------------------------*
086700 2710-FIND-TERMS.
086800     MOVE "N" TO WS-TERMS-FOUND-SW
086900     PERFORM 2720-MATCH-TERMS-ENTRY
087000         VARYING TRM-IDX FROM 1 BY 1
087100         UNTIL TRM-IDX > WS-TERMS-COUNT OR WS-TERMS-FOUND
087200     IF WS-TERMS-FOUND
087300         SET TRM-IDX DOWN BY 1
087400     END-IF
087500     .
087600 2710-EXIT.
087700     EXIT.
087800*--------------------------------------------------------------*
087900* 2720-MATCH-TERMS-ENTRY                                        *
088000*--------------------------------------------------------------*
088100 2720-MATCH-TERMS-ENTRY.
088200     IF TRM-INSTRUMENT-KEY(TRM-IDX) = WS-GROUP-KEY
088300         MOVE "Y" TO WS-TERMS-FOUND-SW
088400     END-IF
088500     .
088600 2720-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------*
088900* 2800-COMPUTE-PAY-DATE - BASE DATE PLUS WS-GEN-NUM INTERVALS,  *
089000* BY SCHEDGEN'S RULE: WHOLE-MONTH ARITHMETIC FOR THE TARGET     *
089100* MONTH, THEN THE ANCHOR DAY CAPPED AT THAT MONTH'S LENGTH, OR  *
089200* ITS MONTH-END WHEN THE SCHEDULE IS ANCHORED ON MONTH-END.     *
089300*--------------------------------------------------------------*
089400 2800-COMPUTE-PAY-DATE.
089500     COMPUTE WS-TOTAL-MONTHS =
089600         WB-MM - 1 + (WS-GEN-NUM * WS-MONTH-INTERVAL)
089700     DIVIDE WS-TOTAL-MONTHS BY 12
089800         GIVING WS-YEARS-AHEAD REMAINDER WS-MONTH-OFFSET
089900     COMPUTE WP-CCYY = WB-CCYY + WS-YEARS-AHEAD
090000     COMPUTE WP-MM = WS-MONTH-OFFSET + 1
090100     CALL "CALMDAYS" USING WP-CCYY, WS-YEAR-LEAP-FLAG,
090200         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
090300     IF WS-EOM-ANCHOR
090400         MOVE WS-MAX-DAYS(WP-MM) TO WP-DD
090500     ELSE
090600         IF WS-ANCHOR-DD > WS-MAX-DAYS(WP-MM)
090700             MOVE WS-MAX-DAYS(WP-MM) TO WP-DD
090800         ELSE
090900             MOVE WS-ANCHOR-DD TO WP-DD
091000         END-IF
091100     END-IF
091200     .
091300 2800-EXIT.
091400     EXIT.
091500*--------------------------------------------------------------*
091600* 2850-APPEND-PAYMENT - EVERY GENERATED DATE IS PROVED THROUGH  *
091700* CALVALID BEFORE IT JOINS THE SCHEDULE.                        *
091800*--------------------------------------------------------------*
091900 2850-APPEND-PAYMENT.
092000     CALL "CALVALID" USING WS-PAY-DATE, WS-DATE-VALID-SW
092100     IF WS-DATE-IS-VALID
092200         IF WS-PAY-COUNT < 999
092300             ADD 1 TO WS-PAY-COUNT
092400             MOVE WS-PAY-DATE TO PAY-DATE(WS-PAY-COUNT)
092500         END-IF
092600     ELSE
092700         MOVE "GENERATED DATE BAD" TO REJ-REASON
092800         PERFORM 1230-WRITE-REJECT-LINE
092900     END-IF
093000     .
093100 2850-EXIT.
093200     EXIT.
093300*--------------------------------------------------------------*
093400* 2900-WRITE-SCHEDULE - THE INSTRUMENT'S SCHEDULE TO THE NEW    *
093500* MASTER, RENUMBERED FROM 1 IN DATE ORDER.                      *
093600*--------------------------------------------------------------*
093700 2900-WRITE-SCHEDULE.
093800     PERFORM 2910-WRITE-PAYMENT
093900         VARYING WS-PAY-SUB FROM 1 BY 1
094000         UNTIL WS-PAY-SUB > WS-PAY-COUNT
094100     .
094200 2900-EXIT.
094300     EXIT.
094400*--------------------------------------------------------------*
094500* 2910-WRITE-PAYMENT                                            *
094600*--------------------------------------------------------------*
094700 2910-WRITE-PAYMENT.
094800     MOVE SPACES TO NEW-SCHEDULE-RECORD
094900     MOVE WS-GROUP-KEY TO NSC-INSTRUMENT-KEY
095000     MOVE WS-PAY-SUB TO NSC-PAYMENT-NUMBER
095100     MOVE PAY-DATE(WS-PAY-SUB) TO NSC-PAYMENT-DATE
095200     WRITE NEW-SCHEDULE-RECORD
095300     ADD 1 TO WS-MASTERS-WRITTEN
095400     .
095500 2910-EXIT.
095600     EXIT.
095700*--------------------------------------------------------------*
095800* 2950-WRITE-AUDIT-LINE - PAYMENT COUNT AND MATURITY DATE       *
095900* BEFORE AND AFTER THE AMENDMENT (FOR AN OVERRIDE, THE          *
096000* OVERRIDDEN PAYMENT'S OLD AND NEW DATE), WITH THE FIRST        *
096100* PAYMENT NUMBER IT CHANGED.                                    *
096200*--------------------------------------------------------------*
096300 2950-WRITE-AUDIT-LINE.
096400     ADD 1 TO WS-TRANS-APPLIED
096500     MOVE AMD-INSTRUMENT-KEY TO AUD-INSTRUMENT-KEY
096600     MOVE AMD-TYPE TO AUD-TYPE
096700     MOVE AMD-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
096800     MOVE WS-PAY-COUNT TO AUD-AFTER-COUNT
096900     IF AMD-DATE-OVERRIDE
097000         MOVE AMD-EFFECTIVE-DATE TO AUD-AFTER-DATE
097100     ELSE
097200         MOVE PAY-DATE(WS-PAY-COUNT) TO AUD-AFTER-DATE
097300     END-IF
097400     WRITE REPORT-LINE FROM WS-AUDIT-LINE
097500     .
097600 2950-EXIT.
097700     EXIT.
097800*--------------------------------------------------------------*
097900* 3000-WRITE-TOTALS                                             *
098000*--------------------------------------------------------------*
098100 3000-WRITE-TOTALS.
098200     MOVE "AMENDMENTS READ...." TO TOT-LABEL
098300     MOVE WS-TRANS-READ TO TOT-COUNT
098400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
098500     MOVE "AMENDMENTS APPLIED." TO TOT-LABEL
098600     MOVE WS-TRANS-APPLIED TO TOT-COUNT
098700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
098800     MOVE "AMENDMENTS REJECTED" TO TOT-LABEL
098900     MOVE WS-TRANS-REJECTED TO TOT-COUNT
099000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
099100     MOVE "PAYMENTS READ......" TO TOT-LABEL
099200     MOVE WS-MASTERS-READ TO TOT-COUNT
099300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
099400     MOVE "PAYMENTS WRITTEN..." TO TOT-LABEL
099500     MOVE WS-MASTERS-WRITTEN TO TOT-COUNT
099600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
099700     .
099800 3000-EXIT.
099900     EXIT.
100000*--------------------------------------------------------------*
100100* 9000-TERMINATE                                                *
100200*--------------------------------------------------------------*
100300 9000-TERMINATE.
100400     IF NOT WS-PARM-NOT-FOUND
100500         CLOSE PARM-FILE
100600     END-IF
100700     CLOSE TERMS-FILE
100800     CLOSE TRAN-FILE
100900     CLOSE OLD-MASTER-FILE
101000     CLOSE NEW-MASTER-FILE
101100     CLOSE REPORT-FILE
101200     CANCEL "LEAP"
101300     PERFORM 9100-WRITE-RUN-STATISTICS
101400     IF WS-CONDITION-CODE > 0
101500         MOVE WS-CONDITION-CODE TO RETURN-CODE
101600     END-IF
101700     .
101800 9000-EXIT.
101900     EXIT.
102000*--------------------------------------------------------------*
102100* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
102200* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
102300*--------------------------------------------------------------*
102400 9100-WRITE-RUN-STATISTICS.
102500     OPEN EXTEND RUN-LOG-FILE
102600     IF WS-RUNLOG-NOT-FOUND
102700         OPEN OUTPUT RUN-LOG-FILE
102800     END-IF
102900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
103000     MOVE "SCHMAINT" TO RUNS-PROGRAM-ID
103100     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
103200     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
103300     MOVE WS-TRANS-READ TO RUNS-RECORDS-READ
103400     MOVE WS-TRANS-APPLIED TO RUNS-RECORDS-WRITTEN
103500     MOVE WS-TRANS-REJECTED TO RUNS-RECORDS-REJECTED
103600     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
103700     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
103800     WRITE RUN-STATISTICS-RECORD
103900     CLOSE RUN-LOG-FILE
104000     .
104100 9100-EXIT.
104200     EXIT.
