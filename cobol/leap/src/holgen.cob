000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLGEN.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. RULE-BASED HOLIDAY GENERATOR THAT    *
001100*                WRITES NEXT YEAR'S HOLMAINT ADD TRANSACTIONS   *
001200*                PER MARKET, SO THE AUTUMN CALENDAR LOAD STOPS  *
001300*                BEING KEYED ONE CARD AT A TIME AND A FORGOTTEN *
001400*                MARKET OR A WRONG OBSERVED-DATE SHIFT CAN NO   *
001500*                LONGER SLIP THROUGH. THE PARAMETER CARD NAMES  *
001600*                THE TARGET YEAR; THE HOLRULE FILE CARRIES THE  *
001700*                RULES (FIXED DATE, NTH WEEKDAY, LAST WEEKDAY,  *
001800*                EASTER-RELATIVE, EACH WITH AN OPTIONAL         *
001900*                WEEKEND-OBSERVANCE SHIFT - SEE HOLRULE) IN     *
002000*                ASCENDING MARKET ORDER. WEEKDAYS COME FROM THE *
002100*                CALDAYNO DAY NUMBER THE SAME WAY BUSDAYS       *
002200*                DERIVES THEM, MONTH LENGTHS FROM CALMDAYS, AND *
002300*                EVERY GENERATED DATE IS PROVED THROUGH         *
002400*                CALVALID. EACH MARKET'S DATES ARE HELD AND     *
002500*                WRITTEN IN ASCENDING DATE ORDER TO THE HOLTRAN *
002600*                TRANSACTION FILE (HOLTRNO), READY FOR HOLMAINT *
002700*                AS IT STANDS. THE PROOF LIST SHOWS EVERY RULE  *
002800*                AND WHAT IT PRODUCED, AND FLAGS A DATE ALREADY *
002900*                ON THE HOLCAL MASTER (NOT WRITTEN - HOLMAINT   *
003000*                WOULD ONLY REJECT IT), TWO RULES LANDING ON    *
003100*                ONE DATE IN A MARKET, A RULE THAT PRODUCED NO  *
003200*                DATE FOR THE YEAR, AND A RULE CARD THAT FAILED *
003300*                ITS EDITS. CONDITION CODES:                    *
003400*                  66  A RULE PRODUCED NO DATE FOR THE YEAR     *
003500*                  67  A RULE CARD WAS REJECTED                 *
003600*                  68  NO USABLE TARGET YEAR - NOTHING WRITTEN  *
003700*                A RULE OUTSIDE ITS FIRST/LAST YEAR IS LISTED   *
003800*                AS NOT IN FORCE AND RAISES NO CONDITION. ONE   *
003900*                CLOSING RUN-STATISTICS RECORD (SEE RUNSTATS)   *
004000*                GOES TO THE SHARED RUN LOG AT END OF JOB.      *
004100*--------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARM-FILE ASSIGN TO HOLGPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PARM-FILE-STATUS.
004800     SELECT RULE-FILE ASSIGN TO HOLRULE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RULE-FILE-STATUS.
005100     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-HOLIDAY-STATUS.
005400     SELECT TRAN-FILE ASSIGN TO HOLTRNO
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-TRAN-FILE-STATUS.
005700     SELECT REPORT-FILE ASSIGN TO HOLGRPTO
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-FILE-STATUS.
006000     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RUNLOG-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARM-FILE
006600     RECORDING MODE IS F.
006700 01  PARM-RECORD.
006800     05 HGP-TARGET-YEAR        PIC 9(04).
006900     05 FILLER                 PIC X(76).
007000 FD  RULE-FILE
007100     RECORDING MODE IS F.
007200     COPY HOLRULE.
007300 FD  HOLIDAY-FILE
007400     RECORDING MODE IS F.
007500     COPY HOLCAL.
007600 FD  TRAN-FILE
007700     RECORDING MODE IS F.
007800     COPY HOLTRAN.
007900 FD  REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  REPORT-LINE               PIC X(80).
008200 FD  RUN-LOG-FILE
008300     RECORDING MODE IS F.
008400     COPY RUNSTATS.
008500 WORKING-STORAGE SECTION.
008600 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
008700     88 WS-PARM-NOT-FOUND                  VALUE "35".
008800 01  WS-RULE-FILE-STATUS       PIC X(02)   VALUE "00".
008900     88 WS-RULE-FILE-NOT-FOUND             VALUE "35".
009000 01  WS-HOLIDAY-STATUS         PIC X(02)   VALUE "00".
009100     88 WS-HOLIDAY-NOT-FOUND               VALUE "35".
009200 01  WS-TRAN-FILE-STATUS       PIC X(02)   VALUE "00".
009300 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
009400 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
009500     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
009600 01  WS-PARM-EOF-SW            PIC X(01)   VALUE "N".
009700     88 WS-NO-MORE-PARMS                   VALUE "Y".
009800 01  WS-RULE-EOF-SW            PIC X(01)   VALUE "N".
009900     88 WS-NO-MORE-RULES                   VALUE "Y".
010000 01  WS-HOLIDAY-EOF-SW         PIC X(01)   VALUE "N".
010100     88 WS-NO-MORE-HOLIDAYS                VALUE "Y".
010200 01  WS-YEAR-USABLE-SW         PIC X(01)   VALUE "N".
010300     88 WS-YEAR-USABLE                     VALUE "Y".
010400 01  WS-RULE-OK-SW             PIC X(01)   VALUE "N".
010500     88 WS-RULE-OK                         VALUE "Y".
010600 01  WS-DATE-FOUND-SW          PIC X(01)   VALUE "N".
010700     88 WS-DATE-FOUND                      VALUE "Y".
010800 01  WS-ON-HOLCAL-SW           PIC X(01)   VALUE "N".
010900     88 WS-ON-HOLCAL                       VALUE "Y".
011000 01  WS-DUPLICATE-SW           PIC X(01)   VALUE "N".
011100     88 WS-DUPLICATE-DATE                  VALUE "Y".
011200 01  WS-POSITION-FOUND-SW      PIC X(01)   VALUE "N".
011300     88 WS-POSITION-FOUND                  VALUE "Y".
011400 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
011500     88 WS-DATE-IS-VALID                   VALUE "Y".
011600 01  WS-TARGET-YEAR            PIC 9(04)   VALUE 0.
011700 01  WS-LOW-YEAR               PIC 9(04)   VALUE 0.
011800 01  WS-HIGH-YEAR              PIC 9(04)   VALUE 0.
011900 01  WS-CURRENT-MARKET         PIC X(03)   VALUE LOW-VALUES.
012000 01  WS-REASON                 PIC X(22)   VALUE SPACES.
012100     COPY CALDATE REPLACING ==CALENDAR-DATE==
012200                            BY ==WS-GEN-DATE==
012300                            ==CD-CCYY==       BY ==WGN-CCYY==
012400                            ==CD-MM==         BY ==WGN-MM==
012500                            ==CD-DD==         BY ==WGN-DD==.
012600 01  WS-GEN-DATE-X REDEFINES WS-GEN-DATE
012700                               PIC X(08).
012800 01  WS-RULE-DATE-X            PIC X(08)   VALUE SPACES.
012900 01  WS-WORK-DAYNUM            PIC 9(09)   VALUE 0.
013000 01  WS-DAYNUM-RETURN-CODE     PIC 9(02)   VALUE 0.
013100 01  WS-DOW-REMAINDER          PIC 9(01)   VALUE 0.
013200 01  WS-WORK-DOW               PIC 9(01)   VALUE 0.
013300 01  WS-DAY-OFFSET             PIC 9(01)   VALUE 0.
013400 01  WS-TARGET-DAY             PIC 9(02)   VALUE 0.
013500 01  WS-STEP-COUNT             PIC 9(03)   VALUE 0.
013600 01  WS-YEAR-LEAP-FLAG         PIC 9(01)   VALUE 0.
013700 01  WS-YEAR-RETURN-CODE       PIC 9(02)   VALUE 0.
013800 01  WS-MONTH-DAYS-TBL.
013900     05 WS-MAX-DAYS            PIC 9(02)   OCCURS 12 TIMES.
014000*--------------------------------------------------------------*
014100* EASTER WORK FIELDS - THE TERMS OF THE ANONYMOUS GREGORIAN     *
014200* (MEEUS/JONES/BUTCHER) COMPUTUS, NAMED AFTER THE LETTERS THE   *
014300* PUBLISHED METHOD USES.                                        *
014400*--------------------------------------------------------------*
014500 01  WS-EASTER-WORK.
014600     05 EAS-A                  PIC 9(05)   COMP   VALUE 0.
014700     05 EAS-B                  PIC 9(05)   COMP   VALUE 0.
014800     05 EAS-C                  PIC 9(05)   COMP   VALUE 0.
014900     05 EAS-D                  PIC 9(05)   COMP   VALUE 0.
015000     05 EAS-E                  PIC 9(05)   COMP   VALUE 0.
015100     05 EAS-F                  PIC 9(05)   COMP   VALUE 0.
015200     05 EAS-G                  PIC 9(05)   COMP   VALUE 0.
015300     05 EAS-H                  PIC 9(05)   COMP   VALUE 0.
015400     05 EAS-I                  PIC 9(05)   COMP   VALUE 0.
015500     05 EAS-K                  PIC 9(05)   COMP   VALUE 0.
015600     05 EAS-L                  PIC 9(05)   COMP   VALUE 0.
015700     05 EAS-M                  PIC 9(05)   COMP   VALUE 0.
015800     05 EAS-N                  PIC 9(05)   COMP   VALUE 0.
015900     05 EAS-P                  PIC 9(05)   COMP   VALUE 0.
016000 01  WS-HOLCAL-COUNT           PIC 9(04)   COMP   VALUE 0.
016100 01  WS-HOLCAL-TABLE.
016200     05 WS-HOLCAL-ENTRY OCCURS 0 TO 1000 TIMES
016300        DEPENDING ON WS-HOLCAL-COUNT
016400        INDEXED BY HCL-IDX.
016500         10 HCL-TBL-MARKET     PIC X(03).
016600         10 HCL-TBL-DATE       PIC X(08).
016700 01  WS-GEN-COUNT              PIC 9(04)   COMP   VALUE 0.
016800 01  WS-GEN-TABLE.
016900     05 WS-GEN-ENTRY OCCURS 0 TO 100 TIMES
017000        DEPENDING ON WS-GEN-COUNT
017100        INDEXED BY GEN-IDX.
017200         10 GEN-TBL-DATE       PIC X(08).
017300         10 GEN-TBL-DESCRIPTION
017400                               PIC X(30).
017500 01  WS-INSERT-POS             PIC 9(04)   COMP   VALUE 0.
017600 01  WS-MOVE-POS               PIC 9(04)   COMP   VALUE 0.
017700 01  WS-CONDITION-CODE         PIC 9(02)   VALUE 0.
017800 01  WS-CURRENT-TIMESTAMP      PIC X(26).
017900 01  WS-COUNTERS.
018000     05 WS-RULES-READ          PIC 9(05)   COMP   VALUE 0.
018100     05 WS-RULES-REJECTED      PIC 9(05)   COMP   VALUE 0.
018200     05 WS-RULES-NOT-IN-FORCE  PIC 9(05)   COMP   VALUE 0.
018300     05 WS-RULES-NO-DATE       PIC 9(05)   COMP   VALUE 0.
018400     05 WS-DATES-ON-HOLCAL     PIC 9(05)   COMP   VALUE 0.
018500     05 WS-DATES-DUPLICATED    PIC 9(05)   COMP   VALUE 0.
018600     05 WS-TRANS-WRITTEN       PIC 9(05)   COMP   VALUE 0.
018700 01  WS-HEADING-1.
018800     05 FILLER            PIC X(30) VALUE
018900         "HOLIDAY GENERATION PROOF LIST".
019000     05 FILLER                 PIC X(05)   VALUE "YEAR ".
019100     05 HDG-TARGET-YEAR        PIC 9(04).
019200     05 FILLER                 PIC X(41)   VALUE SPACES.
019300 01  WS-HEADING-2.
019400     05 FILLER            PIC X(37) VALUE
019500         "MKT T DESCRIPTION".
019600     05 FILLER            PIC X(43) VALUE
019700         "DATE     RESULT    NOTE".
019800 01  WS-PROOF-LINE.
019900     05 PRF-MARKET             PIC X(03).
020000     05 FILLER                 PIC X(01)   VALUE SPACE.
020100     05 PRF-RULE-TYPE          PIC X(01).
020200     05 FILLER                 PIC X(01)   VALUE SPACE.
020300     05 PRF-DESCRIPTION        PIC X(30).
020400     05 FILLER                 PIC X(01)   VALUE SPACE.
020500     05 PRF-DATE               PIC X(08).
020600     05 FILLER                 PIC X(01)   VALUE SPACE.
020700     05 PRF-RESULT             PIC X(09).
020800     05 FILLER                 PIC X(01)   VALUE SPACE.
020900     05 PRF-NOTE               PIC X(22).
021000     05 PRF-NOTE-OBSERVED REDEFINES PRF-NOTE.
021100         10 PRF-OBSERVED-TEXT  PIC X(14).
021200         10 PRF-OBSERVED-FROM  PIC X(08).
021300     05 FILLER                 PIC X(02)   VALUE SPACES.
021400 01  WS-ERROR-LINE.
021500     05 FILLER                 PIC X(06)   VALUE "ERROR ".
021600     05 ERL-TEXT               PIC X(40).
021700     05 FILLER                 PIC X(34)   VALUE SPACES.
021800 01  WS-TOTAL-LINE.
021900     05 TOT-LABEL              PIC X(20).
022000     05 TOT-COUNT              PIC ZZZ,ZZ9.
022100     05 FILLER                 PIC X(53)   VALUE SPACES.
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE
022500     IF WS-YEAR-USABLE
022600         PERFORM 2000-PROCESS-RULES
022700             UNTIL WS-NO-MORE-RULES
022800         PERFORM 2800-WRITE-MARKET-TRANS
022900     END-IF
023000     PERFORM 3000-WRITE-TOTALS
023100     PERFORM 9000-TERMINATE
023200     STOP RUN.
023300*--------------------------------------------------------------*
023400* 1000-INITIALIZE - THE PARAMETER CARD NAMES THE TARGET YEAR;   *
023500* WITHOUT A USABLE ONE THE JOB ENDS 68 AND WRITES NO            *
023600* TRANSACTIONS. THE HOLCAL MASTER IS LOADED FOR THE TARGET      *
023700* YEAR AND ONE YEAR EITHER SIDE, SINCE AN OBSERVED DATE CAN     *
023800* CROSS THE YEAR END (A SATURDAY NEW YEAR'S DAY OBSERVED ON     *
023900* THE FRIDAY BEFORE). A MISSING HOLCAL IS AN EMPTY CALENDAR.    *
024000*--------------------------------------------------------------*
024100 1000-INITIALIZE.
024200     OPEN INPUT PARM-FILE
024300     IF WS-PARM-NOT-FOUND
024400         MOVE "Y" TO WS-PARM-EOF-SW
024500     END-IF
024600     OPEN INPUT RULE-FILE
024700     IF WS-RULE-FILE-NOT-FOUND
024800         MOVE "Y" TO WS-RULE-EOF-SW
024900     END-IF
025000     OPEN INPUT HOLIDAY-FILE
025100     IF WS-HOLIDAY-NOT-FOUND
025200         MOVE "Y" TO WS-HOLIDAY-EOF-SW
025300     END-IF
025400     OPEN OUTPUT TRAN-FILE
025500     OPEN OUTPUT REPORT-FILE
025600     PERFORM 1100-READ-PARM-FILE
025700     IF WS-NO-MORE-PARMS OR HGP-TARGET-YEAR IS NOT NUMERIC
025800         MOVE 68 TO WS-CONDITION-CODE
025900         MOVE 0 TO HDG-TARGET-YEAR
026000         WRITE REPORT-LINE FROM WS-HEADING-1
026100         MOVE "PARAMETER CARD MISSING OR YEAR BAD"
026200             TO ERL-TEXT
026300         WRITE REPORT-LINE FROM WS-ERROR-LINE
026400     ELSE
026500         MOVE HGP-TARGET-YEAR TO WS-TARGET-YEAR
026600         CALL "LEAPTAB" USING WS-TARGET-YEAR, WS-YEAR-LEAP-FLAG,
026700             WS-YEAR-RETURN-CODE
026800         IF WS-YEAR-RETURN-CODE = 99
026900             MOVE 68 TO WS-CONDITION-CODE
027000             MOVE WS-TARGET-YEAR TO HDG-TARGET-YEAR
027100             WRITE REPORT-LINE FROM WS-HEADING-1
027200             MOVE "TARGET YEAR OUTSIDE THE CALENDAR RANGE"
027300                 TO ERL-TEXT
027400             WRITE REPORT-LINE FROM WS-ERROR-LINE
027500         ELSE
027600             MOVE "Y" TO WS-YEAR-USABLE-SW
027700             COMPUTE WS-LOW-YEAR = WS-TARGET-YEAR - 1
027800             COMPUTE WS-HIGH-YEAR = WS-TARGET-YEAR + 1
027900             MOVE WS-TARGET-YEAR TO HDG-TARGET-YEAR
028000             WRITE REPORT-LINE FROM WS-HEADING-1
028100             WRITE REPORT-LINE FROM WS-HEADING-2
028200             PERFORM 1200-READ-HOLIDAY-FILE
028300             PERFORM 1300-LOAD-HOLCAL-ENTRY
028400                 UNTIL WS-NO-MORE-HOLIDAYS
028500                     OR WS-HOLCAL-COUNT >= 1000
028600             PERFORM 1400-READ-RULE-FILE
028700         END-IF
028800     END-IF
028900     .
029000 1000-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------*
029300* 1100-READ-PARM-FILE                                           *
029400*--------------------------------------------------------------*
029500 1100-READ-PARM-FILE.
029600     IF NOT WS-NO-MORE-PARMS
029700         READ PARM-FILE
029800             AT END
029900                 MOVE "Y" TO WS-PARM-EOF-SW
030000         END-READ
030100     END-IF
030200     .
030300 1100-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
030600* 1200-READ-HOLIDAY-FILE                                        *
030700*--------------------------------------------------------------*
030800 1200-READ-HOLIDAY-FILE.
030900     IF NOT WS-NO-MORE-HOLIDAYS
031000         READ HOLIDAY-FILE
031100             AT END
031200                 MOVE "Y" TO WS-HOLIDAY-EOF-SW
031300         END-READ
031400     END-IF
031500     .
031600 1200-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900* 1300-LOAD-HOLCAL-ENTRY - ONLY DATES A RULE FOR THE TARGET     *
032000* YEAR COULD LAND ON GO IN THE TABLE.                           *
032100*--------------------------------------------------------------*
032200 1300-LOAD-HOLCAL-ENTRY.
032300     IF HOL-CCYY NOT < WS-LOW-YEAR
032400        AND HOL-CCYY NOT > WS-HIGH-YEAR
032500         ADD 1 TO WS-HOLCAL-COUNT
032600         MOVE HOL-MARKET-CODE TO HCL-TBL-MARKET(WS-HOLCAL-COUNT)
032700         MOVE HOL-DATE TO HCL-TBL-DATE(WS-HOLCAL-COUNT)
032800     END-IF
032900     PERFORM 1200-READ-HOLIDAY-FILE
033000     .
033100 1300-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------*
033400* 1400-READ-RULE-FILE                                           *
033500*--------------------------------------------------------------*
033600 1400-READ-RULE-FILE.
033700     IF NOT WS-NO-MORE-RULES
033800         READ RULE-FILE
033900             AT END
034000                 MOVE "Y" TO WS-RULE-EOF-SW
034100             NOT AT END
034200                 ADD 1 TO WS-RULES-READ
034300         END-READ
034400     END-IF
034500     .
034600 1400-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------*
034900* 2000-PROCESS-RULES - ONE RULE CARD. A NEW MARKET CODE FIRST   *
035000* WRITES THE PREVIOUS MARKET'S DATES; A MARKET CODE LOWER THAN  *
035100* THE ONE BEFORE IT IS OUT OF SEQUENCE AND IS REJECTED, SINCE   *
035200* ITS DATES COULD NO LONGER BE WRITTEN IN HOLMAINT'S ORDER.     *
035300*--------------------------------------------------------------*
035400 2000-PROCESS-RULES.
035500     MOVE SPACES TO PRF-DATE
035600     MOVE SPACES TO PRF-NOTE
035700     IF HRL-MARKET-CODE < WS-CURRENT-MARKET
035800         MOVE "OUT OF MARKET SEQUENCE" TO WS-REASON
035900         PERFORM 2910-WRITE-REJECT-LINE
036000     ELSE
036100         IF HRL-MARKET-CODE NOT = WS-CURRENT-MARKET
036200             PERFORM 2800-WRITE-MARKET-TRANS
036300             MOVE HRL-MARKET-CODE TO WS-CURRENT-MARKET
036400         END-IF
036500         PERFORM 2100-EDIT-RULE
036600         IF NOT WS-RULE-OK
036700             PERFORM 2910-WRITE-REJECT-LINE
036800         ELSE
036900             IF WS-TARGET-YEAR < HRL-FIRST-YEAR
037000                OR (HRL-LAST-YEAR > 0
037100                    AND WS-TARGET-YEAR > HRL-LAST-YEAR)
037200                 ADD 1 TO WS-RULES-NOT-IN-FORCE
037300                 MOVE "NOT USED" TO PRF-RESULT
037400                 MOVE "NOT IN FORCE FOR YEAR" TO PRF-NOTE
037500                 PERFORM 2900-WRITE-PROOF-LINE
037600             ELSE
037700                 PERFORM 2200-GENERATE-DATE
037800                 IF WS-DATE-FOUND
037900                     PERFORM 2300-APPLY-OBSERVANCE
038000                     PERFORM 2400-POST-GENERATED-DATE
038100                 ELSE
038200                     PERFORM 2920-WRITE-NO-DATE-LINE
038300                 END-IF
038400             END-IF
038500         END-IF
038600     END-IF
038700     PERFORM 1400-READ-RULE-FILE
038800     .
038900 2000-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200* 2100-EDIT-RULE - EVERY FIELD THE RULE TYPE USES MUST BE IN    *
039300* RANGE; THE FIRST FAILURE NAMES THE REASON.                    *
039400*--------------------------------------------------------------*
039500 2100-EDIT-RULE.
039600     MOVE "Y" TO WS-RULE-OK-SW
039700     IF NOT HRL-RULE-TYPE-KNOWN
039800         MOVE "N" TO WS-RULE-OK-SW
039900         MOVE "UNKNOWN RULE TYPE" TO WS-REASON
040000     END-IF
040100     IF WS-RULE-OK AND NOT HRL-OBSERVANCE-KNOWN
040200         MOVE "N" TO WS-RULE-OK-SW
040300         MOVE "UNKNOWN OBSERVANCE" TO WS-REASON
040400     END-IF
040500     IF WS-RULE-OK
040600        AND (HRL-FIRST-YEAR IS NOT NUMERIC
040700             OR HRL-LAST-YEAR IS NOT NUMERIC)
040800         MOVE "N" TO WS-RULE-OK-SW
040900         MOVE "BAD FIRST/LAST YEAR" TO WS-REASON
041000     END-IF
041100     IF WS-RULE-OK AND NOT HRL-EASTER-RELATIVE
041200        AND (HRL-MONTH IS NOT NUMERIC
041300             OR HRL-MONTH < 1 OR HRL-MONTH > 12)
041400         MOVE "N" TO WS-RULE-OK-SW
041500         MOVE "BAD MONTH" TO WS-REASON
041600     END-IF
041700     IF WS-RULE-OK AND HRL-FIXED-DATE
041800        AND (HRL-DAY IS NOT NUMERIC
041900             OR HRL-DAY < 1 OR HRL-DAY > 31)
042000         MOVE "N" TO WS-RULE-OK-SW
042100         MOVE "BAD DAY OF MONTH" TO WS-REASON
042200     END-IF
042300     IF WS-RULE-OK
042400        AND (HRL-NTH-WEEKDAY OR HRL-LAST-WEEKDAY)
042500        AND (HRL-WEEKDAY IS NOT NUMERIC
042600             OR HRL-WEEKDAY < 1 OR HRL-WEEKDAY > 7)
042700         MOVE "N" TO WS-RULE-OK-SW
042800         MOVE "BAD WEEKDAY" TO WS-REASON
042900     END-IF
043000     IF WS-RULE-OK AND HRL-NTH-WEEKDAY
043100        AND (HRL-OCCURRENCE IS NOT NUMERIC
043200             OR HRL-OCCURRENCE < 1 OR HRL-OCCURRENCE > 5)
043300         MOVE "N" TO WS-RULE-OK-SW
043400         MOVE "BAD OCCURRENCE" TO WS-REASON
043500     END-IF
043600     IF WS-RULE-OK AND HRL-EASTER-RELATIVE
043700        AND HRL-EASTER-OFFSET IS NOT NUMERIC
043800         MOVE "N" TO WS-RULE-OK-SW
043900         MOVE "BAD EASTER OFFSET" TO WS-REASON
044000     END-IF
044100     .
044200 2100-EXIT.
044300     EXIT.
044400*--------------------------------------------------------------*
044500* 2200-GENERATE-DATE - THE RULE'S DATE FOR THE TARGET YEAR      *
044600* LANDS IN WS-GEN-DATE; WS-DATE-FOUND SAYS WHETHER THERE WAS    *
044700* ONE, AND WS-REASON SAYS WHY NOT WHEN THERE WAS NOT.           *
044800*--------------------------------------------------------------*
044900 2200-GENERATE-DATE.
045000     MOVE "N" TO WS-DATE-FOUND-SW
045100     MOVE WS-TARGET-YEAR TO WGN-CCYY
045200     IF HRL-FIXED-DATE
045300         PERFORM 2210-FIXED-DATE
045400     ELSE
045500         IF HRL-NTH-WEEKDAY
045600             PERFORM 2220-NTH-WEEKDAY
045700         ELSE
045800             IF HRL-LAST-WEEKDAY
045900                 PERFORM 2230-LAST-WEEKDAY
046000             ELSE
046100                 PERFORM 2240-EASTER-RELATIVE
046200             END-IF
046300         END-IF
046400     END-IF
046500     IF WS-DATE-FOUND
046600         CALL "CALVALID" USING WS-GEN-DATE, WS-DATE-VALID-SW
046700         IF NOT WS-DATE-IS-VALID
046800             MOVE "N" TO WS-DATE-FOUND-SW
046900             MOVE "DATE FAILS CALVALID" TO WS-REASON
047000         END-IF
047100     END-IF
047200     .
047300 2200-EXIT.
047400     EXIT.
047500*--------------------------------------------------------------*
047600* 2210-FIXED-DATE - THE SAME MONTH AND DAY EVERY YEAR. A DAY    *
047700* THE MONTH DOES NOT HAVE THIS YEAR (FEB 29 OUTSIDE A LEAP      *
047800* YEAR) IS NO DATE, NOT AN ERROR.                               *
047900*--------------------------------------------------------------*
048000 2210-FIXED-DATE.
048100     MOVE HRL-MONTH TO WGN-MM
048200     MOVE HRL-DAY TO WGN-DD
048300     CALL "CALVALID" USING WS-GEN-DATE, WS-DATE-VALID-SW
048400     IF WS-DATE-IS-VALID
048500         MOVE "Y" TO WS-DATE-FOUND-SW
048600     ELSE
048700         MOVE "NO SUCH DAY THIS YEAR" TO WS-REASON
048800     END-IF
048900     .
049000 2210-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300* 2220-NTH-WEEKDAY - FROM THE WEEKDAY OF THE FIRST OF THE       *
049400* MONTH, THE FIRST WANTED WEEKDAY IS 0-6 DAYS ON AND EACH       *
049500* LATER OCCURRENCE A WEEK AFTER THAT. A FIFTH OCCURRENCE THE    *
049600* MONTH DOES NOT REACH IS NO DATE.                              *
049700*--------------------------------------------------------------*
049800 2220-NTH-WEEKDAY.
049900     MOVE HRL-MONTH TO WGN-MM
050000     MOVE 1 TO WGN-DD
050100     PERFORM 2600-GET-DAY-OF-WEEK
050200     COMPUTE WS-DAY-OFFSET =
050300         FUNCTION MOD(HRL-WEEKDAY - WS-WORK-DOW + 7, 7)
050400     COMPUTE WS-TARGET-DAY =
050500         1 + WS-DAY-OFFSET + (HRL-OCCURRENCE - 1) * 7
050600     CALL "CALMDAYS" USING WGN-CCYY, WS-YEAR-LEAP-FLAG,
050700         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
050800     IF WS-TARGET-DAY > WS-MAX-DAYS(WGN-MM)
050900         MOVE "WEEKDAY NOT IN MONTH" TO WS-REASON
051000     ELSE
051100         MOVE WS-TARGET-DAY TO WGN-DD
051200         MOVE "Y" TO WS-DATE-FOUND-SW
051300     END-IF
051400     .
051500 2220-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------*
051800* 2230-LAST-WEEKDAY - BACK FROM THE LAST DAY OF THE MONTH TO    *
051900* THE WANTED WEEKDAY, 0-6 DAYS.                                 *
052000*--------------------------------------------------------------*
052100 2230-LAST-WEEKDAY.
052200     MOVE HRL-MONTH TO WGN-MM
052300     CALL "CALMDAYS" USING WGN-CCYY, WS-YEAR-LEAP-FLAG,
052400         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
052500     MOVE WS-MAX-DAYS(WGN-MM) TO WGN-DD
052600     PERFORM 2600-GET-DAY-OF-WEEK
052700     COMPUTE WS-DAY-OFFSET =
052800         FUNCTION MOD(WS-WORK-DOW - HRL-WEEKDAY + 7, 7)
052900     SUBTRACT WS-DAY-OFFSET FROM WGN-DD
053000     MOVE "Y" TO WS-DATE-FOUND-SW
053100     .
053200 2230-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
053500* 2240-EASTER-RELATIVE - EASTER SUNDAY FOR THE TARGET YEAR,     *
053600* THEN THE RULE'S OFFSET WALKED ONE DAY AT A TIME SO MONTH      *
053700* ENDS FOLLOW CALMDAYS.                                         *
053800*--------------------------------------------------------------*
053900 2240-EASTER-RELATIVE.
054000     PERFORM 2250-COMPUTE-EASTER
054100     IF HRL-EASTER-OFFSET > 0
054200         MOVE HRL-EASTER-OFFSET TO WS-STEP-COUNT
054300         PERFORM 2610-ADVANCE-ONE-DAY WS-STEP-COUNT TIMES
054400     ELSE
054500         COMPUTE WS-STEP-COUNT = 0 - HRL-EASTER-OFFSET
054600         PERFORM 2620-BACK-ONE-DAY WS-STEP-COUNT TIMES
054700     END-IF
054800     MOVE "Y" TO WS-DATE-FOUND-SW
054900     .
055000 2240-EXIT.
055100     EXIT.
055200*--------------------------------------------------------------*
055300* 2250-COMPUTE-EASTER - GREGORIAN EASTER SUNDAY BY THE          *
055400* ANONYMOUS (MEEUS/JONES/BUTCHER) COMPUTUS, GOOD FOR EVERY      *
055500* YEAR LEAPTAB ACCEPTS. EVERY TERM IS A NON-NEGATIVE INTEGER;   *
055600* A COMPUTE INTO AN INTEGER FIELD TRUNCATES AS THE METHOD       *
055700* REQUIRES.                                                     *
055800*--------------------------------------------------------------*
055900 2250-COMPUTE-EASTER.
056000     COMPUTE EAS-A = FUNCTION MOD(WS-TARGET-YEAR, 19)
056100     DIVIDE WS-TARGET-YEAR BY 100 GIVING EAS-B REMAINDER EAS-C
056200     DIVIDE EAS-B BY 4 GIVING EAS-D REMAINDER EAS-E
056300     COMPUTE EAS-F = (EAS-B + 8) / 25
056400     COMPUTE EAS-G = (EAS-B - EAS-F + 1) / 3
056500     COMPUTE EAS-H = FUNCTION MOD(
056600         19 * EAS-A + EAS-B - EAS-D - EAS-G + 15, 30)
056700     DIVIDE EAS-C BY 4 GIVING EAS-I REMAINDER EAS-K
056800     COMPUTE EAS-L = FUNCTION MOD(
056900         32 + 2 * EAS-E + 2 * EAS-I - EAS-H - EAS-K, 7)
057000     COMPUTE EAS-M = (EAS-A + 11 * EAS-H + 22 * EAS-L) / 451
057100     COMPUTE EAS-N = EAS-H + EAS-L - 7 * EAS-M + 114
057200     DIVIDE EAS-N BY 31 GIVING WGN-MM REMAINDER EAS-P
057300     COMPUTE WGN-DD = EAS-P + 1
057400     .
057500 2250-EXIT.
057600     EXIT.
057700*--------------------------------------------------------------*
057800* 2300-APPLY-OBSERVANCE - MOVE A WEEKEND DATE UNDER THE RULE'S  *
057900* OBSERVANCE CODE. THE DATE AS THE RULE FELL IS KEPT FOR THE    *
058000* PROOF LIST.                                                   *
058100*--------------------------------------------------------------*
058200 2300-APPLY-OBSERVANCE.
058300     MOVE WS-GEN-DATE-X TO WS-RULE-DATE-X
058400     IF NOT HRL-OBSERVE-NONE
058500         PERFORM 2600-GET-DAY-OF-WEEK
058600         IF WS-WORK-DOW = 6
058700             IF HRL-OBSERVE-NEAREST
058800                 PERFORM 2620-BACK-ONE-DAY
058900             ELSE
059000                 IF HRL-OBSERVE-MONDAY
059100                     PERFORM 2610-ADVANCE-ONE-DAY 2 TIMES
059200                 END-IF
059300             END-IF
059400         ELSE
059500             IF WS-WORK-DOW = 7
059600                 PERFORM 2610-ADVANCE-ONE-DAY
059700             END-IF
059800         END-IF
059900     END-IF
060000     .
060100 2300-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------*
060400* 2400-POST-GENERATED-DATE - A DATE ALREADY ON THE HOLCAL       *
060500* MASTER FOR THE MARKET, OR ALREADY GENERATED FOR IT BY AN      *
060600* EARLIER RULE, IS FLAGGED AND NOT WRITTEN; ANY OTHER DATE      *
060700* GOES INTO THE MARKET'S TABLE IN DATE ORDER.                   *
060800*--------------------------------------------------------------*
060900 2400-POST-GENERATED-DATE.
061000     MOVE WS-GEN-DATE-X TO PRF-DATE
061100     IF WS-GEN-DATE-X NOT = WS-RULE-DATE-X
061200         MOVE "OBSERVED FROM " TO PRF-OBSERVED-TEXT
061300         MOVE WS-RULE-DATE-X TO PRF-OBSERVED-FROM
061400     END-IF
061500     PERFORM 2410-CHECK-HOLCAL
061600     IF WS-ON-HOLCAL
061700         ADD 1 TO WS-DATES-ON-HOLCAL
061800         MOVE "ON HOLCAL" TO PRF-RESULT
061900         PERFORM 2900-WRITE-PROOF-LINE
062000     ELSE
062100         PERFORM 2420-FIND-INSERT-POSITION
062200         IF WS-DUPLICATE-DATE
062300             ADD 1 TO WS-DATES-DUPLICATED
062400             MOVE "DUPLICATE" TO PRF-RESULT
062500             PERFORM 2900-WRITE-PROOF-LINE
062600         ELSE
062700             IF WS-GEN-COUNT >= 100
062800                 MOVE "MARKET TABLE FULL" TO WS-REASON
062900                 PERFORM 2910-WRITE-REJECT-LINE
063000             ELSE
063100                 PERFORM 2430-INSERT-GEN-ENTRY
063200                 MOVE "GENERATED" TO PRF-RESULT
063300                 PERFORM 2900-WRITE-PROOF-LINE
063400             END-IF
063500         END-IF
063600     END-IF
063700     .
063800 2400-EXIT.
063900     EXIT.
064000*--------------------------------------------------------------*
064100* 2410-CHECK-HOLCAL                                             *
064200*--------------------------------------------------------------*
064300 2410-CHECK-HOLCAL.
064400     MOVE "N" TO WS-ON-HOLCAL-SW
064500     PERFORM 2415-MATCH-HOLCAL-ENTRY
064600         VARYING HCL-IDX FROM 1 BY 1
064700         UNTIL HCL-IDX > WS-HOLCAL-COUNT OR WS-ON-HOLCAL
064800     .
064900 2410-EXIT.
065000     EXIT.
065100*--------------------------------------------------------------*
065200* 2415-MATCH-HOLCAL-ENTRY                                       *
065300*--------------------------------------------------------------*
065400 2415-MATCH-HOLCAL-ENTRY.
065500     IF HCL-TBL-MARKET(HCL-IDX) = HRL-MARKET-CODE
065600        AND HCL-TBL-DATE(HCL-IDX) = WS-GEN-DATE-X
065700         MOVE "Y" TO WS-ON-HOLCAL-SW
065800     END-IF
065900     .
066000 2415-EXIT.
066100     EXIT.
066200*--------------------------------------------------------------*
066300* 2420-FIND-INSERT-POSITION - THE FIRST TABLE ENTRY NOT BELOW   *
066400* THE NEW DATE; AN EQUAL ONE IS A DUPLICATE.                    *
066500*--------------------------------------------------------------*
066600 2420-FIND-INSERT-POSITION.
066700     MOVE "N" TO WS-DUPLICATE-SW
066800     MOVE "N" TO WS-POSITION-FOUND-SW
066900     MOVE 1 TO WS-INSERT-POS
067000     PERFORM 2425-STEP-INSERT-POSITION
067100         UNTIL WS-INSERT-POS > WS-GEN-COUNT
067200             OR WS-POSITION-FOUND
067300     .
067400 2420-EXIT.
067500     EXIT.
067600*--------------------------------------------------------------*
067700* 2425-STEP-INSERT-POSITION - PASS AN ENTRY BELOW THE NEW DATE, *
067800* OR STOP ON THE FIRST ONE THAT IS NOT.                         *
067900*--------------------------------------------------------------*
068000 2425-STEP-INSERT-POSITION.
068100     IF GEN-TBL-DATE(WS-INSERT-POS) < WS-GEN-DATE-X
068200         ADD 1 TO WS-INSERT-POS
068300     ELSE
068400         MOVE "Y" TO WS-POSITION-FOUND-SW
068500         IF GEN-TBL-DATE(WS-INSERT-POS) = WS-GEN-DATE-X
068600             MOVE "Y" TO WS-DUPLICATE-SW
068700         END-IF
068800     END-IF
068900     .
069000 2425-EXIT.
069100     EXIT.
069200*--------------------------------------------------------------*
069300* 2430-INSERT-GEN-ENTRY - OPEN A GAP AT THE INSERT POSITION BY  *
069400* SHIFTING THE LATER ENTRIES UP ONE, THEN FILL IT.              *
069500*--------------------------------------------------------------*
069600 2430-INSERT-GEN-ENTRY.
069700     ADD 1 TO WS-GEN-COUNT
069800     MOVE WS-GEN-COUNT TO WS-MOVE-POS
069900     PERFORM 2435-SHIFT-GEN-ENTRY
070000         UNTIL WS-MOVE-POS NOT > WS-INSERT-POS
070100     MOVE WS-GEN-DATE-X TO GEN-TBL-DATE(WS-INSERT-POS)
070200     MOVE HRL-DESCRIPTION TO GEN-TBL-DESCRIPTION(WS-INSERT-POS)
070300     .
070400 2430-EXIT.
070500     EXIT.
070600*--------------------------------------------------------------*
070700* 2435-SHIFT-GEN-ENTRY                                          *
070800*--------------------------------------------------------------*
070900 2435-SHIFT-GEN-ENTRY.
071000     MOVE WS-GEN-ENTRY(WS-MOVE-POS - 1)
071100         TO WS-GEN-ENTRY(WS-MOVE-POS)
071200     SUBTRACT 1 FROM WS-MOVE-POS
071300     .
071400 2435-EXIT.
071500     EXIT.
071600*--------------------------------------------------------------*
071700* 2600-GET-DAY-OF-WEEK - WEEKDAY OF WS-GEN-DATE, 1=MONDAY       *
071800* THROUGH 7=SUNDAY, BY BUSDAYS' ARITHMETIC: DAY NUMBER 1        *
071900* (1582-01-01) FELL ON A FRIDAY.                                *
072000*--------------------------------------------------------------*
072100 2600-GET-DAY-OF-WEEK.
072200     CALL "CALDAYNO" USING WS-GEN-DATE, WS-WORK-DAYNUM,
072300         WS-DAYNUM-RETURN-CODE
072400     COMPUTE WS-DOW-REMAINDER = FUNCTION MOD(WS-WORK-DAYNUM, 7)
072500     COMPUTE WS-WORK-DOW =
072600         FUNCTION MOD(WS-DOW-REMAINDER + 3, 7) + 1
072700     .
072800 2600-EXIT.
072900     EXIT.
073000*--------------------------------------------------------------*
073100* 2610-ADVANCE-ONE-DAY - ROLL WS-GEN-DATE FORWARD ONE DAY,      *
073200* USING CALMDAYS FOR THE MONTH LENGTH.                          *
073300*--------------------------------------------------------------*
073400 2610-ADVANCE-ONE-DAY.
073500     CALL "CALMDAYS" USING WGN-CCYY, WS-YEAR-LEAP-FLAG,
073600         WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
073700     IF WGN-DD < WS-MAX-DAYS(WGN-MM)
073800         ADD 1 TO WGN-DD
073900     ELSE
074000         MOVE 1 TO WGN-DD
074100         IF WGN-MM < 12
074200             ADD 1 TO WGN-MM
074300         ELSE
074400             MOVE 1 TO WGN-MM
074500             ADD 1 TO WGN-CCYY
074600         END-IF
074700     END-IF
074800     .
074900 2610-EXIT.
075000     EXIT.
075100*--------------------------------------------------------------*
075200* 2620-BACK-ONE-DAY - ROLL WS-GEN-DATE BACKWARD ONE DAY.        *
075300*--------------------------------------------------------------*
075400 2620-BACK-ONE-DAY.
075500     IF WGN-DD > 1
075600         SUBTRACT 1 FROM WGN-DD
075700     ELSE
075800         IF WGN-MM > 1
075900             SUBTRACT 1 FROM WGN-MM
076000         ELSE
076100             MOVE 12 TO WGN-MM
076200             SUBTRACT 1 FROM WGN-CCYY
076300         END-IF
076400         CALL "CALMDAYS" USING WGN-CCYY, WS-YEAR-LEAP-FLAG,
076500             WS-YEAR-RETURN-CODE, WS-MONTH-DAYS-TBL
076600         MOVE WS-MAX-DAYS(WGN-MM) TO WGN-DD
076700     END-IF
076800     .
076900 2620-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------*
077200* 2800-WRITE-MARKET-TRANS - ONE ADD TRANSACTION PER DATE HELD   *
077300* FOR THE MARKET JUST FINISHED, IN DATE ORDER, THEN EMPTY THE   *
077400* TABLE FOR THE NEXT MARKET.                                    *
077500*--------------------------------------------------------------*
077600 2800-WRITE-MARKET-TRANS.
077700     PERFORM 2810-WRITE-ONE-TRAN
077800         VARYING GEN-IDX FROM 1 BY 1
077900         UNTIL GEN-IDX > WS-GEN-COUNT
078000     MOVE 0 TO WS-GEN-COUNT
078100     .
078200 2800-EXIT.
078300     EXIT.
078400*--------------------------------------------------------------*
078500* 2810-WRITE-ONE-TRAN                                           *
078600*--------------------------------------------------------------*
078700 2810-WRITE-ONE-TRAN.
078800     MOVE SPACES TO TRAN-RECORD
078900     MOVE "A" TO HTR-ACTION
079000     MOVE WS-CURRENT-MARKET TO HTR-MARKET-CODE
079100     MOVE GEN-TBL-DATE(GEN-IDX) TO HTR-DATE
079200     MOVE GEN-TBL-DESCRIPTION(GEN-IDX) TO HTR-DESCRIPTION
079300     WRITE TRAN-RECORD
079400     ADD 1 TO WS-TRANS-WRITTEN
079500     .
079600 2810-EXIT.
079700     EXIT.
079800*--------------------------------------------------------------*
079900* 2900-WRITE-PROOF-LINE - THE RULE'S IDENTITY PLUS WHATEVER     *
080000* RESULT, DATE AND NOTE THE CALLER HAS ALREADY FILLED IN.       *
080100*--------------------------------------------------------------*
080200 2900-WRITE-PROOF-LINE.
080300     MOVE HRL-MARKET-CODE TO PRF-MARKET
080400     MOVE HRL-RULE-TYPE TO PRF-RULE-TYPE
080500     MOVE HRL-DESCRIPTION TO PRF-DESCRIPTION
080600     WRITE REPORT-LINE FROM WS-PROOF-LINE
080700     .
080800 2900-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------*
081100* 2910-WRITE-REJECT-LINE                                        *
081200*--------------------------------------------------------------*
081300 2910-WRITE-REJECT-LINE.
081400     ADD 1 TO WS-RULES-REJECTED
081500     MOVE "REJECTED" TO PRF-RESULT
081600     MOVE WS-REASON TO PRF-NOTE
081700     PERFORM 2900-WRITE-PROOF-LINE
081800     IF WS-CONDITION-CODE < 67
081900         MOVE 67 TO WS-CONDITION-CODE
082000     END-IF
082100     .
082200 2910-EXIT.
082300     EXIT.
082400*--------------------------------------------------------------*
082500* 2920-WRITE-NO-DATE-LINE                                       *
082600*--------------------------------------------------------------*
082700 2920-WRITE-NO-DATE-LINE.
082800     ADD 1 TO WS-RULES-NO-DATE
082900     MOVE "NO DATE" TO PRF-RESULT
083000     MOVE WS-REASON TO PRF-NOTE
083100     PERFORM 2900-WRITE-PROOF-LINE
083200     IF WS-CONDITION-CODE < 66
083300         MOVE 66 TO WS-CONDITION-CODE
083400     END-IF
083500     .
083600 2920-EXIT.
083700     EXIT.
083800*--------------------------------------------------------------*
083900* 3000-WRITE-TOTALS                                             *
084000*--------------------------------------------------------------*
084100 3000-WRITE-TOTALS.
084200     MOVE "RULES READ........." TO TOT-LABEL
084300     MOVE WS-RULES-READ TO TOT-COUNT
084400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
084500     MOVE "RULES REJECTED....." TO TOT-LABEL
084600     MOVE WS-RULES-REJECTED TO TOT-COUNT
084700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
084800     MOVE "RULES NOT IN FORCE." TO TOT-LABEL
084900     MOVE WS-RULES-NOT-IN-FORCE TO TOT-COUNT
085000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
085100     MOVE "RULES WITH NO DATE." TO TOT-LABEL
085200     MOVE WS-RULES-NO-DATE TO TOT-COUNT
085300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
085400     MOVE "DATES ON HOLCAL...." TO TOT-LABEL
085500     MOVE WS-DATES-ON-HOLCAL TO TOT-COUNT
085600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
085700     MOVE "DUPLICATE DATES...." TO TOT-LABEL
085800     MOVE WS-DATES-DUPLICATED TO TOT-COUNT
085900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
086000     MOVE "TRANS WRITTEN......" TO TOT-LABEL
086100     MOVE WS-TRANS-WRITTEN TO TOT-COUNT
086200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
086300     .
086400 3000-EXIT.
086500     EXIT.
086600*--------------------------------------------------------------*
086700* 9000-TERMINATE                                                *
086800*--------------------------------------------------------------*
086900 9000-TERMINATE.
087000     IF NOT WS-PARM-NOT-FOUND
087100         CLOSE PARM-FILE
087200     END-IF
087300     IF NOT WS-RULE-FILE-NOT-FOUND
087400         CLOSE RULE-FILE
087500     END-IF
087600     IF NOT WS-HOLIDAY-NOT-FOUND
087700         CLOSE HOLIDAY-FILE
087800     END-IF
087900     CLOSE TRAN-FILE
088000     CLOSE REPORT-FILE
088100     CANCEL "LEAP"
088200     PERFORM 9100-WRITE-RUN-STATISTICS
088300     IF WS-CONDITION-CODE > 0
088400         MOVE WS-CONDITION-CODE TO RETURN-CODE
088500     END-IF
088600     .
088700 9000-EXIT.
088800     EXIT.
088900*--------------------------------------------------------------*
089000* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED  *
089100* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT). *
089200*--------------------------------------------------------------*
089300 9100-WRITE-RUN-STATISTICS.
089400     OPEN EXTEND RUN-LOG-FILE
089500     IF WS-RUNLOG-NOT-FOUND
089600         OPEN OUTPUT RUN-LOG-FILE
089700     END-IF
089800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
089900     MOVE "HOLGEN" TO RUNS-PROGRAM-ID
090000     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
090100     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
090200     MOVE WS-RULES-READ TO RUNS-RECORDS-READ
090300     MOVE WS-TRANS-WRITTEN TO RUNS-RECORDS-WRITTEN
090400     MOVE WS-RULES-REJECTED TO RUNS-RECORDS-REJECTED
090500     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
090600     MOVE WS-CONDITION-CODE TO RUNS-CONDITION-CODE
090700     WRITE RUN-STATISTICS-RECORD
090800     CLOSE RUN-LOG-FILE
090900     .
091000 9100-EXIT.
091100     EXIT.
