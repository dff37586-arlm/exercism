000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEDCHK.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. POLICY SYSTEMS DIVISION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 2026-10-15 RH  ORIGINAL. FEED REGISTER SERVICE FOR THE        *
001100*                YEARCTL-CONTROLLED DRIVERS (LEAPRPT, CALGEN,   *
001200*                LEAPYY). HEADER/TRAILER BALANCING PROVES A     *
001300*                FEED IS COMPLETE BUT NOT THAT IT IS NEW - THE  *
001400*                SAME EXTRACT RUN TWICE DOUBLED A CALGEN LOAD.  *
001500*                FUNCTION C CHECKS A FEED'S HEADER (FEED        *
001600*                SOURCE, FEED DATE) FOR THE CALLING PROGRAM     *
001700*                AGAINST THE REGISTER (FEEDREG) BEFORE THE      *
001800*                DRIVER PROCESSES IT: A FEED THE PROGRAM HAS    *
001900*                ALREADY CONSUMED, OR ONE DATED BEFORE THE LAST *
002000*                FEED THE PROGRAM ACCEPTED FROM THAT SOURCE, IS *
002100*                REFUSED UNLESS AN OPERATOR OVERRIDE CARD       *
002200*                (FEEDOVR) NAMES THE SOURCE, FEED DATE AND AN   *
002300*                AUTHORITY FOR THE RERUN. FUNCTION R APPENDS    *
002400*                THE REGISTER RECORD (SEE FEEDREG) ONCE THE     *
002500*                DRIVER HAS BALANCED THE FEED TO ITS TRAILER.   *
002600*                THE REGISTER IS KEPT PER CONSUMING PROGRAM     *
002700*                BECAUSE LEAPRPT AND CALGEN EACH READ THE SAME  *
002800*                YEARIN FEED. RETURN CODES:                     *
002900*                  00  FEED ACCEPTED / REGISTERED               *
003000*                  04  FEED ACCEPTED UNDER OPERATOR OVERRIDE    *
003100*                  08  FEED ALREADY CONSUMED BY THIS PROGRAM    *
003200*                  10  BAD FUNCTION CODE                        *
003300*                  12  FEED OLDER THAN THE LAST ONE ACCEPTED    *
003400*                      FROM THE SOURCE                          *
003500*                  99  FEED DATE INVALID                        *
003600*                LK-LAST-FEED-DATE COMES BACK FROM A CHECK AS   *
003700*                THE LATEST FEED DATE ON THE REGISTER FOR THE   *
003800*                SOURCE AND PROGRAM (ZERO IF NONE) FOR THE      *
003900*                DRIVER'S OPERATOR MESSAGE. A MISSING REGISTER  *
004000*                IS AN EMPTY ONE; THE FIRST REGISTRATION        *
004100*                CREATES IT.                                    *
004200*--------------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT REGISTER-FILE ASSIGN TO FEEDREG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-REGISTER-STATUS.
004900     SELECT OVERRIDE-FILE ASSIGN TO FEEDOVR
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-OVERRIDE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REGISTER-FILE
005500     RECORDING MODE IS F.
005600     COPY FEEDREG.
005700 FD  OVERRIDE-FILE
005800     RECORDING MODE IS F.
005900 01  OVERRIDE-RECORD.
006000     05 FOV-FEED-SOURCE        PIC X(08).
006100     05 FOV-FEED-DATE          PIC 9(08).
006200     05 FOV-PROGRAM-ID         PIC X(08).
006300     05 FOV-AUTHORITY          PIC X(10).
006400     05 FILLER                 PIC X(46).
006500 WORKING-STORAGE SECTION.
006600 01  WS-REGISTER-STATUS        PIC X(02)   VALUE "00".
006700     88 WS-REGISTER-NOT-FOUND              VALUE "35".
006800 01  WS-OVERRIDE-STATUS        PIC X(02)   VALUE "00".
006900     88 WS-OVERRIDE-NOT-FOUND              VALUE "35".
007000 01  WS-REGISTER-EOF-SW        PIC X(01)   VALUE "N".
007100     88 WS-NO-MORE-REGISTER                VALUE "Y".
007200 01  WS-OVERRIDE-EOF-SW        PIC X(01)   VALUE "N".
007300     88 WS-NO-MORE-OVERRIDES               VALUE "Y".
007400 01  WS-FEED-CONSUMED-SW       PIC X(01)   VALUE "N".
007500     88 WS-FEED-CONSUMED                   VALUE "Y".
007600 01  WS-OVERRIDE-FOUND-SW      PIC X(01)   VALUE "N".
007700     88 WS-OVERRIDE-FOUND                  VALUE "Y".
007800 01  WS-OVERRIDE-SOURCE        PIC X(08)   VALUE SPACES.
007900 01  WS-OVERRIDE-DATE          PIC 9(08)   VALUE 0.
008000 01  WS-OVERRIDE-PROGRAM-ID    PIC X(08)   VALUE SPACES.
008100 01  WS-OVERRIDE-AUTHORITY     PIC X(10)   VALUE SPACES.
008200     COPY CALDATE REPLACING ==CALENDAR-DATE==
008300                            BY ==WS-CHECK-DATE==
008400                            ==CD-CCYY==       BY ==WCK-CCYY==
008500                            ==CD-MM==         BY ==WCK-MM==
008600                            ==CD-DD==         BY ==WCK-DD==.
008700 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
008800     88 WS-DATE-IS-VALID                   VALUE "Y".
008900 01  WS-CURRENT-TIMESTAMP      PIC X(26).
009000 LINKAGE SECTION.
009100 01  LK-FUNCTION-CODE          PIC X(01).
009200     88 LK-FUNC-CHECK-FEED                 VALUE "C".
009300     88 LK-FUNC-REGISTER-FEED              VALUE "R".
009400 01  LK-FEED-SOURCE            PIC X(08).
009500 01  LK-FEED-DATE              PIC 9(08).
009600 01  LK-PROGRAM-ID             PIC X(08).
009700 01  LK-RECORD-COUNT           PIC 9(07).
009800 01  LK-HASH-TOTAL             PIC 9(09).
009900 01  LK-LAST-FEED-DATE         PIC 9(08).
010000 01  LK-RETURN-CODE            PIC 9(02).
010100     88 LK-FEED-ACCEPTED                   VALUE 00.
010200     88 LK-FEED-OVERRIDDEN                 VALUE 04.
010300     88 LK-FEED-ALREADY-CONSUMED           VALUE 08.
010400     88 LK-BAD-FUNCTION-CODE               VALUE 10.
010500     88 LK-FEED-OUT-OF-SEQUENCE            VALUE 12.
010600     88 LK-INVALID-FEED-DATE               VALUE 99.
010700 PROCEDURE DIVISION USING LK-FUNCTION-CODE, LK-FEED-SOURCE,
010800     LK-FEED-DATE, LK-PROGRAM-ID, LK-RECORD-COUNT,
010900     LK-HASH-TOTAL, LK-LAST-FEED-DATE, LK-RETURN-CODE.
011000 0000-FEEDCHK-MAINLINE.
011100     MOVE 00 TO LK-RETURN-CODE
011200     IF LK-FUNC-CHECK-FEED
011300         PERFORM 1000-CHECK-FEED
011400     ELSE
011500         IF LK-FUNC-REGISTER-FEED
011600             PERFORM 2000-REGISTER-FEED
011700         ELSE
011800             MOVE 10 TO LK-RETURN-CODE
011900         END-IF
012000     END-IF
012100     EXIT PROGRAM.
012200*--------------------------------------------------------------*
012300* 1000-CHECK-FEED - PROVE THE FEED DATE, SCAN THE REGISTER FOR  *
012400* THE SOURCE AND PROGRAM, AND LOOK FOR AN OVERRIDE CARD ONLY    *
012500* WHEN THE FEED WOULD OTHERWISE BE REFUSED.                     *
012600*--------------------------------------------------------------*
012700 1000-CHECK-FEED.
012800     MOVE 0 TO LK-LAST-FEED-DATE
012900     MOVE "N" TO WS-FEED-CONSUMED-SW
013000     MOVE "N" TO WS-OVERRIDE-FOUND-SW
013100     MOVE LK-FEED-DATE TO WS-CHECK-DATE
013200     CALL "CALVALID" USING WS-CHECK-DATE, WS-DATE-VALID-SW
013300     IF NOT WS-DATE-IS-VALID
013400         MOVE 99 TO LK-RETURN-CODE
013500     ELSE
013600         PERFORM 1100-SCAN-REGISTER
013700         IF WS-FEED-CONSUMED
013800            OR LK-FEED-DATE < LK-LAST-FEED-DATE
013900             PERFORM 1300-FIND-OVERRIDE-CARD
014000             IF WS-OVERRIDE-FOUND
014100                 MOVE 04 TO LK-RETURN-CODE
014200             ELSE
014300                 IF WS-FEED-CONSUMED
014400                     MOVE 08 TO LK-RETURN-CODE
014500                 ELSE
014600                     MOVE 12 TO LK-RETURN-CODE
014700                 END-IF
014800             END-IF
014900         END-IF
015000     END-IF
015100     .
015200 1000-EXIT.
015300     EXIT.
015400*--------------------------------------------------------------*
015500* 1100-SCAN-REGISTER - READ THE WHOLE REGISTER; ONLY ENTRIES    *
015600* FOR THIS SOURCE AND THIS CONSUMING PROGRAM COUNT.             *
015700*--------------------------------------------------------------*
015800 1100-SCAN-REGISTER.
015900     MOVE "N" TO WS-REGISTER-EOF-SW
016000     OPEN INPUT REGISTER-FILE
016100     IF NOT WS-REGISTER-NOT-FOUND
016200         PERFORM 1110-READ-REGISTER
016300         PERFORM 1120-MATCH-REGISTER-ENTRY
016400             UNTIL WS-NO-MORE-REGISTER
016500         CLOSE REGISTER-FILE
016600     END-IF
016700     .
016800 1100-EXIT.
016900     EXIT.
017000*--------------------------------------------------------------*
017100* 1110-READ-REGISTER                                            *
017200*--------------------------------------------------------------*
017300 1110-READ-REGISTER.
017400     READ REGISTER-FILE
017500         AT END
017600             MOVE "Y" TO WS-REGISTER-EOF-SW
017700     END-READ
017800     .
017900 1110-EXIT.
018000     EXIT.
018100*--------------------------------------------------------------*
018200* 1120-MATCH-REGISTER-ENTRY - NOTE A FEED ALREADY CONSUMED AND  *
018300* KEEP THE LATEST FEED DATE ACCEPTED, THEN READ ON.             *
018400*--------------------------------------------------------------*
018500 1120-MATCH-REGISTER-ENTRY.
018600     IF FRG-FEED-SOURCE = LK-FEED-SOURCE
018700        AND FRG-PROGRAM-ID = LK-PROGRAM-ID
018800         IF FRG-FEED-DATE = LK-FEED-DATE
018900             MOVE "Y" TO WS-FEED-CONSUMED-SW
019000         END-IF
019100         IF FRG-FEED-DATE > LK-LAST-FEED-DATE
019200             MOVE FRG-FEED-DATE TO LK-LAST-FEED-DATE
019300         END-IF
019400     END-IF
019500     PERFORM 1110-READ-REGISTER
019600     .
019700 1120-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------*
020000* 1300-FIND-OVERRIDE-CARD - A CARD SANCTIONS THE RERUN WHEN IT  *
020100* NAMES THE SOURCE AND FEED DATE, EITHER THIS PROGRAM OR NO     *
020200* PROGRAM, AND AN AUTHORITY. THE CARD IS REMEMBERED SO THE      *
020300* REGISTRATION AT END OF JOB CARRIES IT.                        *
020400*--------------------------------------------------------------*
020500 1300-FIND-OVERRIDE-CARD.
020600     MOVE "N" TO WS-OVERRIDE-EOF-SW
020700     OPEN INPUT OVERRIDE-FILE
020800     IF NOT WS-OVERRIDE-NOT-FOUND
020900         PERFORM 1310-READ-OVERRIDE
021000         PERFORM 1320-MATCH-OVERRIDE-CARD
021100             UNTIL WS-NO-MORE-OVERRIDES OR WS-OVERRIDE-FOUND
021200         CLOSE OVERRIDE-FILE
021300     END-IF
021400     .
021500 1300-EXIT.
021600     EXIT.
021700*--------------------------------------------------------------*
021800* 1310-READ-OVERRIDE                                            *
021900*--------------------------------------------------------------*
022000 1310-READ-OVERRIDE.
022100     READ OVERRIDE-FILE
022200         AT END
022300             MOVE "Y" TO WS-OVERRIDE-EOF-SW
022400     END-READ
022500     .
022600 1310-EXIT.
022700     EXIT.
022800*--------------------------------------------------------------*
022900* 1320-MATCH-OVERRIDE-CARD                                      *
023000*--------------------------------------------------------------*
023100 1320-MATCH-OVERRIDE-CARD.
023200     IF FOV-FEED-SOURCE = LK-FEED-SOURCE
023300        AND FOV-FEED-DATE = LK-FEED-DATE
023400        AND (FOV-PROGRAM-ID = LK-PROGRAM-ID
023500             OR FOV-PROGRAM-ID = SPACES)
023600        AND FOV-AUTHORITY NOT = SPACES
023700         MOVE "Y" TO WS-OVERRIDE-FOUND-SW
023800         MOVE LK-FEED-SOURCE TO WS-OVERRIDE-SOURCE
023900         MOVE LK-FEED-DATE TO WS-OVERRIDE-DATE
024000         MOVE LK-PROGRAM-ID TO WS-OVERRIDE-PROGRAM-ID
024100         MOVE FOV-AUTHORITY TO WS-OVERRIDE-AUTHORITY
024200     ELSE
024300         PERFORM 1310-READ-OVERRIDE
024400     END-IF
024500     .
024600 1320-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------*
024900* 2000-REGISTER-FEED - APPEND ONE REGISTER RECORD, STAMPED      *
025000* WITH THE SAME CURRENT-DATE SOURCE AS THE RUN LOG. THE         *
025100* OVERRIDE FLAG IS SET WHEN THIS RUN'S CHECK WAS PASSED ON AN   *
025200* OVERRIDE CARD FOR THE SAME FEED.                              *
025300*--------------------------------------------------------------*
025400 2000-REGISTER-FEED.
025500     OPEN EXTEND REGISTER-FILE
025600     IF WS-REGISTER-NOT-FOUND
025700         OPEN OUTPUT REGISTER-FILE
025800     END-IF
025900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
026000     MOVE SPACES TO FEED-REGISTER-RECORD
026100     MOVE LK-FEED-SOURCE TO FRG-FEED-SOURCE
026200     MOVE LK-FEED-DATE TO FRG-FEED-DATE
026300     MOVE LK-PROGRAM-ID TO FRG-PROGRAM-ID
026400     MOVE LK-RECORD-COUNT TO FRG-RECORD-COUNT
026500     MOVE LK-HASH-TOTAL TO FRG-HASH-TOTAL
026600     MOVE WS-CURRENT-TIMESTAMP(1:8) TO FRG-RUN-DATE
026700     MOVE WS-CURRENT-TIMESTAMP(9:6) TO FRG-RUN-TIME
026800     IF WS-OVERRIDE-FOUND
026900        AND WS-OVERRIDE-SOURCE = LK-FEED-SOURCE
027000        AND WS-OVERRIDE-DATE = LK-FEED-DATE
027100        AND WS-OVERRIDE-PROGRAM-ID = LK-PROGRAM-ID
027200         MOVE "Y" TO FRG-OVERRIDE-FLAG
027300         MOVE WS-OVERRIDE-AUTHORITY TO FRG-OVERRIDE-AUTHORITY
027400     ELSE
027500         MOVE "N" TO FRG-OVERRIDE-FLAG
027600     END-IF
027700     WRITE FEED-REGISTER-RECORD
027800     CLOSE REGISTER-FILE
027900     .
028000 2000-EXIT.
028100     EXIT.
