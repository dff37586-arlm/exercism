002214*                OPERATIONS SUMMARY (SEE OPSRPT) SEES THIS      *
002215*                RUN'S COUNTS AND CONDITION CODE WITHOUT THE    *
002216*                OPERATOR OPENING LEAPRPTO.                     *
002217* 2026-10-15 RH  THE FEED'S HEADER IS NOW CHECKED AGAINST THE   *
002218*                FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS *
002219*                PROCESSED. A FEED THIS PROGRAM HAS ALREADY     *
002220*                CONSUMED ENDS WITH CONDITION CODE 35, ONE      *
002221*                OLDER THAN THE LAST FEED ACCEPTED FROM ITS     *
002222*                SOURCE WITH 36, AND ONE WITH NO USABLE HEADER  *
002223*                WITH 37 - NOTHING IS REPORTED - UNLESS AN      *
002224*                OPERATOR OVERRIDE CARD (FEEDOVR) SANCTIONS THE *
002225*                RERUN. A FEED THAT BALANCES TO ITS TRAILER IS  *
002226*                ENTERED ON THE REGISTER AT END OF JOB.         *
002227*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
009930     05 FILLER                 PIC X(01)   VALUE SPACES.
009940     05 BAL-MESSAGE            PIC X(30).
009950     05 FILLER                 PIC X(28)   VALUE SPACES.
009951 01  WS-FEED-SOURCE            PIC X(08)   VALUE SPACES.
009952 01  WS-FEED-DATE              PIC 9(08)   VALUE 0.
009953 01  WS-LAST-FEED-DATE         PIC 9(08)   VALUE 0.
009954 01  WS-REGISTER-FUNCTION      PIC X(01)   VALUE SPACE.
009955 01  WS-REGISTER-PROGRAM-ID    PIC X(08)   VALUE "LEAPRPT".
009956 01  WS-REGISTER-RETURN-CODE   PIC 9(02)   VALUE 0.
009957     88 WS-FEED-OVERRIDDEN                 VALUE 04.
009958     88 WS-FEED-ALREADY-CONSUMED           VALUE 08.
009959     88 WS-FEED-OUT-OF-SEQUENCE            VALUE 12.
009960     88 WS-FEED-DATE-INVALID               VALUE 99.
009961 01  WS-REGISTER-LINE.
009962     05 REG-PREFIX             PIC X(21).
009963     05 FILLER                 PIC X(01)   VALUE SPACES.
009964     05 REG-MESSAGE            PIC X(30).
009965     05 FILLER                 PIC X(01)   VALUE SPACES.
009966     05 REG-FEED-SOURCE        PIC X(08).
009967     05 FILLER                 PIC X(01)   VALUE SPACES.
009968     05 REG-FEED-DATE          PIC X(08).
009969     05 FILLER                 PIC X(10)   VALUE SPACES.
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE
010250     IF WS-FEED-CONDITION-CODE = 0
010300         PERFORM 2000-PROCESS-YEARS UNTIL WS-NO-MORE-YEARS
010400         PERFORM 3000-WRITE-TOTALS
010450         PERFORM 3100-BALANCE-FEED-CONTROL
010460         PERFORM 3200-REGISTER-FEED
010470     END-IF
010500     PERFORM 9000-TERMINATE
010600     STOP RUN.
010700*--------------------------------------------------------------*
010800* 1000-INITIALIZE - READ THE RESTART PARAMETER, POSITION THE   *
010900* YEAR FILE PAST ANY YEARS ALREADY COMPLETED ON A PRIOR RUN.   *
010950* THE FEED'S HEADER IS THEN CHECKED AGAINST THE FEED REGISTER.  *
011000*--------------------------------------------------------------*
011100 1000-INITIALIZE.
011200     OPEN INPUT YEAR-FILE
012700     PERFORM 1100-READ-YEAR-FILE
012800     PERFORM 1200-SKIP-TO-RESTART-YEAR
012900         UNTIL WS-NO-MORE-YEARS OR YR-YEAR > WS-RESTART-YEAR
012950     PERFORM 1400-CHECK-FEED-REGISTER
013000     .
013100 1000-EXIT.
013200     EXIT.
014440 1120-APPLY-CONTROL-RECORD.
014450     IF CTL-HEADER-RECORD
014460         MOVE "Y" TO WS-HEADER-SEEN-SW
014461         MOVE CTL-FEED-SOURCE TO WS-FEED-SOURCE
014462         MOVE CTL-FEED-DATE TO WS-FEED-DATE
014470     ELSE
014480         MOVE "Y" TO WS-TRAILER-SEEN-SW
014485         MOVE CTL-RECORD-COUNT TO WS-TRAILER-COUNT
016160     .
016170 1350-EXIT.
016180     EXIT.
016181*--------------------------------------------------------------*
016182* 1400-CHECK-FEED-REGISTER - CHECK THE FEED'S HEADER AGAINST    *
016183* THE FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS PROCESSED. *
016184* A FEED ALREADY CONSUMED, ONE OLDER THAN THE LAST ACCEPTED     *
016185* FROM ITS SOURCE, OR ONE WITH NO USABLE HEADER PUTS A LINE ON  *
016186* THE REPORT AND SETS ITS OWN CONDITION CODE (SEE YEARCTL); A   *
016187* RERUN PASSED ON AN OPERATOR OVERRIDE CARD IS NOTED.           *
016188*--------------------------------------------------------------*
016189 1400-CHECK-FEED-REGISTER.
016190     MOVE SPACES TO REG-MESSAGE
016191     MOVE WS-FEED-SOURCE TO REG-FEED-SOURCE
016192     MOVE WS-FEED-DATE TO REG-FEED-DATE
016193     IF NOT WS-HEADER-SEEN
016194         MOVE 37 TO WS-FEED-CONDITION-CODE
016195         MOVE "NO HEADER RECORD" TO REG-MESSAGE
016196     ELSE
016197         MOVE "C" TO WS-REGISTER-FUNCTION
016198         PERFORM 1410-CALL-FEEDCHK
016199         IF WS-FEED-ALREADY-CONSUMED
016200             MOVE 35 TO WS-FEED-CONDITION-CODE
016201             MOVE "FEED ALREADY CONSUMED" TO REG-MESSAGE
016202         ELSE
016203             IF WS-FEED-OUT-OF-SEQUENCE
016204                 MOVE 36 TO WS-FEED-CONDITION-CODE
016205                 MOVE "OLDER THAN LAST FEED" TO REG-MESSAGE
016206                 MOVE WS-LAST-FEED-DATE TO REG-MESSAGE(22:8)
016207             ELSE
016208                 IF WS-FEED-DATE-INVALID
016209                     MOVE 37 TO WS-FEED-CONDITION-CODE
016210                     MOVE "HEADER FEED DATE INVALID"
016211                         TO REG-MESSAGE
016212                 END-IF
016213             END-IF
016214         END-IF
016215     END-IF
016216     IF WS-FEED-CONDITION-CODE > 0
016217         MOVE "FEED NOT ACCEPTED   -" TO REG-PREFIX
016218         WRITE REPORT-LINE FROM WS-REGISTER-LINE
016219     ELSE
016220         IF WS-FEED-OVERRIDDEN
016221             MOVE "FEED RERUN ACCEPTED -" TO REG-PREFIX
016222             MOVE "ON OPERATOR OVERRIDE" TO REG-MESSAGE
016223             WRITE REPORT-LINE FROM WS-REGISTER-LINE
016224         END-IF
016225     END-IF
016226     .
016227 1400-EXIT.
016228     EXIT.
016229*--------------------------------------------------------------*
016230* 1410-CALL-FEEDCHK - CHECK (C) OR REGISTER (R) THIS FEED.      *
016231*--------------------------------------------------------------*
016232 1410-CALL-FEEDCHK.
016233     CALL "FEEDCHK" USING WS-REGISTER-FUNCTION, WS-FEED-SOURCE,
016234         WS-FEED-DATE, WS-REGISTER-PROGRAM-ID, WS-TRAILER-COUNT,
016235         WS-TRAILER-HASH, WS-LAST-FEED-DATE,
016236         WS-REGISTER-RETURN-CODE
016237     .
016238 1410-EXIT.
016239     EXIT.
016240*--------------------------------------------------------------*
016241* 2000-PROCESS-YEARS - CALL LEAP FOR EACH YEAR ON THE FILE AND *
016242* WRITE ONE DETAIL LINE PER RECORD.                            *
016243*--------------------------------------------------------------*
016300 2000-PROCESS-YEARS.
016400     CALL "LEAPTAB" USING YR-YEAR, WS-LEAP-FLAG, WS-RETURN-CODE
016500     ADD 1 TO WS-TOTAL-YEARS
021400     .
021410 3100-EXIT.
021420     EXIT.
021425*--------------------------------------------------------------*
021430* 3200-REGISTER-FEED - A FEED THAT BALANCED TO ITS TRAILER IS   *
021435* ENTERED ON THE FEED REGISTER SO IT CANNOT BE CONSUMED AGAIN.  *
021440*--------------------------------------------------------------*
021445 3200-REGISTER-FEED.
021450     IF WS-FEED-CONDITION-CODE = 0
021455         MOVE "R" TO WS-REGISTER-FUNCTION
021460         PERFORM 1410-CALL-FEEDCHK
021465     END-IF
021470     .
021475 3200-EXIT.
021480     EXIT.
021485*--------------------------------------------------------------*
021490* 9000-TERMINATE                                                *
021495*--------------------------------------------------------------*
021500 9000-TERMINATE.
021600     CLOSE YEAR-FILE
021700     CLOSE REPORT-FILE
