001508*                RUNSTATS) IS NOW APPENDED TO THE SHARED RUN    *
001509*                LOG AT END OF JOB FOR THE END-OF-SHIFT         *
001511*                OPERATIONS SUMMARY (SEE OPSRPT).               *
001512* 2026-10-15 RH  THE FEED'S HEADER IS NOW CHECKED AGAINST THE   *
001513*                FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS *
001514*                PROCESSED. A FEED THIS PROGRAM HAS ALREADY     *
001515*                CONSUMED ENDS WITH CONDITION CODE 35, ONE      *
001516*                OLDER THAN THE LAST FEED ACCEPTED FROM ITS     *
001517*                SOURCE WITH 36, AND ONE WITH NO USABLE HEADER  *
001518*                WITH 37 - NOTHING IS REPORTED - UNLESS AN      *
001519*                OPERATOR OVERRIDE CARD (FEEDOVR) SANCTIONS THE *
001520*                RERUN. A FEED THAT BALANCES TO ITS TRAILER IS  *
001521*                ENTERED ON THE REGISTER AT END OF JOB.         *
001522*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
004930     05 FILLER                 PIC X(01)   VALUE SPACES.
004940     05 BAL-MESSAGE            PIC X(30).
004950     05 FILLER                 PIC X(28)   VALUE SPACES.
004952 01  WS-FEED-SOURCE            PIC X(08)   VALUE SPACES.
004954 01  WS-FEED-DATE              PIC 9(08)   VALUE 0.
004956 01  WS-LAST-FEED-DATE         PIC 9(08)   VALUE 0.
004958 01  WS-REGISTER-FUNCTION      PIC X(01)   VALUE SPACE.
004960 01  WS-REGISTER-PROGRAM-ID    PIC X(08)   VALUE "LEAPYY".
004962 01  WS-REGISTER-RETURN-CODE   PIC 9(02)   VALUE 0.
004964     88 WS-FEED-OVERRIDDEN                 VALUE 04.
004966     88 WS-FEED-ALREADY-CONSUMED           VALUE 08.
004968     88 WS-FEED-OUT-OF-SEQUENCE            VALUE 12.
004970     88 WS-FEED-DATE-INVALID               VALUE 99.
004972 01  WS-REGISTER-LINE.
004974     05 REG-PREFIX             PIC X(21).
004976     05 FILLER                 PIC X(01)   VALUE SPACES.
004978     05 REG-MESSAGE            PIC X(30).
004980     05 FILLER                 PIC X(01)   VALUE SPACES.
004982     05 REG-FEED-SOURCE        PIC X(08).
004984     05 FILLER                 PIC X(01)   VALUE SPACES.
004986     05 REG-FEED-DATE          PIC X(08).
004988     05 FILLER                 PIC X(10)   VALUE SPACES.
005000 PROCEDURE DIVISION.
005100 0000-MAINLINE.
005200     PERFORM 1000-INITIALIZE
005250     IF WS-FEED-CONDITION-CODE = 0
005300         PERFORM 2000-PROCESS-YEARS UNTIL WS-NO-MORE-YEARS
005350         PERFORM 3000-BALANCE-FEED-CONTROL
005360         PERFORM 3100-REGISTER-FEED
005370     END-IF
005400     PERFORM 9000-TERMINATE
005500     STOP RUN.
005600*--------------------------------------------------------------*
005700* 1000-INITIALIZE - THE FEED'S HEADER IS CHECKED AGAINST THE    *
005750* FEED REGISTER BEFORE ANY YEAR IS PROCESSED.                   *
005800*--------------------------------------------------------------*
005900 1000-INITIALIZE.
006000     OPEN INPUT YY-FILE
006100     OPEN OUTPUT REPORT-FILE
006200     PERFORM 1100-READ-YY-FILE
006250     PERFORM 1200-CHECK-FEED-REGISTER
006300     .
006400 1000-EXIT.
006500     EXIT.
007698 1120-APPLY-CONTROL-RECORD.
007700     IF CTL-HEADER-RECORD
007705         MOVE "Y" TO WS-HEADER-SEEN-SW
007706         MOVE CTL-FEED-SOURCE TO WS-FEED-SOURCE
007707         MOVE CTL-FEED-DATE TO WS-FEED-DATE
007710     ELSE
007715         MOVE "Y" TO WS-TRAILER-SEEN-SW
007720         MOVE CTL-RECORD-COUNT TO WS-TRAILER-COUNT
007740     .
007745 1120-EXIT.
007750     EXIT.
007751*--------------------------------------------------------------*
007752* 1200-CHECK-FEED-REGISTER - CHECK THE FEED'S HEADER AGAINST    *
007753* THE FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS PROCESSED. *
007754* A FEED ALREADY CONSUMED, ONE OLDER THAN THE LAST ACCEPTED     *
007755* FROM ITS SOURCE, OR ONE WITH NO USABLE HEADER PUTS A LINE ON  *
007756* THE REPORT AND SETS ITS OWN CONDITION CODE (SEE YEARCTL); A   *
007757* RERUN PASSED ON AN OPERATOR OVERRIDE CARD IS NOTED.           *
007758*--------------------------------------------------------------*
007759 1200-CHECK-FEED-REGISTER.
007760     MOVE SPACES TO REG-MESSAGE
007761     MOVE WS-FEED-SOURCE TO REG-FEED-SOURCE
007762     MOVE WS-FEED-DATE TO REG-FEED-DATE
007763     IF NOT WS-HEADER-SEEN
007764         MOVE 37 TO WS-FEED-CONDITION-CODE
007765         MOVE "NO HEADER RECORD" TO REG-MESSAGE
007766     ELSE
007767         MOVE "C" TO WS-REGISTER-FUNCTION
007768         PERFORM 1210-CALL-FEEDCHK
007769         IF WS-FEED-ALREADY-CONSUMED
007770             MOVE 35 TO WS-FEED-CONDITION-CODE
007771             MOVE "FEED ALREADY CONSUMED" TO REG-MESSAGE
007772         ELSE
007773             IF WS-FEED-OUT-OF-SEQUENCE
007774                 MOVE 36 TO WS-FEED-CONDITION-CODE
007775                 MOVE "OLDER THAN LAST FEED" TO REG-MESSAGE
007776                 MOVE WS-LAST-FEED-DATE TO REG-MESSAGE(22:8)
007777             ELSE
007778                 IF WS-FEED-DATE-INVALID
007779                     MOVE 37 TO WS-FEED-CONDITION-CODE
007780                     MOVE "HEADER FEED DATE INVALID"
007781                         TO REG-MESSAGE
007782                 END-IF
007783             END-IF
007784         END-IF
007785     END-IF
007786     IF WS-FEED-CONDITION-CODE > 0
007787         MOVE "FEED NOT ACCEPTED   -" TO REG-PREFIX
007788         WRITE REPORT-LINE FROM WS-REGISTER-LINE
007789     ELSE
007790         IF WS-FEED-OVERRIDDEN
007791             MOVE "FEED RERUN ACCEPTED -" TO REG-PREFIX
007792             MOVE "ON OPERATOR OVERRIDE" TO REG-MESSAGE
007793             WRITE REPORT-LINE FROM WS-REGISTER-LINE
007794         END-IF
007795     END-IF
007796     .
007797 1200-EXIT.
007798     EXIT.
007799*--------------------------------------------------------------*
007800* 1210-CALL-FEEDCHK - CHECK (C) OR REGISTER (R) THIS FEED.      *
007801*--------------------------------------------------------------*
007802 1210-CALL-FEEDCHK.
007803     CALL "FEEDCHK" USING WS-REGISTER-FUNCTION, WS-FEED-SOURCE,
007804         WS-FEED-DATE, WS-REGISTER-PROGRAM-ID, WS-TRAILER-COUNT,
007805         WS-TRAILER-HASH, WS-LAST-FEED-DATE,
007806         WS-REGISTER-RETURN-CODE
007807     .
007808 1210-EXIT.
007809     EXIT.
007700*--------------------------------------------------------------*
007800* 2000-PROCESS-YEARS - WINDOW THE 2-DIGIT YEAR THEN CALL LEAP. *
007900*--------------------------------------------------------------*
009618     .
009620 3000-EXIT.
009622     EXIT.
009627*--------------------------------------------------------------*
009632* 3100-REGISTER-FEED - A FEED THAT BALANCED TO ITS TRAILER IS   *
009637* ENTERED ON THE FEED REGISTER SO IT CANNOT BE CONSUMED AGAIN.  *
009642*--------------------------------------------------------------*
009647 3100-REGISTER-FEED.
009652     IF WS-FEED-CONDITION-CODE = 0
009657         MOVE "R" TO WS-REGISTER-FUNCTION
009662         PERFORM 1210-CALL-FEEDCHK
009667     END-IF
009672     .
009677 3100-EXIT.
009682     EXIT.
009687*--------------------------------------------------------------*
009692* 9000-TERMINATE                                                *
009700*--------------------------------------------------------------*
009800 9000-TERMINATE.
009900     CLOSE YY-FILE
