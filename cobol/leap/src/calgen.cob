001825*                DUPLICATES. CONSUMERS RANDOM-READ ONE YEAR     *
001826*                THROUGH THE NEW CALFLOOK SERVICE INSTEAD OF    *
001827*                EACH SCANNING FROM THE TOP.                    *
001828* 2026-10-15 RH  THE FEED'S HEADER IS NOW CHECKED AGAINST THE   *
001829*                FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS *
001830*                LOADED - THE SAME EXTRACT RUN TWICE DOUBLED A  *
001831*                CALFACTS LOAD. A FEED THIS PROGRAM HAS ALREADY *
001832*                CONSUMED ENDS WITH CONDITION CODE 35, ONE      *
001833*                OLDER THAN THE LAST FEED ACCEPTED FROM ITS     *
001834*                SOURCE WITH 36, AND ONE WITH NO USABLE HEADER  *
001835*                WITH 37, WITH AN OPERATOR MESSAGE AND NOTHING  *
001836*                LOADED, UNLESS AN OPERATOR OVERRIDE CARD       *
001837*                (FEEDOVR) SANCTIONS THE RERUN. A FEED THAT     *
001838*                BALANCES TO ITS TRAILER IS ENTERED ON THE      *
001839*                REGISTER AT END OF JOB.                        *
001840*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
005420     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
005430 01  WS-RECORDS-INVALID        PIC 9(07)   COMP   VALUE 0.
005440 01  WS-CURRENT-TIMESTAMP      PIC X(26).
005450 01  WS-FEED-SOURCE            PIC X(08)   VALUE SPACES.
005460 01  WS-FEED-DATE              PIC 9(08)   VALUE 0.
005470 01  WS-LAST-FEED-DATE         PIC 9(08)   VALUE 0.
005480 01  WS-REGISTER-FUNCTION      PIC X(01)   VALUE SPACE.
005490 01  WS-REGISTER-PROGRAM-ID    PIC X(08)   VALUE "CALGEN".
005500 01  WS-REGISTER-RETURN-CODE   PIC 9(02)   VALUE 0.
005510     88 WS-FEED-OVERRIDDEN                 VALUE 04.
005520     88 WS-FEED-ALREADY-CONSUMED           VALUE 08.
005530     88 WS-FEED-OUT-OF-SEQUENCE            VALUE 12.
005540     88 WS-FEED-DATE-INVALID               VALUE 99.
005550 01  WS-REGISTER-MESSAGE       PIC X(30)   VALUE SPACES.
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
006200     PERFORM 1000-INITIALIZE
006250     IF WS-FEED-CONDITION-CODE = 0
006300         PERFORM 2000-PROCESS-YEARS UNTIL WS-NO-MORE-YEARS
006350         PERFORM 3000-BALANCE-FEED-CONTROL
006360         PERFORM 3100-REGISTER-FEED
006370     END-IF
006400     PERFORM 9000-TERMINATE
006500     STOP RUN.
006600*--------------------------------------------------------------*
006700* 1000-INITIALIZE - THE FEED'S HEADER IS CHECKED AGAINST THE    *
006750* FEED REGISTER BEFORE ANYTHING IS LOADED.                      *
006800*--------------------------------------------------------------*
006900 1000-INITIALIZE.
007000     OPEN INPUT YEAR-FILE
007140         OPEN I-O CALFACTS-FILE
007150     END-IF
007200     PERFORM 1100-READ-YEAR-FILE
007250     PERFORM 1200-CHECK-FEED-REGISTER
007300     .
007400 1000-EXIT.
007500     EXIT.
008699 1120-APPLY-CONTROL-RECORD.
008700     IF CTL-HEADER-RECORD
008701         MOVE "Y" TO WS-HEADER-SEEN-SW
008702         MOVE CTL-FEED-SOURCE TO WS-FEED-SOURCE
008703         MOVE CTL-FEED-DATE TO WS-FEED-DATE
008704     ELSE
008705         MOVE "Y" TO WS-TRAILER-SEEN-SW
008706         MOVE CTL-RECORD-COUNT TO WS-TRAILER-COUNT
008707         MOVE CTL-HASH-TOTAL TO WS-TRAILER-HASH
008708     END-IF
008709     PERFORM 1110-READ-FEED-RECORD
008710     .
008711 1120-EXIT.
008712     EXIT.
008713*--------------------------------------------------------------*
008714* 1200-CHECK-FEED-REGISTER - CHECK THE FEED'S HEADER AGAINST    *
008715* THE FEED REGISTER (SEE FEEDCHK) BEFORE ANY YEAR IS LOADED. A  *
008716* FEED ALREADY CONSUMED, ONE OLDER THAN THE LAST ACCEPTED FROM  *
008717* ITS SOURCE, OR ONE WITH NO USABLE HEADER PUTS A MESSAGE ON    *
008718* THE OPERATOR CONSOLE AND SETS ITS OWN CONDITION CODE (SEE     *
008719* YEARCTL); A RERUN PASSED ON AN OPERATOR OVERRIDE CARD IS      *
008720* NOTED ON THE CONSOLE.                                         *
008721*--------------------------------------------------------------*
008722 1200-CHECK-FEED-REGISTER.
008723     MOVE SPACES TO WS-REGISTER-MESSAGE
008724     IF NOT WS-HEADER-SEEN
008725         MOVE 37 TO WS-FEED-CONDITION-CODE
008726         MOVE "NO HEADER RECORD" TO WS-REGISTER-MESSAGE
008727     ELSE
008728         MOVE "C" TO WS-REGISTER-FUNCTION
008729         PERFORM 1210-CALL-FEEDCHK
008730         IF WS-FEED-ALREADY-CONSUMED
008731             MOVE 35 TO WS-FEED-CONDITION-CODE
008732             MOVE "FEED ALREADY CONSUMED" TO WS-REGISTER-MESSAGE
008733         ELSE
008734             IF WS-FEED-OUT-OF-SEQUENCE
008735                 MOVE 36 TO WS-FEED-CONDITION-CODE
008736                 MOVE "OLDER THAN LAST FEED"
008737                     TO WS-REGISTER-MESSAGE
008738                 MOVE WS-LAST-FEED-DATE
008739                     TO WS-REGISTER-MESSAGE(22:8)
008740             ELSE
008741                 IF WS-FEED-DATE-INVALID
008742                     MOVE 37 TO WS-FEED-CONDITION-CODE
008743                     MOVE "HEADER FEED DATE INVALID"
008744                         TO WS-REGISTER-MESSAGE
008745                 END-IF
008746             END-IF
008747         END-IF
008748     END-IF
008749     IF WS-FEED-CONDITION-CODE > 0
008750         DISPLAY "CALGEN FEED NOT ACCEPTED - "
008751             WS-REGISTER-MESSAGE " " WS-FEED-SOURCE " "
008752             WS-FEED-DATE UPON CONSOLE
008753     ELSE
008754         IF WS-FEED-OVERRIDDEN
008755             DISPLAY "CALGEN FEED RERUN ACCEPTED ON OPERATOR "
008756                 "OVERRIDE - " WS-FEED-SOURCE " " WS-FEED-DATE
008757                 UPON CONSOLE
008758         END-IF
008759     END-IF
008760     .
008761 1200-EXIT.
008762     EXIT.
008763*--------------------------------------------------------------*
008764* 1210-CALL-FEEDCHK - CHECK (C) OR REGISTER (R) THIS FEED.      *
008765*--------------------------------------------------------------*
008766 1210-CALL-FEEDCHK.
008767     CALL "FEEDCHK" USING WS-REGISTER-FUNCTION, WS-FEED-SOURCE,
008768         WS-FEED-DATE, WS-REGISTER-PROGRAM-ID, WS-TRAILER-COUNT,
008769         WS-TRAILER-HASH, WS-LAST-FEED-DATE,
008770         WS-REGISTER-RETURN-CODE
008771     .
008772 1210-EXIT.
008773     EXIT.
008700*--------------------------------------------------------------*
008800* 2000-PROCESS-YEARS - BUILD THE MONTH-DAYS TABLE FOR THE YEAR *
008900* AND PUT ITS CALFACTS RECORD TO THE KEYED MASTER: REWRITE THE *
010526     .
010528 3000-EXIT.
010530     EXIT.
010532*--------------------------------------------------------------*
010534* 3100-REGISTER-FEED - A FEED THAT BALANCED TO ITS TRAILER IS   *
010536* ENTERED ON THE FEED REGISTER SO IT CANNOT BE LOADED AGAIN.    *
010538*--------------------------------------------------------------*
010540 3100-REGISTER-FEED.
010542     IF WS-FEED-CONDITION-CODE = 0
010544         MOVE "R" TO WS-REGISTER-FUNCTION
010546         PERFORM 1210-CALL-FEEDCHK
010548     END-IF
010550     .
010552 3100-EXIT.
010554     EXIT.
010556*--------------------------------------------------------------*
010558* 9000-TERMINATE                                                *
010600*--------------------------------------------------------------*
010700 9000-TERMINATE.
010800     CLOSE YEAR-FILE
