001300*   34  NO TRAILER RECORD - FEED TRUNCATED OR UNCONTROLLED     *
001400* THE HASH TOTAL IS THE SUM OF THE DETAIL YEAR VALUES, CARRIED *
001500* MODULO 10**9 ON BOTH SIDES.                                  *
001510* BEFORE A FEED IS PROCESSED ITS HEADER IS CHECKED AGAINST THE *
001515* FEED REGISTER (SEE FEEDCHK AND FEEDREG), AND THE FEED IS     *
001520* REFUSED WITH ITS OWN CONDITION CODE WHEN:                    *
001525*   35  THE PROGRAM HAS ALREADY CONSUMED THIS FEED             *
001530*   36  THE FEED DATE IS OLDER THAN THE LAST FEED THE PROGRAM  *
001535*       ACCEPTED FROM THE SAME SOURCE                          *
001540*   37  THERE IS NO HEADER RECORD, OR ITS FEED DATE IS INVALID *
001545* UNLESS AN OPERATOR OVERRIDE CARD (FEEDOVR) SANCTIONS THE     *
001550* RERUN. A FEED THAT BALANCES TO ITS TRAILER IS ENTERED ON THE *
001555* REGISTER AT END OF JOB.                                      *
001600*--------------------------------------------------------------*
001700 01  FEED-CONTROL-RECORD.
001800     05 CTL-RECORD-TYPE        PIC X(03).
