000100*--------------------------------------------------------------*
000200* HOLRULE - HOLIDAY RULE RECORD: ONE RULE PER MARKET HOLIDAY,   *
000300* READ BY HOLGEN TO BUILD A YEAR'S HOLMAINT ADD TRANSACTIONS    *
000400* INSTEAD OF KEYING EVERY DATE BY HAND. THE FILE RUNS IN        *
000500* ASCENDING MARKET-CODE ORDER (SPACES IS THE DOMESTIC           *
000600* CALENDAR, AS ON HOLCAL). RULE TYPES:                          *
000700*   F  FIXED DATE - HRL-MONTH/HRL-DAY EVERY YEAR                *
000800*   N  NTH WEEKDAY - HRL-OCCURRENCE'TH HRL-WEEKDAY OF HRL-MONTH *
000900*   L  LAST WEEKDAY - LAST HRL-WEEKDAY OF HRL-MONTH             *
001000*   E  EASTER-RELATIVE - EASTER SUNDAY PLUS HRL-EASTER-OFFSET   *
001100*      DAYS (NEGATIVE FOR GOOD FRIDAY AND THE LIKE)             *
001200* WEEKDAYS RUN 1=MONDAY THROUGH 7=SUNDAY, AS BUSDAYS RETURNS    *
001300* THEM. THE OBSERVANCE CODE MOVES A DATE THAT FALLS ON A        *
001400* WEEKEND:                                                      *
001500*   SPACE  NONE - THE DATE STANDS WHERE IT FALLS                *
001600*   W      NEAREST WEEKDAY - SATURDAY TO FRIDAY, SUNDAY TO      *
001700*          MONDAY                                               *
001800*   M      MONDAY - SATURDAY AND SUNDAY BOTH TO MONDAY          *
001900*   S      SUNDAY ONLY - SUNDAY TO MONDAY, SATURDAY STANDS      *
002000* HRL-FIRST-YEAR AND HRL-LAST-YEAR BOUND THE YEARS THE RULE IS  *
002100* IN FORCE; ZERO IS OPEN-ENDED ON THAT SIDE.                    *
002200*--------------------------------------------------------------*
002300 01  HOLIDAY-RULE-RECORD.
002400     05 HRL-MARKET-CODE        PIC X(03).
002500     05 HRL-RULE-TYPE          PIC X(01).
002600         88 HRL-FIXED-DATE                 VALUE "F".
002700         88 HRL-NTH-WEEKDAY                VALUE "N".
002800         88 HRL-LAST-WEEKDAY               VALUE "L".
002900         88 HRL-EASTER-RELATIVE            VALUE "E".
003000         88 HRL-RULE-TYPE-KNOWN            VALUES "F" "N" "L" "E".
003100     05 HRL-MONTH              PIC 9(02).
003200     05 HRL-DAY                PIC 9(02).
003300     05 HRL-WEEKDAY            PIC 9(01).
003400     05 HRL-OCCURRENCE         PIC 9(01).
003500     05 HRL-EASTER-OFFSET      PIC S9(03)
003600                               SIGN IS LEADING SEPARATE.
003700     05 HRL-OBSERVANCE         PIC X(01).
003800         88 HRL-OBSERVE-NONE               VALUE SPACE.
003900         88 HRL-OBSERVE-NEAREST            VALUE "W".
004000         88 HRL-OBSERVE-MONDAY             VALUE "M".
004100         88 HRL-OBSERVE-SUNDAY-ONLY        VALUE "S".
004200         88 HRL-OBSERVANCE-KNOWN
004300                                   VALUES SPACE "W" "M" "S".
004400     05 HRL-FIRST-YEAR         PIC 9(04).
004500     05 HRL-LAST-YEAR          PIC 9(04).
004600     05 HRL-DESCRIPTION        PIC X(30).
004700     05 FILLER                 PIC X(27).
