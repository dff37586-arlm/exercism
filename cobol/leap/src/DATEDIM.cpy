000100*--------------------------------------------------------------*
000200* DATEDIM - DATE-DIMENSION RECORD WRITTEN BY DATEDIM FOR THE    *
000300* DATA WAREHOUSE: ONE DETAIL RECORD PER CALENDAR DAY, BUILT     *
000400* FROM THE SAME SERVICES THIS SYSTEM SETTLES AND ACCRUES WITH.  *
000500* DAY NUMBER FROM CALDAYNO; DAY OF WEEK (1 MONDAY THROUGH 7     *
000600* SUNDAY) FROM BUSDAYS; LEAP FLAG AND MONTH LENGTH FROM THE     *
000700* CALFACTS MASTER; FISCAL YEAR, PERIOD AND QUARTER FROM FISCPER *
000800* (ZEROS FOR A DAY NO FISCDEF PERIOD COVERS). ONE ENTRY PER     *
000900* MARKET CALENDAR ON HOLCAL (THE DOMESTIC CALENDAR, CODE        *
001000* SPACES, ALWAYS FIRST): BUSINESS-DAY FLAG FROM BUSDAYS, THE    *
001100* HOLCAL DESCRIPTION WHEN THE DAY IS A HOLIDAY IN THAT MARKET,  *
001200* AND THE DAY'S ORDINAL AMONG THE MONTH'S BUSINESS DAYS (ZERO   *
001300* ON A NON-BUSINESS DAY). UNUSED MARKET ENTRIES ARE SPACES AND  *
001400* ZEROS. THE FILE IS BRACKETED BY A YEARCTL HEADER AND TRAILER  *
001500* WRITTEN INTO THE SAME 400-BYTE RECORD.                        *
001600*--------------------------------------------------------------*
001700 01  DATE-DIMENSION-RECORD.
001800     05 DDM-RECORD-TYPE        PIC X(03).
001900         88 DDM-DETAIL-RECORD              VALUE "DTL".
002000     05 DDM-CALENDAR-DATE.
002100         10 DDM-CCYY           PIC 9(04).
002200         10 DDM-MM             PIC 9(02).
002300         10 DDM-DD             PIC 9(02).
002400     05 DDM-DAY-NUMBER         PIC 9(09).
002500     05 DDM-DAY-OF-WEEK        PIC 9(01).
002600     05 DDM-DAY-OF-YEAR        PIC 9(03).
002700     05 DDM-LEAP-FLAG          PIC 9(01).
002800     05 DDM-MONTH-DAYS         PIC 9(02).
002900     05 DDM-MONTH-END-FLAG     PIC X(01).
003000         88 DDM-MONTH-END                  VALUE "Y".
003100     05 DDM-FISCAL-YEAR        PIC 9(04).
003200     05 DDM-FISCAL-PERIOD      PIC 9(02).
003300     05 DDM-FISCAL-QUARTER     PIC 9(01).
003400     05 DDM-MARKET-COUNT       PIC 9(02).
003500     05 DDM-MARKET-ENTRY OCCURS 10 TIMES.
003600         10 DDM-MARKET-CODE    PIC X(03).
003700         10 DDM-BUSINESS-DAY-FLAG PIC X(01).
003800             88 DDM-BUSINESS-DAY           VALUE "Y".
003900         10 DDM-HOLIDAY-DESCRIPTION PIC X(30).
004000         10 DDM-BUSINESS-DAY-ORDINAL PIC 9(02).
004100     05 FILLER                 PIC X(03).
