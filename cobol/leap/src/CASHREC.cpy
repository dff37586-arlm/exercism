000100*--------------------------------------------------------------*
000200* CASHREC - PROJECTED CASH-LADDER EXTRACT RECORD WRITTEN BY     *
000300* CASHLADR FOR TREASURY'S FUNDING MODEL. ONE RECORD PER SETTLED *
000400* INTEREST PAYMENT ON OR AFTER THE LADDER'S AS-OF DATE: THE     *
000500* SETLREC DATES AND ROLL CODE, THE INSTRUMENT'S MARKET CALENDAR *
000600* CODE, THE ACCRREC INTEREST AMOUNT PAYABLE, AND THE LADDER     *
000700* BUCKET THE SETTLE DATE FELL IN. BUCKET TYPE D IS ONE OF THE   *
000800* DAILY BUCKETS (ONE PER BUSINESS DAY OF THE LADDER CALENDAR),  *
000900* W WEEKLY, M MONTHLY AND L EVERYTHING BEYOND THE LAST MONTHLY  *
001000* BUCKET (END DATE ALL NINES). THE ROLLED FLAG IS Y WHEN THE    *
001100* SETTLE DATE WAS MOVED OFF THE CONTRACT DATE BY A BUSINESS-DAY *
001200* ROLL.                                                         *
001300*--------------------------------------------------------------*
001400 01  CASH-LADDER-RECORD.
001500     05 CSH-AS-OF-DATE         PIC 9(08).
001600     05 CSH-INSTRUMENT-KEY     PIC X(10).
001700     05 CSH-PAYMENT-NUMBER     PIC 9(03).
001800     05 CSH-MARKET-CODE        PIC X(03).
001900     05 CSH-CONTRACT-DATE      PIC 9(08).
002000     05 CSH-SETTLE-DATE        PIC 9(08).
002100     05 CSH-ROLL-CODE          PIC X(01).
002200     05 CSH-ROLLED-FLAG        PIC X(01).
002300         88 CSH-ROLLED                     VALUE "Y".
002400         88 CSH-NOT-ROLLED                 VALUE "N".
002500     05 CSH-BUCKET-TYPE        PIC X(01).
002600         88 CSH-DAILY-BUCKET               VALUE "D".
002700         88 CSH-WEEKLY-BUCKET              VALUE "W".
002800         88 CSH-MONTHLY-BUCKET             VALUE "M".
002900         88 CSH-LATER-BUCKET               VALUE "L".
003000     05 CSH-BUCKET-NUMBER      PIC 9(02).
003100     05 CSH-BUCKET-END-DATE    PIC 9(08).
003200     05 CSH-INTEREST-AMOUNT    PIC 9(11)V9(02).
003300     05 FILLER                 PIC X(14).
