000100*--------------------------------------------------------------*
000200* GLJRNL - GENERAL-LEDGER JOURNAL EXTRACT RECORD WRITTEN BY THE *
000300* ACCRCLOS MONTH-END ACCRUAL CLOSE FOR THE GL LOAD. ONE HEADER  *
000400* (FISCAL YEAR, PERIOD, PERIOD END DATE, SOURCE), ONE DETAIL    *
000500* RECORD PER DEBIT OR CREDIT LEG, AND ONE TRAILER CARRYING THE  *
000600* DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS THE LOAD         *
000700* BALANCES AGAINST. EVERY RECORD IS TAGGED WITH THE FISCAL YEAR *
000800* AND PERIOD OF THE CLOSE. DETAIL ENTRY TYPE A IS THIS PERIOD'S *
000900* ACCRUAL, POSTED ON THE PERIOD END DATE; R IS THE REVERSAL OF  *
001000* THE PRIOR CLOSE'S ACCRUAL, POSTED ON THIS PERIOD'S FIRST DAY. *
001100*--------------------------------------------------------------*
001200 01  GL-JOURNAL-RECORD.
001300     05 GLJ-RECORD-TYPE        PIC X(03).
001400         88 GLJ-HEADER-RECORD              VALUE "HDR".
001500         88 GLJ-DETAIL-RECORD              VALUE "DTL".
001600         88 GLJ-TRAILER-RECORD             VALUE "TRL".
001700     05 GLJ-FISCAL-YEAR        PIC 9(04).
001800     05 GLJ-PERIOD-NUMBER      PIC 9(02).
001900     05 GLJ-DETAIL-FIELDS.
002000         10 GLJ-ENTRY-TYPE     PIC X(01).
002100             88 GLJ-ACCRUAL-ENTRY          VALUE "A".
002200             88 GLJ-REVERSAL-ENTRY         VALUE "R".
002300         10 GLJ-INSTRUMENT-KEY PIC X(10).
002400         10 GLJ-ACCOUNT        PIC X(10).
002500         10 GLJ-DEBIT-CREDIT   PIC X(01).
002600             88 GLJ-DEBIT                  VALUE "D".
002700             88 GLJ-CREDIT                 VALUE "C".
002800         10 GLJ-AMOUNT         PIC 9(11)V9(02).
002900         10 GLJ-POSTING-DATE   PIC 9(08).
003000     05 GLJ-HEADER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
003100         10 GLJ-PERIOD-END-DATE PIC 9(08).
003200         10 GLJ-SOURCE         PIC X(08).
003300         10 FILLER             PIC X(27).
003400     05 GLJ-TRAILER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
003500         10 GLJ-RECORD-COUNT   PIC 9(07).
003600         10 GLJ-TOTAL-DEBITS   PIC 9(13)V9(02).
003700         10 GLJ-TOTAL-CREDITS  PIC 9(13)V9(02).
003800         10 FILLER             PIC X(06).
003900     05 FILLER                 PIC X(28).
