000100*--------------------------------------------------------------*
000200* HOLTRAN - HOLIDAY CALENDAR TRANSACTION RECORD: ONE ADD OR     *
000300* DELETE CARD PER MARKET HOLIDAY DATE, THE INPUT HOLMAINT       *
000400* APPLIES TO THE HOLCAL MASTER. CARDS RUN IN ASCENDING          *
000500* MARKET-CODE/DATE ORDER, ONE TRANSACTION PER DATE. HOLGEN      *
000600* WRITES THIS LAYOUT FROM THE HOLRULE HOLIDAY RULES.            *
000700*--------------------------------------------------------------*
000800 01  TRAN-RECORD.
000900     05 HTR-ACTION             PIC X(01).
001000         88 HTR-ACTION-ADD                 VALUE "A".
001100         88 HTR-ACTION-DELETE              VALUE "D".
001200     05 HTR-MARKET-CODE        PIC X(03).
001300     05 HTR-DATE.
001400         10 HTR-CCYY           PIC 9(04).
001500         10 HTR-MM             PIC 9(02).
001600         10 HTR-DD             PIC 9(02).
001700     05 HTR-DESCRIPTION        PIC X(30).
001800     05 FILLER                 PIC X(06).
