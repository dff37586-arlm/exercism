000100*--------------------------------------------------------------*
000200* PREMREC - PREMIUM DUE-DATE WORK RECORD WRITTEN BY PREMGEN,    *
000300* ONE PER PREMIUM FALLING DUE IN THE SCHEDULING WINDOW, IN      *
000400* LAPSE-NOTICE DATE ORDER (THEN POLICY KEY AND DUE DATE). THE   *
000500* RUN DATE DATES THE FILE. DUE DATE, GRACE END, EXPIRY AND      *
000600* NOTICE DATE ARE PREMDUE'S ANSWER: THE GRACE END IS THE DUE    *
000700* DATE PLUS THE POLICY'S GRACE DAYS, THE EXPIRY IS THE GRACE    *
000800* END ROLLED FORWARD TO A BUSINESS DAY, AND THE NOTICE DATE IS  *
000900* THE NOTICE-DAYS COUNT OF BUSINESS DAYS BEFORE THE EXPIRY.     *
001000* RULE APPLIED IS Y WHEN THE FEB 29 OR MONTH-END RULE CODE      *
001100* MOVED THE DUE DATE; EXPIRY ROLLED IS Y WHEN THE GRACE END WAS *
001200* NOT A BUSINESS DAY. THE SPAN FLAGS ARE Y WHEN THE GRACE       *
001300* PERIOD (THE DAY AFTER THE DUE DATE THROUGH THE EXPIRY)        *
001400* CROSSES A YEAR-END OR INCLUDES A FEB 29.                      *
001500*--------------------------------------------------------------*
001600 01  PREMIUM-DUE-RECORD.
001700     05 PRM-RUN-DATE           PIC 9(08).
001800     05 PRM-NOTICE-DATE        PIC 9(08).
001900     05 PRM-POLICY-KEY         PIC X(10).
002000     05 PRM-DUE-DATE           PIC 9(08).
002100     05 PRM-BILLING-MODE       PIC X(01).
002200     05 PRM-RULE-CODE          PIC X(01).
002300     05 PRM-RULE-APPLIED-SW    PIC X(01).
002400         88 PRM-RULE-APPLIED               VALUE "Y".
002500     05 PRM-GRACE-DAYS         PIC 9(03).
002600     05 PRM-GRACE-END-DATE     PIC 9(08).
002700     05 PRM-EXPIRY-DATE        PIC 9(08).
002800     05 PRM-EXPIRY-ROLLED-SW   PIC X(01).
002900         88 PRM-EXPIRY-ROLLED              VALUE "Y".
003000     05 PRM-NOTICE-DAYS        PIC 9(02).
003100     05 PRM-YEAR-END-SW        PIC X(01).
003200         88 PRM-SPANS-YEAR-END             VALUE "Y".
003300     05 PRM-LEAP-DAY-SW        PIC X(01).
003400         88 PRM-SPANS-LEAP-DAY             VALUE "Y".
003500     05 FILLER                 PIC X(19).
