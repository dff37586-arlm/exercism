000100*--------------------------------------------------------------*
000200* POLEXTR - POLICY EXTRACT RECORD FROM THE POLICY SYSTEM, READ  *
000300* BY ANNIVGEN FOR THE RENEWAL CALENDAR AND BY PREMGEN FOR THE   *
000400* PREMIUM DUE-DATE SCHEDULE. THE ISSUE DATE IS IN CALDATE SHAPE *
000500* AND THE RULE CODE IS THE POLANNIV FEB 29 RULE (P PRIOR DAY, N *
000600* NEXT DAY); IT MUST BE SET ON A FEB 29 ISSUE. ON ANY OTHER     *
000700* ISSUE IT IS ONLY READ WHEN A PREMIUM FALLS DUE IN A MONTH TOO *
000800* SHORT FOR THE ISSUE DAY, AND THERE A BLANK IS TAKEN AS P.     *
000900* BILLING MODE IS A ANNUAL, S SEMI-ANNUAL, Q QUARTERLY OR M     *
001000* MONTHLY; GRACE DAYS IS THE NUMBER OF CALENDAR DAYS AFTER A    *
001100* DUE DATE BEFORE THE POLICY LAPSES FOR NON-PAYMENT.            *
001200*--------------------------------------------------------------*
001300 01  POLICY-RECORD.
001400     05 PX-POLICY-KEY          PIC X(10).
001500     05 PX-ISSUE-DATE.
001600         10 PX-ISSUE-CCYY      PIC 9(04).
001700         10 PX-ISSUE-MM        PIC 9(02).
001800         10 PX-ISSUE-DD        PIC 9(02).
001900     05 PX-RULE-CODE           PIC X(01).
002000     05 PX-BILLING-MODE        PIC X(01).
002100         88 PX-ANNUAL-MODE                 VALUE "A".
002200         88 PX-SEMI-ANNUAL-MODE            VALUE "S".
002300         88 PX-QUARTERLY-MODE              VALUE "Q".
002400         88 PX-MONTHLY-MODE                VALUE "M".
002500     05 PX-GRACE-DAYS          PIC 9(03).
002600     05 FILLER                 PIC X(57).
