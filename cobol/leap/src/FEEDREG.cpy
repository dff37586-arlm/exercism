000100*--------------------------------------------------------------*
000200* FEEDREG - FEED REGISTER RECORD. ONE RECORD IS APPENDED TO THE *
000300* REGISTER (FEEDREG) THROUGH THE FEEDCHK SERVICE FOR EVERY      *
000400* YEARCTL-CONTROLLED FEED A DRIVER (LEAPRPT, CALGEN, LEAPYY)    *
000500* HAS READ TO A BALANCED TRAILER: THE HEADER'S FEED SOURCE AND  *
000600* FEED DATE, THE CONSUMING PROGRAM, THE TRAILER COUNT AND HASH  *
000700* TOTAL, AND THE RUN DATE AND TIME. A RERUN SANCTIONED BY AN    *
000800* OPERATOR OVERRIDE CARD (FEEDOVR) CARRIES THE OVERRIDE FLAG    *
000900* AND THE AUTHORITY PUNCHED ON THE CARD. THE REGISTER IS READ   *
001000* BACK BY FEEDCHK BEFORE EACH RUN AND LISTED BY FEEDLIST.       *
001100*--------------------------------------------------------------*
001200 01  FEED-REGISTER-RECORD.
001300     05 FRG-FEED-SOURCE        PIC X(08).
001400     05 FRG-FEED-DATE          PIC 9(08).
001500     05 FRG-PROGRAM-ID         PIC X(08).
001600     05 FRG-RECORD-COUNT       PIC 9(07).
001700     05 FRG-HASH-TOTAL         PIC 9(09).
001800     05 FRG-RUN-DATE           PIC X(08).
001900     05 FRG-RUN-TIME           PIC X(06).
002000     05 FRG-OVERRIDE-FLAG      PIC X(01).
002100         88 FRG-OVERRIDE-RERUN             VALUE "Y".
002200     05 FRG-OVERRIDE-AUTHORITY PIC X(10).
002300     05 FILLER                 PIC X(15).
