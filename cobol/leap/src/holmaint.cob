002486*                SO OLD-FORMAT TRANSACTION DECKS AND THE OLD    *
002488*                MASTER MUST BOTH BE CONVERTED (BLANK MARKET    *
002490*                INSERTED) BEFORE THE FIRST RUN ON THIS LAYOUT. *
002491* 2026-10-15 RH  EVERY TRANSACTION ACTUALLY APPLIED TO THE      *
002492*                MASTER - AN ADD THAT BUILT A RECORD OR A       *
002493*                DELETE THAT DROPPED ONE - IS ALSO COPIED TO    *
002494*                THE HOLAPPLY LOG IN HOLTRAN LAYOUT, SO THE     *
002495*                HOLIMPCT IMPACT JOB CAN FIND THE SETTLEMENTS   *
002496*                THIS RUN'S CALENDAR CHANGES MOVED. REJECTED    *
002497*                CARDS NEVER REACH THE LOG. THE TRANSACTION     *
002498*                LAYOUT NOW COMES FROM THE HOLTRAN COPYBOOK     *
002499*                HOLGEN AND HOLIMPCT SHARE.                     *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003800     SELECT REPORT-FILE ASSIGN TO HOLMRPTO
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-FILE-STATUS.
004010     SELECT APPLIED-FILE ASSIGN TO HOLAPPLY
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-APPLIED-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRAN-FILE
004400     RECORDING MODE IS F.
004500     COPY HOLTRAN.
005500 FD  OLD-MASTER-FILE
005600     RECORDING MODE IS F.
005700     COPY HOLCAL.
006800 FD  REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  REPORT-LINE               PIC X(80).
007010 FD  APPLIED-FILE
007020     RECORDING MODE IS F.
007030 01  APPLIED-RECORD            PIC X(48).
007100 WORKING-STORAGE SECTION.
007200 01  WS-TRAN-FILE-STATUS       PIC X(02)   VALUE "00".
007300 01  WS-OLD-MASTER-STATUS      PIC X(02)   VALUE "00".
007400     88 WS-OLD-MASTER-NOT-FOUND            VALUE "35".
007500 01  WS-NEW-MASTER-STATUS      PIC X(02)   VALUE "00".
007600 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
007610 01  WS-APPLIED-FILE-STATUS    PIC X(02)   VALUE "00".
007700 01  WS-TRAN-EOF-SW            PIC X(01)   VALUE "N".
007800     88 WS-NO-MORE-TRANS                   VALUE "Y".
007900 01  WS-MASTER-EOF-SW          PIC X(01)   VALUE "N".
012900     END-IF
013000     OPEN OUTPUT NEW-MASTER-FILE
013100     OPEN OUTPUT REPORT-FILE
013110     OPEN OUTPUT APPLIED-FILE
013200     WRITE REPORT-LINE FROM WS-HEADING-1
013300     PERFORM 1100-GET-NEXT-MASTER
013400     PERFORM 1200-GET-NEXT-TRAN
026200         WRITE NEW-HOLIDAY-RECORD
026300         ADD 1 TO WS-TRANS-ADDED
026400         ADD 1 TO WS-MASTERS-WRITTEN
026410         WRITE APPLIED-RECORD FROM TRAN-RECORD
026500     ELSE
026600         MOVE "DATE NOT ON FILE" TO REJ-REASON
026700         PERFORM 1230-WRITE-REJECT-LINE
027600 2300-APPLY-MATCHED-TRAN.
027700     IF HTR-ACTION-DELETE
027800         ADD 1 TO WS-TRANS-DELETED
027810         WRITE APPLIED-RECORD FROM TRAN-RECORD
027900     ELSE
028000         MOVE "DATE ALREADY ON FILE" TO REJ-REASON
028100         PERFORM 1230-WRITE-REJECT-LINE
031900     END-IF
032000     CLOSE NEW-MASTER-FILE
032100     CLOSE REPORT-FILE
032110     CLOSE APPLIED-FILE
032200     .
032300 9000-EXIT.
032400     EXIT.
