002300*                A DATE CALVALID REJECTS, AN UNKNOWN FREQUENCY  *
002400*                OR A ZERO TERM GO TO THE REPORT AS REJECTS     *
002500*                AND PRODUCE NO SCHEDULE.                       *
002510* 2026-10-15 RH  ONE CLOSING RUN-STATISTICS RECORD (SEE         *
002520*                RUNSTATS) IS NOW APPENDED TO THE SHARED RUN    *
002530*                LOG AT END OF JOB, SO PIPERECN CAN CROSS-FOOT  *
002540*                THE SCHEDULE FILE AGAINST WHAT SCHEDGEN SAYS   *
002550*                IT WROTE.                                      *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003600     SELECT REPORT-FILE ASSIGN TO SCHDRPTO
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-FILE-STATUS.
003810     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS WS-RUNLOG-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PARM-FILE
005900 FD  REPORT-FILE
006000     RECORDING MODE IS F.
006100 01  REPORT-LINE               PIC X(80).
006110 FD  RUN-LOG-FILE
006120     RECORDING MODE IS F.
006130     COPY RUNSTATS.
006200 WORKING-STORAGE SECTION.
006300 01  WS-PARM-FILE-STATUS       PIC X(02)   VALUE "00".
006400 01  WS-SCHEDULE-STATUS        PIC X(02)   VALUE "00".
006500 01  WS-REPORT-FILE-STATUS     PIC X(02)   VALUE "00".
006510 01  WS-RUNLOG-STATUS          PIC X(02)   VALUE "00".
006520     88 WS-RUNLOG-NOT-FOUND                VALUE "35".
006600 01  WS-EOF-SW                 PIC X(01)   VALUE "N".
006700     88 WS-NO-MORE-PARMS                   VALUE "Y".
006800 01  WS-DATE-VALID-SW          PIC X(01)   VALUE "N".
008300                            ==CD-CCYY==       BY ==WP-CCYY==
008400                            ==CD-MM==         BY ==WP-MM==
008500                            ==CD-DD==         BY ==WP-DD==.
008510 01  WS-CURRENT-TIMESTAMP      PIC X(26).
008600 01  WS-COUNTERS.
008700     05 WS-PARMS-READ          PIC 9(05)   COMP   VALUE 0.
008800     05 WS-PARMS-REJECTED      PIC 9(05)   COMP   VALUE 0.
029300     CLOSE SCHEDULE-FILE
029400     CLOSE REPORT-FILE
029500     CANCEL "LEAP"
029510     PERFORM 9100-WRITE-RUN-STATISTICS
029600     .
029700 9000-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000* 9100-WRITE-RUN-STATISTICS - ONE CLOSING RECORD ON THE SHARED *
030100* RUN LOG FOR THE END-OF-SHIFT OPERATIONS SUMMARY (SEE OPSRPT) *
030200* AND PIPERECN'S CROSS-FOOT. SCHEDGEN SETS NO CONDITION CODE.  *
030300*--------------------------------------------------------------*
030400 9100-WRITE-RUN-STATISTICS.
030500     OPEN EXTEND RUN-LOG-FILE
030600     IF WS-RUNLOG-NOT-FOUND
030700         OPEN OUTPUT RUN-LOG-FILE
030800     END-IF
030900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
031000     MOVE "SCHEDGEN" TO RUNS-PROGRAM-ID
031100     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RUNS-RUN-DATE
031200     MOVE WS-CURRENT-TIMESTAMP(9:6) TO RUNS-RUN-TIME
031300     MOVE WS-PARMS-READ TO RUNS-RECORDS-READ
031400     MOVE WS-PAYMENTS-WRITTEN TO RUNS-RECORDS-WRITTEN
031500     MOVE WS-PARMS-REJECTED TO RUNS-RECORDS-REJECTED
031600     MOVE 0 TO RUNS-CHECKPOINTS-TAKEN
031700     MOVE 0 TO RUNS-CONDITION-CODE
031800     WRITE RUN-STATISTICS-RECORD
031900     CLOSE RUN-LOG-FILE
032000     .
032100 9100-EXIT.
032200     EXIT.
