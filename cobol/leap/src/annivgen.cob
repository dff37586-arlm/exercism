003000*                SCHEDULE. ONE CLOSING RUN-STATISTICS RECORD     *
003100*                (SEE RUNSTATS) GOES TO THE SHARED RUN LOG AT    *
003200*                END OF JOB.                                     *
003210* 2026-10-15 RH  POLICY EXTRACT LAYOUT MOVED TO THE POLEXTR      *
003220*                COPYBOOK, NOW SHARED WITH PREMGEN AND EXTENDED  *
003230*                WITH BILLING MODE AND GRACE DAYS. NO CHANGE TO  *
003240*                THE RENEWAL CALENDAR.                           *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005800     05 FILLER                 PIC X(76).
005900 FD  POLICY-FILE
006000     RECORDING MODE IS F.
006100     COPY POLEXTR.
006900 FD  SCHEDULE-FILE
007000     RECORDING MODE IS F.
007100     COPY ANIVREC.
