000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Appends one step-outcome record to the JOBLOG suite
000060*          job log (see DSQJOBLG.CPY).  Every batch program
000070*          CALLs it once on the way out, normal end or hard
000080*          stop, so the open-extend-write-close and the end
000090*          stamp live in one place instead of in every job.
000100*          The caller fills in what only it knows - program,
000110*          run identifier, start stamp, RC, counts, reason;
000120*          this routine stamps the end time and, when the
000130*          caller left the outcome blank, derives it from the
000140*          RC.  A log that cannot be opened is reported on the
000150*          console but never fails the step that called.
000160******************************************************************
000170* Mod Log:
000180* 2026-10-15 NK  Original subprogram.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DSQJLOG.
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  GNUCOBOL312.
000250 OBJECT-COMPUTER.  GNUCOBOL312.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DSQ-JOBLOG-FILE ASSIGN TO "JOBLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-JOBLOG-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  DSQ-JOBLOG-FILE
000340     RECORDING MODE IS F.
000350     COPY "DSQJOBLG.CPY"
000360         REPLACING LEADING ==DSQ== BY ==LOG==.
000370 WORKING-STORAGE SECTION.
000380 01 WS-JOBLOG-STATUS PIC X(02) VALUE SPACES.
000390     88 WS-JOBLOG-OK            VALUE "00".
000400 LINKAGE SECTION.
000410     COPY "DSQJOBLG.CPY".
000420 PROCEDURE DIVISION USING DSQ-JOBLOG-RECORD.
000430 0000-MAINLINE.
000440     ACCEPT DSQ-JLG-END-DATE FROM DATE YYYYMMDD
000450     ACCEPT DSQ-JLG-END-TIME FROM TIME
000460     IF DSQ-JLG-OUTCOME = SPACE
000470         EVALUATE TRUE
000480             WHEN DSQ-JLG-RC = ZERO
000490                 SET DSQ-JLG-COMPLETED TO TRUE
000500             WHEN DSQ-JLG-RC < 8
000510                 SET DSQ-JLG-WARNING TO TRUE
000520             WHEN OTHER
000530                 SET DSQ-JLG-FAILED TO TRUE
000540         END-EVALUATE
000550     END-IF
000560*    JOBLOG ACCUMULATES ACROSS RUNS LIKE AUDITLOG - OPEN EXTEND
000570*    WITH AN OUTPUT FALLBACK FOR THE FIRST STEP EVER LOGGED.
000580     OPEN EXTEND DSQ-JOBLOG-FILE
000590     IF NOT WS-JOBLOG-OK
000600         OPEN OUTPUT DSQ-JOBLOG-FILE
000610     END-IF
000620     IF NOT WS-JOBLOG-OK
000630         DISPLAY "*** DSQJLOG - UNABLE TO OPEN JOBLOG - "
000640             DSQ-JLG-PROGRAM " OUTCOME NOT LOGGED ***"
000650         GOBACK
000660     END-IF
000670     MOVE DSQ-JOBLOG-RECORD TO LOG-JOBLOG-RECORD
000680     WRITE LOG-JOBLOG-RECORD
000690     CLOSE DSQ-JOBLOG-FILE
000700     GOBACK.
000710
000720 END PROGRAM DSQJLOG.
