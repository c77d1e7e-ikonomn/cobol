000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the JOBLOG suite job log.  Every
000040*          batch program in the suite appends one step-outcome
000050*          record as it ends, good or bad, through the DSQJLOG
000060*          subprogram - program, run identifier where the step
000070*          has one, start and end stamps, RETURN-CODE, up to
000080*          three labelled key counts, and a one-line reason for
000090*          any non-zero RC.  DSQDIGST reads the log each morning
000100*          instead of the night's dozen separate reports.
000110*
000120*          DSQ-JLG-OUTCOME is left blank by most callers and
000130*          set by DSQJLOG from the RC (C 00, W 04, F 08 and up).
000140*          A step that ran but declined its work - a refused
000150*          duplicate run, a held DSQLOCK - sets S itself.
000160*
000170*          DSQ-JLG-ACTION-COUNT carries the step's findings that
000180*          someone must act on today (overdue acks, variances,
000190*          integrity breaks), labelled by DSQ-JLG-ACTION-LABEL,
000200*          for the digest's action list.  Zero when none.
000210******************************************************************
000220* Mod Log:
000230* 2026-10-15 NK  Original copybook.
000240******************************************************************
000250 01  DSQ-JOBLOG-RECORD.
000260     05  DSQ-JLG-PROGRAM             PIC X(08).
000270     05  DSQ-JLG-RUN-ID              PIC 9(08).
000280     05  DSQ-JLG-START-DATE          PIC 9(08).
000290     05  DSQ-JLG-START-TIME          PIC 9(08).
000300     05  DSQ-JLG-END-DATE            PIC 9(08).
000310     05  DSQ-JLG-END-TIME            PIC 9(08).
000320     05  DSQ-JLG-RC                  PIC 9(04).
000330     05  DSQ-JLG-OUTCOME             PIC X(01).
000340         88  DSQ-JLG-COMPLETED       VALUE "C".
000350         88  DSQ-JLG-WARNING         VALUE "W".
000360         88  DSQ-JLG-FAILED          VALUE "F".
000370         88  DSQ-JLG-SKIPPED         VALUE "S".
000380     05  DSQ-JLG-COUNT-ENTRY OCCURS 3 TIMES.
000390         10  DSQ-JLG-COUNT-LABEL     PIC X(10).
000400         10  DSQ-JLG-COUNT           PIC 9(08).
000410     05  DSQ-JLG-ACTION-LABEL        PIC X(20).
000420     05  DSQ-JLG-ACTION-COUNT        PIC 9(08).
000430     05  DSQ-JLG-REASON              PIC X(60).
