000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the PRDCTL accounting-period control
000040*          file.  DSQCLOSE appends a CLOSED record when a billing
000050*          month (CCYYMM) is signed off - every run dated in it
000060*          settled on RUNCTL and no reject of it still open - and
000070*          a supervisor appends a REOPENED record from the DSQONLN
000080*          period screen when the month has to be worked again.
000090*          Like RUNCTL the file is append-only and the latest
000100*          record for a period wins, so the whole open / close /
000110*          reopen history of a month stays on file.
000120******************************************************************
000130*          While a period's latest record is CLOSED:
000140*            DSQBKOUT refuses to back out a run dated in it.
000150*            DSQHLOAD refuses to replace a DSQHIST record dated
000160*                     in it.
000170*            DSQRECYC refuses to recycle a reject dated in it.
000180*          A run is dated by its first (STARTED) RUNCTL record.
000190******************************************************************
000200*          DSQ-PRD-OPER-ID is the supervisor who signed the close
000210*          or keyed the reopen.  The run and trail counts are the
000220*          close's own (zero on a reopen); the reason is keyed on
000230*          a reopen (spaces on a close).
000240******************************************************************
000250* Mod Log:
000260* 2026-10-15 NK  Original copybook.
000270******************************************************************
000280 01  DSQ-PERIOD-RECORD.
000290     05  DSQ-PRD-PERIOD              PIC 9(06).
000300     05  DSQ-PRD-STATUS              PIC X(08).
000310         88  DSQ-PRD-CLOSED          VALUE "CLOSED  ".
000320         88  DSQ-PRD-REOPENED        VALUE "REOPENED".
000330     05  DSQ-PRD-TS-DATE             PIC 9(08).
000340     05  DSQ-PRD-TS-TIME             PIC 9(08).
000350     05  DSQ-PRD-OPER-ID             PIC X(08).
000360     05  DSQ-PRD-RUN-COUNT           PIC 9(08).
000370     05  DSQ-PRD-AUDIT-COUNT         PIC 9(08).
000380     05  DSQ-PRD-REASON              PIC X(30).
