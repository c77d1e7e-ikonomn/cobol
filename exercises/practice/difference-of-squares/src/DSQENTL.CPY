000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the ENTLMST requester entitlement
000040*          master.  REQSTIN only says a requester code exists;
000050*          this master says what that requester may ask for -
000060*          which calculation types, how large a range, and how
000070*          many cards a calendar month - so growth in one
000080*          department's deck has to be signed off by raising its
000090*          entitlement rather than just happening.  One record
000100*          per requester code.  DSQONLN maintains it
000110*          (supervisors only); DSQEDIT enforces it card by card,
000120*          DSQSRGEN warns on standing requests that no longer
000130*          fit it, and DSQQUOTA reports usage against the quota
000140*          off AUDITLOG.
000150*
000160*          DSQ-ENT-SQUARES / DSQ-ENT-CUBES - Y if the requester
000170*            may submit that calculation type (blank type on the
000180*            card is difference of squares, "C" is sum of cubes).
000190*          DSQ-ENT-MAX-N - the largest TO value the requester may
000200*            submit; zero means up to the suite overflow ceiling.
000210*          DSQ-ENT-MONTH-QUOTA - cards the requester may submit in
000220*            one calendar month, counted the way DSQCHGBK bills
000230*            them (every AUDITLOG record of the month); zero means
000240*            no monthly limit.
000250******************************************************************
000260* Mod Log:
000270* 2026-10-15 NK  Original copybook.
000280******************************************************************
000290 01  DSQ-ENT-RECORD.
000300     05  DSQ-ENT-REQUESTER       PIC X(03).
000310     05  DSQ-ENT-SQUARES         PIC X(01).
000320         88  DSQ-ENT-SQUARES-OK  VALUE "Y".
000330     05  DSQ-ENT-CUBES           PIC X(01).
000340         88  DSQ-ENT-CUBES-OK    VALUE "Y".
000350     05  DSQ-ENT-MAX-N           PIC 9(08).
000360     05  DSQ-ENT-MONTH-QUOTA     PIC 9(06).
