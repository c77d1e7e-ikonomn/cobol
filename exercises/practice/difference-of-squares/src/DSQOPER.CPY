000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the OPERMST operator master.  One
000040*          record per person allowed to sign on to DSQONLN - the
000050*          screens that rewrite RANGEIN, STANDMST and REJOUT are
000060*          no longer open to anyone who can reach a terminal,
000070*          and every save is stamped with the operator ID taken
000080*          from this file.
000090*
000100*          Roles (DSQ-OPR-ROLE):
000110*            I - inquiry only; compute, lookup and progress.
000120*            M - deck maintainer; inquiry plus the deck,
000130*                standing-request and reject screens.
000140*            S - supervisor; maintainer plus the override of a
000150*                held DSQLOCK lock and the period-control
000160*                functions that need a named authority.
000170*
000180*          A revoked operator (DSQ-OPR-STATUS R) is kept on file
000190*          so the journal still resolves the ID, but is refused
000200*          at sign-on.
000210******************************************************************
000220* Mod Log:
000230* 2026-10-15 NK  Original copybook.
000240******************************************************************
000250 01  DSQ-OPER-RECORD.
000260     05  DSQ-OPR-ID              PIC X(08).
000270     05  DSQ-OPR-PASSWORD        PIC X(08).
000280     05  DSQ-OPR-NAME            PIC X(30).
000290     05  DSQ-OPR-ROLE            PIC X(01).
000300         88  DSQ-OPR-INQUIRY     VALUE "I".
000310         88  DSQ-OPR-MAINTAINER  VALUE "M".
000320         88  DSQ-OPR-SUPERVISOR  VALUE "S".
000330         88  DSQ-OPR-VALID-ROLE  VALUE "I" "M" "S".
000335         88  DSQ-OPR-CAN-MAINTAIN VALUE "M" "S".
000340     05  DSQ-OPR-STATUS          PIC X(01).
000350         88  DSQ-OPR-ACTIVE      VALUE "A".
000360         88  DSQ-OPR-REVOKED     VALUE "R".
