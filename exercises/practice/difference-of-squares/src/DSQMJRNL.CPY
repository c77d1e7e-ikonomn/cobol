000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the MAINTJNL maintenance journal.
000040*          DSQONLN appends to this file on every save from the
000050*          deck, standing-request and reject screens, on every
000060*          supervisor override of a held DSQLOCK lock and on
000065*          every supervisor reopen of a closed period and on
000067*          every save from the supervisor's entitlement screen, so
000070*          "who changed the deck and what did it say before" is
000080*          answered from file instead of from memory.  DSQJRNL
000090*          prints it.
000100*
000110*          Every record of one save carries the same operator,
000120*          timestamp and screen.  Record types (DSQ-JRN-TYPE):
000130*            S - save summary; written first, carries the
000140*                record counts in DSQ-JRN-SAVE-COUNTS.
000150*            B - before image; a record on the file before the
000160*                save that is not on it afterward.
000170*            A - after image; a record written by the save that
000180*                was not on the file before it.
000190*            O - lock override; the image is the DSQLOCK record
000200*                the supervisor cleared.
000202*            P - period reopen; the image is the REOPENED
000204*                record appended to PRDCTL (DSQPRDCT layout) -
000206*                period, operator and the reason given.
000210*          A changed card shows as one B and one A; a save that
000220*          changed nothing writes the S record alone.
000230******************************************************************
000240* Mod Log:
000250* 2026-10-15 NK  Original copybook.
000253* 2026-10-15 NK  Type P period reopen and screen PRD for the
000256*                supervisor reopen of a closed accounting period.
000257* 2026-10-15 NK  Screen ENT for saves of the ENTLMST requester
000258*                entitlement master.
000260******************************************************************
000270 01  DSQ-JRNL-RECORD.
000280     05  DSQ-JRN-OPER-ID         PIC X(08).
000290     05  DSQ-JRN-OPER-ROLE       PIC X(01).
000300     05  DSQ-JRN-TS-DATE         PIC 9(08).
000310     05  DSQ-JRN-TS-TIME         PIC 9(08).
000320     05  DSQ-JRN-SCREEN          PIC X(04).
000330         88  DSQ-JRN-DECK-SCREEN VALUE "DECK".
000340         88  DSQ-JRN-SRM-SCREEN  VALUE "SRM ".
000350         88  DSQ-JRN-REJ-SCREEN  VALUE "REJ ".
000355         88  DSQ-JRN-PRD-SCREEN  VALUE "PRD ".
000357         88  DSQ-JRN-ENT-SCREEN  VALUE "ENT ".
000360     05  DSQ-JRN-FILE            PIC X(08).
000370     05  DSQ-JRN-TYPE            PIC X(01).
000380         88  DSQ-JRN-SAVE        VALUE "S".
000390         88  DSQ-JRN-BEFORE      VALUE "B".
000400         88  DSQ-JRN-AFTER       VALUE "A".
000410         88  DSQ-JRN-OVERRIDE    VALUE "O".
000415         88  DSQ-JRN-REOPEN      VALUE "P".
000420     05  DSQ-JRN-IMAGE           PIC X(85).
000430     05  DSQ-JRN-SAVE-COUNTS REDEFINES DSQ-JRN-IMAGE.
000440         10  DSQ-JRN-BEFORE-COUNT    PIC 9(08).
000450         10  DSQ-JRN-AFTER-COUNT     PIC 9(08).
000460         10  DSQ-JRN-REMOVED-COUNT   PIC 9(08).
000470         10  DSQ-JRN-ADDED-COUNT     PIC 9(08).
000480         10  FILLER                  PIC X(53).
