000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the SPLITCTL split-control file
000040*          written by DSQSPLIT when a large RANGEIN deck is
000050*          partitioned into streams the main job runs side by
000060*          side.  One stream record ("S") per stream gives the
000070*          logical name of the stream's deck and the card count
000080*          and fingerprint of what was written to it; the control
000090*          record ("T") is written last, and only once every
000100*          stream deck is complete, so a split that failed part
000110*          way leaves no stream able to start.  The control
000120*          record carries the stream count, the split mode and
000130*          the fingerprint of the whole deck.
000140*
000150*          Every record carries the run identifier DSQSPLIT
000160*          registered for the whole deck.  Each stream runs under
000170*          that one identifier and DSQMERGE completes it, so
000180*          run control sees a single run.  The file is rewritten
000190*          by every split and holds one split run only.
000200******************************************************************
000210* Mod Log:
000220* 2026-10-15 NK  Original copybook.
000230******************************************************************
000240 01  DSQ-SPLIT-RECORD.
000250     05  DSQ-SPL-RECORD-TYPE         PIC X(01).
000260         88  DSQ-SPL-STREAM          VALUE "S".
000270         88  DSQ-SPL-CONTROL         VALUE "T".
000280     05  DSQ-SPL-RUN-ID              PIC 9(08).
000290     05  DSQ-SPL-STREAM-NO           PIC 9(02).
000300     05  DSQ-SPL-STREAM-DATA.
000310         10  DSQ-SPL-DDNAME          PIC X(08).
000320         10  DSQ-SPL-CARD-COUNT      PIC 9(08).
000330         10  DSQ-SPL-FP-HASH         PIC 9(10).
000340         10  DSQ-SPL-REQ-COUNT       PIC 9(04).
000350         10  FILLER                  PIC X(26).
000360     05  DSQ-SPL-CONTROL-DATA REDEFINES DSQ-SPL-STREAM-DATA.
000370         10  DSQ-SPL-STREAM-COUNT    PIC 9(02).
000380         10  DSQ-SPL-MODE            PIC X(01).
000390             88  DSQ-SPL-BY-REQUESTER VALUE "R".
000400             88  DSQ-SPL-EVEN        VALUE "E".
000410         10  DSQ-SPL-DECK-CARD-COUNT PIC 9(08).
000420         10  DSQ-SPL-DECK-FP-HASH    PIC 9(10).
000430         10  DSQ-SPL-TS-DATE         PIC 9(08).
000440         10  DSQ-SPL-TS-TIME         PIC 9(08).
000450         10  FILLER                  PIC X(19).
