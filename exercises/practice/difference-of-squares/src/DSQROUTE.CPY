000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the ROUTMST routing master.  Each
000040*          record sends one requester's results - all of them,
000050*          or only one calculation type - to a downstream
000060*          destination.  DSQDIST reads it after the nightly run
000070*          to split XTRCTOUT into one extract per destination.
000080*
000090*          Matching, most specific first:
000100*            requester + calc type
000110*            requester + "*"          (any calculation type)
000120*            "***"     + calc type    (any requester)
000130*            "***"     + "*"          (the house catch-all)
000140*          A blank requester or a blank calc type is a real
000150*          value (a legacy card, the classic computation), not
000160*          a wildcard - only "*" and "***" match anything.
000170*
000180*          DSQ-RTE-DDNAME is the logical file the destination's
000190*          extract is written to; every record for the same
000200*          destination should carry the same one.
000210******************************************************************
000220* Mod Log:
000230* 2026-10-15 NK  Original copybook.
000240******************************************************************
000250 01  DSQ-ROUTE-RECORD.
000260     05  DSQ-RTE-REQUESTER       PIC X(03).
000270         88  DSQ-RTE-ANY-REQUESTER VALUE "***".
000280     05  DSQ-RTE-CALC-TYPE       PIC X(01).
000290         88  DSQ-RTE-ANY-CALC-TYPE VALUE "*".
000300     05  DSQ-RTE-DEST            PIC X(08).
000310     05  DSQ-RTE-DDNAME          PIC X(08).
000320     05  DSQ-RTE-DEST-NAME       PIC X(30).
