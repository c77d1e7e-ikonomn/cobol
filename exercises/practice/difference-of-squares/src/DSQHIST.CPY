000189*                key so the same bounds computed under two
000190*                calculation types do not collide.  Blank is
000191*                difference of squares, "C" is sum of cubes.
000192* 2026-10-15 NK  Added DSQ-HIST-RUN-ID and DSQ-HIST-DATE-REQ-KEY
000193*                after the totals, outside the prime key.  The
000194*                master carries two alternate keys, both with
000195*                duplicates: the run ID, so DSQBKOUT reverses a
000196*                run straight from the master at any age, and the
000197*                run date plus requester, so a date or requester
000198*                lookup is a keyed read instead of a full pass.
000199*                DSQ-HIST-DATE-REQ-KEY repeats the key's date and
000200*                requester as one contiguous field; every writer
000201*                fills it from them.  Existing masters are
000202*                converted by DSQHUNLD and DSQHRELD with a
000203*                CONVERT card.
000204******************************************************************
000205 01  DSQ-HIST-RECORD.
000210     05  DSQ-HIST-KEY.
000220         10  DSQ-HIST-N                  PIC 9(08).
000230         10  DSQ-HIST-FROM               PIC 9(08).
000260     05  DSQ-HIST-SQUARE-OF-SUM          PIC 9(31).
000270     05  DSQ-HIST-SUM-OF-SQUARES         PIC 9(31).
000280     05  DSQ-HIST-DIFFERENCE             PIC 9(31).
000290     05  DSQ-HIST-RUN-ID                 PIC 9(08).
000300     05  DSQ-HIST-DATE-REQ-KEY.
000310         10  DSQ-HIST-DRK-DATE           PIC 9(08).
000320         10  DSQ-HIST-DRK-REQUESTER      PIC X(03).
