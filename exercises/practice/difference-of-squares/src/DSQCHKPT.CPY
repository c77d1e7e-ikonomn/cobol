000266*                Fixed 50 entries so the record length is
000267*                constant; DSQ-CHKPT-REQ-COUNT says how many are
000268*                in use.
000269* 2026-10-15 NK  Added the stream block for a deck DSQSPLIT has
000270*                split.  A stream's checkpoint carries the split
000271*                run's identifier and its stream number, so one
000272*                left over from an earlier split is never resumed,
000273*                and is marked complete (with the skip count of
000274*                its last segment) when the stream finishes, for
000275*                DSQMERGE to combine.  A whole-deck run carries
000276*                stream zero.
000277******************************************************************
000280 01  DSQ-CHKPT-RECORD.
000290     05  DSQ-CHKPT-COUNT                  PIC 9(08).
000300     05  DSQ-CHKPT-GRAND-SQUARE-OF-SUM    PIC 9(31).
000460             15  DSQ-CHKPT-REQ-SQ-OF-SUM  PIC 9(31).
000470             15  DSQ-CHKPT-REQ-SUM-OF-SQ  PIC 9(31).
000480             15  DSQ-CHKPT-REQ-DIFFERENCE PIC 9(31).
000490     05  DSQ-CHKPT-STREAM-DATA.
000500         10  DSQ-CHKPT-RUN-ID             PIC 9(08).
000510         10  DSQ-CHKPT-STREAM             PIC 9(02).
000520         10  DSQ-CHKPT-STREAM-DONE        PIC X(01).
000530             88  DSQ-CHKPT-STREAM-COMPLETE VALUE "Y".
000540         10  DSQ-CHKPT-SKIP-COUNT         PIC 9(08).
