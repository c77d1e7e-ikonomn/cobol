000120******************************************************************
000130* Mod Log:
000140* 2026-09-01 NK  Original copybook.
000141* 2026-10-15 NK  Added DSQ-ACK-DEST.  A destination that receives
000142*                its own split of the extract from DSQDIST acks
000143*                that split's controls under its destination
000144*                code; spaces still acks the whole run against
000145*                the COMPLETE record as before.
000150******************************************************************
000160 01  DSQ-ACK-RECORD.
000170     05  DSQ-ACK-RUN-ID              PIC 9(08).
000200     05  DSQ-ACK-HASH-SUM-OF-SQ      PIC 9(10).
000210     05  DSQ-ACK-HASH-DIFFERENCE     PIC 9(10).
000220     05  DSQ-ACK-DATE                PIC 9(08).
000230     05  DSQ-ACK-DEST                PIC X(08).
