000171* 2026-09-01 NK  Added DSQ-HBK-CALC-TYPE with the rest of the
000172*                suite - part of the DSQHIST key now.  FILLER
000173*                widened to match.
000174* 2026-10-15 NK  Added DSQ-HBK-RUN-ID with the DSQHIST master.
000175*                A backup cut before the master carried run IDs
000176*                reads back with spaces there; DSQHRELD loads
000177*                such a record with a zero run ID and a CONVERT
000178*                card fills it from AUDITLOG.  FILLER widened to
000179*                match.
000180******************************************************************
000190 01  DSQ-HBK-RECORD.
000200     05  DSQ-HBK-RECORD-TYPE             PIC X(01).
000300         10  DSQ-HBK-SQUARE-OF-SUM       PIC 9(31).
000310         10  DSQ-HBK-SUM-OF-SQUARES      PIC 9(31).
000320         10  DSQ-HBK-DIFFERENCE          PIC 9(31).
000322         10  DSQ-HBK-RUN-ID              PIC 9(08).
000324         10  DSQ-HBK-RUN-ID-X REDEFINES DSQ-HBK-RUN-ID
000326                                         PIC X(08).
000330     05  DSQ-HBK-HEADER-DATA REDEFINES DSQ-HBK-DETAIL-DATA.
000340         10  DSQ-HBK-HDR-RUN-DATE        PIC 9(08).
000350         10  DSQ-HBK-HDR-RUN-TIME        PIC 9(08).
000360         10  DSQ-HBK-HDR-SOURCE-JOB      PIC X(08).
000370         10  FILLER                      PIC X(113).
000380     05  DSQ-HBK-TRAILER-DATA REDEFINES DSQ-HBK-DETAIL-DATA.
000390         10  DSQ-HBK-TRL-RECORD-COUNT    PIC 9(08).
000400         10  DSQ-HBK-TRL-HASH-SQ-OF-SUM  PIC 9(10).
000410         10  DSQ-HBK-TRL-HASH-SUM-OF-SQ  PIC 9(10).
000420         10  DSQ-HBK-TRL-HASH-DIFFERENCE PIC 9(10).
000430         10  FILLER                      PIC X(99).
