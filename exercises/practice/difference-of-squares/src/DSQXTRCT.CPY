000403*                cubes - so downstream knows which computation a
000404*                detail's totals came from.  FILLER widened to
000405*                match.
000407* 2026-10-15 NK  Added DSQ-XTR-HDR-DEST and DSQ-XTR-TRL-DEST out
000409*                of the header and trailer FILLER.  DSQDIST
000411*                stamps the destination on each per-destination
000413*                extract it splits off; the master XTRCTOUT
000415*                carries spaces there.
000417******************************************************************
000420 01  DSQ-EXTRACT-RECORD.
000430     05  DSQ-XTR-RECORD-TYPE             PIC X(01).
000440         88  DSQ-XTR-HEADER              VALUE "H".
000590         10  DSQ-XTR-HDR-RUN-DATE        PIC 9(08).
000600         10  DSQ-XTR-HDR-RUN-TIME        PIC 9(08).
000610         10  DSQ-XTR-HDR-SOURCE-JOB      PIC X(08).
000620         10  DSQ-XTR-HDR-DEST            PIC X(08).
000625         10  FILLER                      PIC X(97).
000630     05  DSQ-XTR-TRAILER-DATA REDEFINES DSQ-XTR-DETAIL-DATA.
000640         10  DSQ-XTR-TRL-DETAIL-COUNT    PIC 9(08).
000650         10  DSQ-XTR-TRL-HASH-SQ-OF-SUM  PIC 9(10).
000660         10  DSQ-XTR-TRL-HASH-SUM-OF-SQ  PIC 9(10).
000670         10  DSQ-XTR-TRL-HASH-DIFFERENCE PIC 9(10).
000680         10  DSQ-XTR-TRL-DEST            PIC X(08).
000690         10  FILLER                      PIC X(83).
