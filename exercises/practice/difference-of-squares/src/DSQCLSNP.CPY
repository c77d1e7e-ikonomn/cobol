000010******************************************************************
000020* Author:NIKOS
000030* Purpose: Record layout for the CLOSESNP closing snapshot written
000040*          by DSQCLOSE when an accounting period is closed - the
000050*          figures the month was signed off on, kept so a later
000060*          question about a bill is answered against what the
000070*          system said at close rather than what it says now.
000080*          The counts come off AUDITLOG exactly as DSQCHGBK bills
000090*          them, so a requester record agrees with that month's
000100*          CHGBKOUT record line for line.
000110*
000120*          Record types (DSQ-SNP-TYPE):
000130*            H - sign-off header; first record.  Carries the close
000140*                date and time, the signing supervisor, the runs
000150*                settled in the period and how many R and T
000160*                records follow.
000170*            R - one per requester code (blank for legacy cards).
000180*            T - one per calculation type, the type code in the
000190*                first byte of DSQ-SNP-KEY (blank is difference of
000200*                squares, C is sum of cubes).
000210*            G - grand totals; last record.  Equal to the sum of
000220*                the R records and to the sum of the T records.
000230*
000240*          The three result totals are summed over the ranges
000250*          that worked (outcome OK); the submitted, rejected and
000260*          largest N figures are over every trail record of the
000265*          month.
000270******************************************************************
000280* Mod Log:
000290* 2026-10-15 NK  Original copybook.
000300******************************************************************
000310 01  DSQ-SNAP-RECORD.
000320     05  DSQ-SNP-TYPE                PIC X(01).
000330         88  DSQ-SNP-HEADER          VALUE "H".
000340         88  DSQ-SNP-REQUESTER       VALUE "R".
000350         88  DSQ-SNP-CALC-TYPE       VALUE "T".
000360         88  DSQ-SNP-TRAILER         VALUE "G".
000370     05  DSQ-SNP-PERIOD              PIC 9(06).
000380     05  DSQ-SNP-KEY                 PIC X(03).
000390     05  DSQ-SNP-TOTALS.
000400         10  DSQ-SNP-SUBMITTED       PIC 9(08).
000410         10  DSQ-SNP-REJECTED        PIC 9(08).
000420         10  DSQ-SNP-LARGEST-N       PIC 9(08).
000430         10  DSQ-SNP-SQUARE-OF-SUM   PIC 9(31).
000440         10  DSQ-SNP-SUM-OF-SQUARES  PIC 9(31).
000450         10  DSQ-SNP-DIFFERENCE      PIC 9(31).
000460     05  DSQ-SNP-SIGNOFF REDEFINES DSQ-SNP-TOTALS.
000470         10  DSQ-SNP-CLOSE-DATE      PIC 9(08).
000480         10  DSQ-SNP-CLOSE-TIME      PIC 9(08).
000490         10  DSQ-SNP-OPER-ID         PIC X(08).
000500         10  DSQ-SNP-OPER-NAME       PIC X(30).
000510         10  DSQ-SNP-RUN-COUNT       PIC 9(08).
000520         10  DSQ-SNP-RECORD-COUNT    PIC 9(08).
000530         10  FILLER                  PIC X(47).
