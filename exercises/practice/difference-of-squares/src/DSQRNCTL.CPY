000225*                totals) on every record - populated on COMPLETE
000226*                so DSQACK can match an acknowledgment against
000227*                what was actually sent, zero on other statuses.
000228* 2026-10-15 NK  Added the ROUTED status and DSQ-RCT-DEST.
000229*                DSQDIST appends one ROUTED record per
000230*                destination it splits a run's extract to,
000231*                carrying that destination's own control totals,
000232*                and DSQACK appends an ACKED record naming the
000233*                destination as each one acknowledges - so a
000234*                late department is chased on its own.  The
000235*                destination is spaces on every run-level record.
000236******************************************************************
000240 01  DSQ-RUNCTL-RECORD.
000250     05  DSQ-RCT-RUN-ID              PIC 9(08).
000260     05  DSQ-RCT-FINGERPRINT.
000310         88  DSQ-RCT-COMPLETE        VALUE "COMPLETE".
000320         88  DSQ-RCT-BACKEDOUT       VALUE "BACKDOUT".
000325         88  DSQ-RCT-ACKED           VALUE "ACKED   ".
000327         88  DSQ-RCT-ROUTED          VALUE "ROUTED  ".
000330     05  DSQ-RCT-TS-DATE             PIC 9(08).
000340     05  DSQ-RCT-TS-TIME             PIC 9(08).
000350     05  DSQ-RCT-DETAIL-COUNT        PIC 9(08).
000360     05  DSQ-RCT-HASH-SQ-OF-SUM      PIC 9(10).
000370     05  DSQ-RCT-HASH-SUM-OF-SQ      PIC 9(10).
000380     05  DSQ-RCT-HASH-DIFFERENCE     PIC 9(10).
000390     05  DSQ-RCT-DEST                PIC X(08).
