000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Accounting period close.  Once finance has billed a
000060*          month off CHGBKOUT the suite must stop changing that
000070*          month's results underneath the bill.  This job takes
000080*          the period (CCYYMM) and the signing supervisor's
000090*          operator ID from a SYSIN card and closes the period
000100*          only when every run dated in it is settled on RUNCTL
000110*          (latest status COMPLETE or ACKED - or BACKDOUT, a run
000120*          reversed out whole) and no reject dated in it is still
000130*          open on REJOUT.  A clean close writes the CLOSESNP
000140*          closing snapshot - a signed-off header, control totals
000150*          per requester code and per calculation type off
000160*          AUDITLOG counted the way DSQCHGBK bills, and a grand
000170*          total - and appends a CLOSED record to PRDCTL.  From
000180*          then on DSQBKOUT, DSQHLOAD and DSQRECYC refuse to touch
000190*          the period until a supervisor reopens it on DSQONLN.
000200*          CLOSERPT lists whatever stood in the way, or the
000210*          snapshot figures and the sign-off.
000220******************************************************************
000230* Mod Log:
000240* 2026-10-15 NK  Original program.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DSQCLOSE.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  GNUCOBOL312.
000310 OBJECT-COMPUTER.  GNUCOBOL312.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SYSIN-STATUS.
000370     SELECT DSQ-OPER-FILE ASSIGN TO "OPERMST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-OPER-STATUS.
000400     SELECT DSQ-PERIOD-FILE ASSIGN TO "PRDCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRDCTL-STATUS.
000430     SELECT DSQ-RUNCTL-FILE ASSIGN TO "RUNCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNCTL-STATUS.
000460     SELECT DSQ-REJ-FILE ASSIGN TO "REJOUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REJOUT-STATUS.
000490     SELECT DSQ-AUDIT-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000520     SELECT DSQ-SNAP-FILE ASSIGN TO "CLOSESNP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SNAP-STATUS.
000550     SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CLOSERPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SYSIN-FILE
000610     RECORDING MODE IS F.
000620 01  SYSIN-CLOSE-RECORD.
000630     05  SYSIN-CLOSE-PERIOD      PIC 9(06).
000640     05  FILLER                  PIC X(01).
000650     05  SYSIN-SIGNED-BY         PIC X(08).
000660 FD  DSQ-OPER-FILE
000670     RECORDING MODE IS F.
000680     COPY "DSQOPER.CPY".
000690 FD  DSQ-PERIOD-FILE
000700     RECORDING MODE IS F.
000710     COPY "DSQPRDCT.CPY".
000720 FD  DSQ-RUNCTL-FILE
000730     RECORDING MODE IS F.
000740     COPY "DSQRNCTL.CPY".
000750 FD  DSQ-REJ-FILE
000760     RECORDING MODE IS F.
000770     COPY "DSQREJCT.CPY".
000780 FD  DSQ-AUDIT-FILE
000790     RECORDING MODE IS F.
000800     COPY "DSQAUDIT.CPY".
000810 FD  DSQ-SNAP-FILE
000820     RECORDING MODE IS F.
000830     COPY "DSQCLSNP.CPY".
000840 FD  CLOSE-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  CLOSE-REPORT-RECORD         PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000890     88 WS-SYSIN-OK             VALUE "00".
000900 01 WS-OPER-STATUS PIC X(02) VALUE SPACES.
000910     88 WS-OPER-OK              VALUE "00".
000920     88 WS-OPER-EOF             VALUE "10".
000930 01 WS-PRDCTL-STATUS PIC X(02) VALUE SPACES.
000940     88 WS-PRDCTL-OK            VALUE "00".
000950     88 WS-PRDCTL-EOF           VALUE "10".
000960 01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
000970     88 WS-RUNCTL-OK            VALUE "00".
000980     88 WS-RUNCTL-EOF           VALUE "10".
000990 01 WS-REJOUT-STATUS PIC X(02) VALUE SPACES.
001000     88 WS-REJOUT-OK            VALUE "00".
001010     88 WS-REJOUT-EOF           VALUE "10".
001020 01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
001030     88 WS-AUDIT-OK             VALUE "00".
001040     88 WS-AUDIT-EOF            VALUE "10".
001050 01 WS-SNAP-STATUS PIC X(02) VALUE SPACES.
001060     88 WS-SNAP-OK              VALUE "00".
001070 01 WS-CLOSERPT-STATUS PIC X(02) VALUE SPACES.
001080     88 WS-CLOSERPT-OK          VALUE "00".
001090 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
001100 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001110     05 WS-RUN-DATE-CCYY         PIC 9(04).
001120     05 WS-RUN-DATE-MM           PIC 9(02).
001130     05 WS-RUN-DATE-DD           PIC 9(02).
001140 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
001150 01 WS-CURRENT-PERIOD PIC 9(06) VALUE ZERO.
001160* THE PERIOD BEING CLOSED AND THE SUPERVISOR SIGNING IT OFF,
001170* BOTH OFF THE SYSIN CARD.
001180 01 WS-CLOSE-PERIOD PIC 9(06) VALUE ZERO.
001190 01 WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
001200     05 WS-CLOSE-CCYY            PIC 9(04).
001210     05 WS-CLOSE-MM              PIC 9(02).
001220 01 WS-SIGNED-BY PIC X(08) VALUE SPACES.
001230 01 WS-SIGNER-NAME PIC X(30) VALUE SPACES.
001240 01 WS-SIGNER-FOUND-SW PIC X(01) VALUE "N".
001250     88 WS-SIGNER-FOUND         VALUE "Y".
001260 01 WS-SIGNER-AUTH-SW PIC X(01) VALUE "N".
001270     88 WS-SIGNER-AUTHORIZED    VALUE "Y".
001280* LATEST PRDCTL STATUS FOR THE PERIOD - SPACES WHEN IT HAS
001290* NEVER BEEN CLOSED.
001300 01 WS-PERIOD-STATE PIC X(08) VALUE SPACES.
001310     88 WS-PERIOD-IS-CLOSED     VALUE "CLOSED  ".
001320 01 WS-CLOSED-DATE PIC 9(08) VALUE ZERO.
001330 01 WS-CLOSED-BY PIC X(08) VALUE SPACES.
001340 01 WS-RUNCTL-READ-COUNT PIC 9(08) VALUE ZERO.
001350 01 WS-PERIOD-RUN-COUNT PIC 9(08) VALUE ZERO.
001360 01 WS-UNSETTLED-COUNT PIC 9(08) VALUE ZERO.
001370 01 WS-REJ-READ-COUNT PIC 9(08) VALUE ZERO.
001380 01 WS-OPEN-REJ-COUNT PIC 9(08) VALUE ZERO.
001390 01 WS-AUDIT-READ-COUNT PIC 9(08) VALUE ZERO.
001400 01 WS-SELECTED-COUNT PIC 9(08) VALUE ZERO.
001410 01 WS-SNAP-WRITTEN-COUNT PIC 9(08) VALUE ZERO.
001420 01 WS-BLOCKER-COUNT PIC 9(08) VALUE ZERO.
001430 01 WS-RUN-FOUND-SW PIC X(01) VALUE "N".
001440     88 WS-RUN-FOUND            VALUE "Y".
001450 01 WS-RUN-TABLE-FULL-SW PIC X(01) VALUE "N".
001460     88 WS-RUN-TABLE-FULL       VALUE "Y".
001470 01 WS-REQ-FOUND-SW PIC X(01) VALUE "N".
001480     88 WS-REQ-FOUND            VALUE "Y".
001490 01 WS-REQ-CLIP-SW PIC X(01) VALUE "N".
001500     88 WS-REQ-CLIPPED          VALUE "Y".
001510 01 WS-TYPE-FOUND-SW PIC X(01) VALUE "N".
001520     88 WS-TYPE-FOUND           VALUE "Y".
001530 01 WS-TYPE-CLIP-SW PIC X(01) VALUE "N".
001540     88 WS-TYPE-CLIPPED         VALUE "Y".
001550 01 WS-SUSPECT-SW PIC X(01) VALUE "N".
001560     88 WS-TOTALS-SUSPECT       VALUE "Y".
001570* EVERY RUN ON RUNCTL, ONE ENTRY PER RUN IDENTIFIER - THE DATE
001580* OF ITS FIRST RECORD, WHICH DATES THE RUN INTO A PERIOD, AND
001590* THE STATUS OFF ITS LATEST RUN-LEVEL RECORD.  DESTINATION
001600* RECORDS (ROUTED, PER-DESTINATION ACKED) ARE LEFT OUT - THE
001610* RUN-LEVEL ACKED DSQACK WRITES WHEN THE LAST ONE ACKS IS WHAT
001620* SETTLES A ROUTED RUN.
001630 01 WS-RUN-COUNT PIC 9(04) VALUE ZERO.
001640 01 WS-RUN-MAX PIC 9(04) VALUE 500.
001650 01 WS-RUN-TABLE.
001660     05 WS-RUNT-ENTRY OCCURS 0 TO 500 TIMES
001670         DEPENDING ON WS-RUN-COUNT
001680         INDEXED BY RUNT-IX.
001690         10 WS-RUNT-RUN-ID            PIC 9(08).
001700         10 WS-RUNT-START-DATE        PIC 9(08).
001710         10 WS-RUNT-STATUS            PIC X(08).
001720             88 WS-RUNT-SETTLED       VALUE "COMPLETE" "ACKED   "
001730                                            "BACKDOUT".
001740* CONTROL TOTALS PER REQUESTER CODE, IN FIRST-SEEN ORDER, KEPT
001750* THE WAY DSQCHGBK KEEPS THEM - MORE THAN 50 CODES LUMPS THE
001760* EXCESS INTO THE LAST ENTRY, AS IT DOES ON THE BILL.
001770 01 WS-REQ-COUNT PIC 9(02) VALUE ZERO.
001780 01 WS-REQ-MAX PIC 9(02) VALUE 50.
001790 01 WS-REQ-TABLE.
001800     05 WS-RQT-ENTRY OCCURS 0 TO 50 TIMES
001810         DEPENDING ON WS-REQ-COUNT
001820         INDEXED BY RQT-IX.
001830         10 WS-RQT-CODE               PIC X(03).
001840         10 WS-RQT-SUBMITTED          PIC 9(08).
001850         10 WS-RQT-REJECTED           PIC 9(08).
001860         10 WS-RQT-LARGEST-N          PIC 9(08).
001870         10 WS-RQT-SQUARE-OF-SUM      PIC 9(31).
001880         10 WS-RQT-SUM-OF-SQUARES     PIC 9(31).
001890         10 WS-RQT-DIFFERENCE         PIC 9(31).
001900* CONTROL TOTALS PER CALCULATION TYPE.  ONLY BLANK AND C ARE
001910* VALID, BUT A TRAIL RECORD IS COUNTED UNDER WHATEVER IT SAYS.
001920 01 WS-TYPE-COUNT PIC 9(02) VALUE ZERO.
001930 01 WS-TYPE-MAX PIC 9(02) VALUE 10.
001940 01 WS-TYPE-TABLE.
001950     05 WS-TYPT-ENTRY OCCURS 0 TO 10 TIMES
001960         DEPENDING ON WS-TYPE-COUNT
001970         INDEXED BY TYPT-IX.
001980         10 WS-TYPT-CODE              PIC X(01).
001990         10 WS-TYPT-SUBMITTED         PIC 9(08).
002000         10 WS-TYPT-REJECTED          PIC 9(08).
002010         10 WS-TYPT-LARGEST-N         PIC 9(08).
002020         10 WS-TYPT-SQUARE-OF-SUM     PIC 9(31).
002030         10 WS-TYPT-SUM-OF-SQUARES    PIC 9(31).
002040         10 WS-TYPT-DIFFERENCE        PIC 9(31).
002050 01 WS-GRAND-TOTALS.
002060     05 WS-GRD-SUBMITTED              PIC 9(08) VALUE ZERO.
002070     05 WS-GRD-REJECTED               PIC 9(08) VALUE ZERO.
002080     05 WS-GRD-LARGEST-N              PIC 9(08) VALUE ZERO.
002090     05 WS-GRD-SQUARE-OF-SUM          PIC 9(31) VALUE ZERO.
002100     05 WS-GRD-SUM-OF-SQUARES         PIC 9(31) VALUE ZERO.
002110     05 WS-GRD-DIFFERENCE             PIC 9(31) VALUE ZERO.
002120 01 WS-RPT-TYPE-NAME PIC X(20) VALUE SPACES.
002130* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
002140 COPY "DSQJOBLG.CPY".
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     INITIALIZE DSQ-JOBLOG-RECORD
002180     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
002190     ACCEPT DSQ-JLG-START-TIME FROM TIME
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002210     ACCEPT WS-RUN-TIME FROM TIME
002220     MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD
002230     PERFORM 1000-GET-CLOSE-CARD THRU 1000-EXIT
002240     PERFORM 1200-CHECK-SIGNER THRU 1200-EXIT
002250     PERFORM 1400-CHECK-PERIOD-STATE THRU 1400-EXIT
002260     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
002270     PERFORM 2000-CHECK-RUNS THRU 2000-EXIT
002280     PERFORM 3000-CHECK-REJECTS THRU 3000-EXIT
002290     IF WS-BLOCKER-COUNT > ZERO
002300         PERFORM 7000-WRITE-REFUSAL THRU 7000-EXIT
002310     ELSE
002320         PERFORM 4000-TALLY-TRAIL THRU 4000-EXIT
002330         PERFORM 5000-WRITE-SNAPSHOT THRU 5000-EXIT
002340         PERFORM 6000-RECORD-CLOSE THRU 6000-EXIT
002350     END-IF
002360     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
002370     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002380     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
002390     STOP RUN.
002400
002410 1000-GET-CLOSE-CARD.
002420*    THE CLOSE CARD CARRIES THE PERIOD IN COLUMNS 1-6 AND THE
002430*    SIGNING SUPERVISOR'S OPERATOR ID IN COLUMNS 8-15.  THERE IS
002440*    NO PARM FORM - A CLOSE IS SIGNED OFF BY A NAMED PERSON, AND
002450*    THE CARD IS WHERE THAT NAME GOES.  A PERIOD THAT HAS NOT
002460*    ENDED YET CANNOT BE CLOSED - TONIGHT'S RUN WOULD BE DATED
002470*    IN IT.
002480     OPEN INPUT SYSIN-FILE
002490     IF WS-SYSIN-OK
002500         READ SYSIN-FILE
002510             NOT AT END
002520                 IF SYSIN-CLOSE-PERIOD NUMERIC
002530                     MOVE SYSIN-CLOSE-PERIOD TO WS-CLOSE-PERIOD
002540                 END-IF
002550                 MOVE SYSIN-SIGNED-BY TO WS-SIGNED-BY
002560         END-READ
002570         CLOSE SYSIN-FILE
002580     END-IF
002590     IF WS-CLOSE-PERIOD = ZERO
002600             OR WS-CLOSE-MM < 1
002610             OR WS-CLOSE-MM > 12
002620         DISPLAY "*** DSQCLOSE - NO VALID PERIOD (CCYYMM) ON THE "
002630             "CLOSE CARD ***"
002640         MOVE 8 TO RETURN-CODE
002650         MOVE "NO VALID PERIOD ON THE CLOSE CARD"
002660             TO DSQ-JLG-REASON
002670         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002680         STOP RUN
002690     END-IF
002700     IF WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
002710         DISPLAY "*** DSQCLOSE - PERIOD " WS-CLOSE-PERIOD
002720             " HAS NOT ENDED - CLOSE REFUSED ***"
002730         MOVE 8 TO RETURN-CODE
002740         STRING "PERIOD " WS-CLOSE-PERIOD
002750             " HAS NOT ENDED - CLOSE REFUSED"
002760             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002770         END-STRING
002780         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002790         STOP RUN
002800     END-IF.
002810 1000-EXIT.
002820     EXIT.
002830
002840 1200-CHECK-SIGNER.
002850*    ONLY AN ACTIVE SUPERVISOR ON OPERMST MAY SIGN A CLOSE - THE
002860*    SAME AUTHORITY THAT REOPENS ONE.
002870     OPEN INPUT DSQ-OPER-FILE
002880     IF NOT WS-OPER-OK
002890         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN OPERMST ***"
002900         MOVE 16 TO RETURN-CODE
002910         MOVE "UNABLE TO OPEN OPERMST" TO DSQ-JLG-REASON
002920         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002930         STOP RUN
002940     END-IF
002950     PERFORM 1250-CHECK-ONE-OPERATOR THRU 1250-EXIT
002960         UNTIL WS-OPER-EOF
002970             OR WS-SIGNER-FOUND
002980     CLOSE DSQ-OPER-FILE
002990     IF NOT WS-SIGNER-AUTHORIZED
003000         DISPLAY "*** DSQCLOSE - " WS-SIGNED-BY
003010             " IS NOT AN ACTIVE SUPERVISOR - CLOSE REFUSED ***"
003020         MOVE 8 TO RETURN-CODE
003030         STRING "SIGNER " WS-SIGNED-BY
003040             " NOT AN ACTIVE SUPERVISOR - CLOSE REFUSED"
003050             DELIMITED BY SIZE INTO DSQ-JLG-REASON
003060         END-STRING
003070         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003080         STOP RUN
003090     END-IF.
003100 1200-EXIT.
003110     EXIT.
003120
003130 1250-CHECK-ONE-OPERATOR.
003140     READ DSQ-OPER-FILE
003150         AT END
003160             SET WS-OPER-EOF TO TRUE
003170             GO TO 1250-EXIT
003180     END-READ
003190     IF DSQ-OPR-ID NOT = WS-SIGNED-BY
003200             OR WS-SIGNED-BY = SPACES
003210         GO TO 1250-EXIT
003220     END-IF
003230     SET WS-SIGNER-FOUND TO TRUE
003240     MOVE DSQ-OPR-NAME TO WS-SIGNER-NAME
003250     IF DSQ-OPR-SUPERVISOR
003260             AND DSQ-OPR-ACTIVE
003270         SET WS-SIGNER-AUTHORIZED TO TRUE
003280     END-IF.
003290 1250-EXIT.
003300     EXIT.
003310
003320 1400-CHECK-PERIOD-STATE.
003330*    PRDCTL IS APPEND-ONLY AND THE LATEST RECORD FOR A PERIOD
003340*    WINS.  NO PRDCTL YET SIMPLY MEANS NOTHING HAS EVER BEEN
003350*    CLOSED.  CLOSING A PERIOD THAT IS ALREADY CLOSED IS SKIPPED
003360*    WITH RC 04 - THE FIRST CLOSE AND ITS SNAPSHOT STAND.
003370     OPEN INPUT DSQ-PERIOD-FILE
003380     IF NOT WS-PRDCTL-OK
003390         GO TO 1400-EXIT
003400     END-IF
003410     PERFORM 1450-READ-ONE-PERIOD THRU 1450-EXIT
003420         UNTIL WS-PRDCTL-EOF
003430     CLOSE DSQ-PERIOD-FILE
003440     IF WS-PERIOD-IS-CLOSED
003450         DISPLAY "*** DSQCLOSE - PERIOD " WS-CLOSE-PERIOD
003460             " ALREADY CLOSED " WS-CLOSED-DATE " BY " WS-CLOSED-BY
003470             " ***"
003480         MOVE 4 TO RETURN-CODE
003490         MOVE "S" TO DSQ-JLG-OUTCOME
003500         STRING "PERIOD " WS-CLOSE-PERIOD " ALREADY CLOSED "
003510             WS-CLOSED-DATE " BY " WS-CLOSED-BY
003520             DELIMITED BY SIZE INTO DSQ-JLG-REASON
003530         END-STRING
003540         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003550         STOP RUN
003560     END-IF.
003570 1400-EXIT.
003580     EXIT.
003590
003600 1450-READ-ONE-PERIOD.
003610     READ DSQ-PERIOD-FILE
003620         AT END
003630             SET WS-PRDCTL-EOF TO TRUE
003640             GO TO 1450-EXIT
003650     END-READ
003660     IF DSQ-PRD-PERIOD = WS-CLOSE-PERIOD
003670         MOVE DSQ-PRD-STATUS TO WS-PERIOD-STATE
003680         MOVE DSQ-PRD-TS-DATE TO WS-CLOSED-DATE
003690         MOVE DSQ-PRD-OPER-ID TO WS-CLOSED-BY
003700     END-IF.
003710 1450-EXIT.
003720     EXIT.
003730
003740 1500-OPEN-FILES.
003750     OPEN INPUT DSQ-RUNCTL-FILE
003760     IF NOT WS-RUNCTL-OK
003770         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN RUNCTL ***"
003780         MOVE 16 TO RETURN-CODE
003790         MOVE "UNABLE TO OPEN RUNCTL" TO DSQ-JLG-REASON
003800         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003810         STOP RUN
003820     END-IF
003830*    NO REJOUT MEANS NOTHING HAS EVER BEEN REJECTED - NOTHING
003840*    OPEN TO STAND IN THE WAY.
003850     OPEN INPUT DSQ-REJ-FILE
003860     IF NOT WS-REJOUT-OK
003870         SET WS-REJOUT-EOF TO TRUE
003880     END-IF
003890     OPEN OUTPUT CLOSE-REPORT-FILE
003900     IF NOT WS-CLOSERPT-OK
003910         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN CLOSERPT ***"
003920         MOVE 16 TO RETURN-CODE
003930         MOVE "UNABLE TO OPEN CLOSERPT" TO DSQ-JLG-REASON
003940         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003950         STOP RUN
003960     END-IF
003970     MOVE SPACES TO CLOSE-REPORT-RECORD
003980     STRING "ACCOUNTING PERIOD CLOSE - PERIOD "
003990         DELIMITED BY SIZE
004000         WS-CLOSE-CCYY DELIMITED BY SIZE
004010         "-" DELIMITED BY SIZE
004020         WS-CLOSE-MM DELIMITED BY SIZE
004030         " - RUN DATE " DELIMITED BY SIZE
004040         WS-RUN-DATE-CCYY DELIMITED BY SIZE
004050         "-" DELIMITED BY SIZE
004060         WS-RUN-DATE-MM DELIMITED BY SIZE
004070         "-" DELIMITED BY SIZE
004080         WS-RUN-DATE-DD DELIMITED BY SIZE
004090         INTO CLOSE-REPORT-RECORD
004100     END-STRING
004110     WRITE CLOSE-REPORT-RECORD
004120     MOVE SPACES TO CLOSE-REPORT-RECORD
004130     STRING "SIGNING SUPERVISOR " WS-SIGNED-BY " " WS-SIGNER-NAME
004140         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
004150     END-STRING
004160     WRITE CLOSE-REPORT-RECORD
004170     MOVE SPACES TO CLOSE-REPORT-RECORD
004180     WRITE CLOSE-REPORT-RECORD.
004190 1500-EXIT.
004200     EXIT.
004210
004220 2000-CHECK-RUNS.
004230*    RUNCTL IS FOLDED INTO ONE ENTRY PER RUN, THEN EVERY RUN
004240*    DATED IN THE PERIOD MUST HAVE SETTLED.  A RUN STILL SHOWING
004250*    STARTED ABENDED OR IS STILL GOING, AND ITS RESULTS ARE NOT
004260*    FINAL - THE PERIOD CANNOT CLOSE OVER IT.
004270     PERFORM 2100-TABLE-ONE-RUNCTL THRU 2100-EXIT
004280         UNTIL WS-RUNCTL-EOF
004290     IF WS-RUN-TABLE-FULL
004300         ADD 1 TO WS-BLOCKER-COUNT
004310         MOVE SPACES TO CLOSE-REPORT-RECORD
004320         STRING "*** MORE THAN " WS-RUN-MAX
004330             " RUNS ON RUNCTL - RUNS NOT ALL CHECKED ***"
004340             DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
004350         END-STRING
004360         WRITE CLOSE-REPORT-RECORD
004370     END-IF
004380     IF WS-RUN-COUNT = ZERO
004390         GO TO 2000-EXIT
004400     END-IF
004410     SET RUNT-IX TO 1
004420     PERFORM 2300-CHECK-ONE-RUN THRU 2300-EXIT
004430         UNTIL RUNT-IX > WS-RUN-COUNT.
004440 2000-EXIT.
004450     EXIT.
004460
004470 2100-TABLE-ONE-RUNCTL.
004480     READ DSQ-RUNCTL-FILE
004490         AT END
004500             SET WS-RUNCTL-EOF TO TRUE
004510             GO TO 2100-EXIT
004520     END-READ
004530     ADD 1 TO WS-RUNCTL-READ-COUNT
004540     PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT
004550     IF WS-RUN-TABLE-FULL
004560             AND NOT WS-RUN-FOUND
004570         GO TO 2100-EXIT
004580     END-IF
004590     IF DSQ-RCT-DEST = SPACES
004600         MOVE DSQ-RCT-STATUS TO WS-RUNT-STATUS (RUNT-IX)
004610     END-IF.
004620 2100-EXIT.
004630     EXIT.
004640
004650 2200-FIND-RUN-ENTRY.
004660*    LEAVES RUNT-IX ON THIS RECORD'S RUN ENTRY, APPENDING A
004670*    FRESH ONE - DATED BY THIS, THE RUN'S FIRST RECORD - THE
004680*    FIRST TIME A RUN IDENTIFIER IS SEEN.
004690     MOVE "N" TO WS-RUN-FOUND-SW
004700     IF WS-RUN-COUNT > ZERO
004710         SET RUNT-IX TO 1
004720         SEARCH WS-RUNT-ENTRY
004730             AT END
004740                 CONTINUE
004750             WHEN WS-RUNT-RUN-ID (RUNT-IX) = DSQ-RCT-RUN-ID
004760                 SET WS-RUN-FOUND TO TRUE
004770         END-SEARCH
004780     END-IF
004790     IF NOT WS-RUN-FOUND
004800         IF WS-RUN-COUNT < WS-RUN-MAX
004810             ADD 1 TO WS-RUN-COUNT
004820             SET RUNT-IX TO WS-RUN-COUNT
004830             MOVE DSQ-RCT-RUN-ID TO WS-RUNT-RUN-ID (RUNT-IX)
004840             MOVE DSQ-RCT-TS-DATE TO WS-RUNT-START-DATE (RUNT-IX)
004850             MOVE SPACES TO WS-RUNT-STATUS (RUNT-IX)
004860         ELSE
004870             SET WS-RUN-TABLE-FULL TO TRUE
004880         END-IF
004890     END-IF.
004900 2200-EXIT.
004910     EXIT.
004920
004930 2300-CHECK-ONE-RUN.
004940     IF WS-RUNT-START-DATE (RUNT-IX) (1:6) NOT = WS-CLOSE-PERIOD
004950         GO TO 2300-NEXT
004960     END-IF
004970     ADD 1 TO WS-PERIOD-RUN-COUNT
004980     IF WS-RUNT-SETTLED (RUNT-IX)
004990         GO TO 2300-NEXT
005000     END-IF
005010     ADD 1 TO WS-UNSETTLED-COUNT
005020     ADD 1 TO WS-BLOCKER-COUNT
005030     MOVE SPACES TO CLOSE-REPORT-RECORD
005040     STRING "RUN " WS-RUNT-RUN-ID (RUNT-IX)
005050         " DATED " WS-RUNT-START-DATE (RUNT-IX)
005060         " NOT SETTLED - LATEST STATUS "
005070         WS-RUNT-STATUS (RUNT-IX)
005080         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
005090     END-STRING
005100     WRITE CLOSE-REPORT-RECORD.
005110 2300-NEXT.
005120     SET RUNT-IX UP BY 1.
005130 2300-EXIT.
005140     EXIT.
005150
005160 3000-CHECK-REJECTS.
005170*    AN OPEN REJECT DATED IN THE PERIOD IS A RANGE NOBODY HAS
005180*    LOOKED AT - ITS REQUESTER'S FIGURES FOR THE MONTH ARE NOT
005190*    SETTLED.  A CORRECTED ONE IS SETTLED FOR THE CLOSE; IT IS
005200*    THE RECYCLE OF IT THAT THE CLOSE THEN HOLDS BACK.
005210     PERFORM 3100-CHECK-ONE-REJECT THRU 3100-EXIT
005220         UNTIL WS-REJOUT-EOF.
005230 3000-EXIT.
005240     EXIT.
005250
005260 3100-CHECK-ONE-REJECT.
005270     READ DSQ-REJ-FILE
005280         AT END
005290             SET WS-REJOUT-EOF TO TRUE
005300             GO TO 3100-EXIT
005310     END-READ
005320     ADD 1 TO WS-REJ-READ-COUNT
005330     IF NOT DSQ-REJ-OPEN
005340             OR DSQ-REJ-DATE (1:6) NOT = WS-CLOSE-PERIOD
005350         GO TO 3100-EXIT
005360     END-IF
005370     ADD 1 TO WS-OPEN-REJ-COUNT
005380     ADD 1 TO WS-BLOCKER-COUNT
005390     MOVE SPACES TO CLOSE-REPORT-RECORD
005400     STRING "REJECT OPEN - " DSQ-REJ-REASON-CODE
005410         " FROM " DSQ-REJ-SOURCE
005420         " RUN " DSQ-REJ-RUN-ID
005430         " DATED " DSQ-REJ-DATE
005440         " CARD " DSQ-REJ-CARD-IMAGE
005450         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
005460     END-STRING
005470     WRITE CLOSE-REPORT-RECORD.
005480 3100-EXIT.
005490     EXIT.
005500
005510 4000-TALLY-TRAIL.
005520*    THE SNAPSHOT IS COUNTED OFF AUDITLOG EXACTLY AS DSQCHGBK
005530*    COUNTS THE BILL - EVERY TRAIL RECORD DATED IN THE MONTH -
005540*    SO THE TWO AGREE REQUESTER FOR REQUESTER.
005550     OPEN INPUT DSQ-AUDIT-FILE
005560     IF NOT WS-AUDIT-OK
005570         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN AUDITLOG ***"
005580         MOVE 16 TO RETURN-CODE
005590         MOVE "UNABLE TO OPEN AUDITLOG - PERIOD NOT CLOSED"
005600             TO DSQ-JLG-REASON
005610         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
005620         STOP RUN
005630     END-IF
005640     PERFORM 4100-TALLY-ONE-RECORD THRU 4100-EXIT
005650         UNTIL WS-AUDIT-EOF
005660     CLOSE DSQ-AUDIT-FILE.
005670 4000-EXIT.
005680     EXIT.
005690
005700 4100-TALLY-ONE-RECORD.
005710     READ DSQ-AUDIT-FILE
005720         AT END
005730             SET WS-AUDIT-EOF TO TRUE
005740             GO TO 4100-EXIT
005750     END-READ
005760     ADD 1 TO WS-AUDIT-READ-COUNT
005770     IF DSQ-AUD-TS-DATE (1:6) NOT = WS-CLOSE-PERIOD
005780         GO TO 4100-EXIT
005790     END-IF
005800     ADD 1 TO WS-SELECTED-COUNT
005810     PERFORM 4200-FIND-REQ-ENTRY THRU 4200-EXIT
005820     PERFORM 4300-FIND-TYPE-ENTRY THRU 4300-EXIT
005830     ADD 1 TO WS-RQT-SUBMITTED (RQT-IX)
005840     ADD 1 TO WS-TYPT-SUBMITTED (TYPT-IX)
005850     ADD 1 TO WS-GRD-SUBMITTED
005860     IF DSQ-AUD-N > WS-RQT-LARGEST-N (RQT-IX)
005870         MOVE DSQ-AUD-N TO WS-RQT-LARGEST-N (RQT-IX)
005880     END-IF
005890     IF DSQ-AUD-N > WS-TYPT-LARGEST-N (TYPT-IX)
005900         MOVE DSQ-AUD-N TO WS-TYPT-LARGEST-N (TYPT-IX)
005910     END-IF
005920     IF DSQ-AUD-N > WS-GRD-LARGEST-N
005930         MOVE DSQ-AUD-N TO WS-GRD-LARGEST-N
005940     END-IF
005950     IF DSQ-AUD-OUTCOME NOT = "OK      "
005960         ADD 1 TO WS-RQT-REJECTED (RQT-IX)
005970         ADD 1 TO WS-TYPT-REJECTED (TYPT-IX)
005980         ADD 1 TO WS-GRD-REJECTED
005990         GO TO 4100-EXIT
006000     END-IF
006010     PERFORM 4400-ADD-RESULT-TOTALS THRU 4400-EXIT.
006020 4100-EXIT.
006030     EXIT.
006040
006050 4200-FIND-REQ-ENTRY.
006060*    LEAVES RQT-IX ON THIS RECORD'S REQUESTER ENTRY, APPENDING
006070*    A FRESH ONE THE FIRST TIME A CODE IS SEEN.
006080     MOVE "N" TO WS-REQ-FOUND-SW
006090     IF WS-REQ-COUNT > ZERO
006100         SET RQT-IX TO 1
006110         SEARCH WS-RQT-ENTRY
006120             AT END
006130                 CONTINUE
006140             WHEN WS-RQT-CODE (RQT-IX) = DSQ-AUD-REQUESTER
006150                 SET WS-REQ-FOUND TO TRUE
006160         END-SEARCH
006170     END-IF
006180     IF NOT WS-REQ-FOUND
006190         IF WS-REQ-COUNT < WS-REQ-MAX
006200             ADD 1 TO WS-REQ-COUNT
006210             SET RQT-IX TO WS-REQ-COUNT
006220             INITIALIZE WS-RQT-ENTRY (RQT-IX)
006230             MOVE DSQ-AUD-REQUESTER TO WS-RQT-CODE (RQT-IX)
006240         ELSE
006250             SET RQT-IX TO WS-REQ-COUNT
006260             SET WS-REQ-CLIPPED TO TRUE
006270         END-IF
006280     END-IF.
006290 4200-EXIT.
006300     EXIT.
006310
006320 4300-FIND-TYPE-ENTRY.
006330*    LEAVES TYPT-IX ON THIS RECORD'S CALCULATION-TYPE ENTRY.
006340     MOVE "N" TO WS-TYPE-FOUND-SW
006350     IF WS-TYPE-COUNT > ZERO
006360         SET TYPT-IX TO 1
006370         SEARCH WS-TYPT-ENTRY
006380             AT END
006390                 CONTINUE
006400             WHEN WS-TYPT-CODE (TYPT-IX) = DSQ-AUD-CALC-TYPE
006410                 SET WS-TYPE-FOUND TO TRUE
006420         END-SEARCH
006430     END-IF
006440     IF NOT WS-TYPE-FOUND
006450         IF WS-TYPE-COUNT < WS-TYPE-MAX
006460             ADD 1 TO WS-TYPE-COUNT
006470             SET TYPT-IX TO WS-TYPE-COUNT
006480             INITIALIZE WS-TYPT-ENTRY (TYPT-IX)
006490             MOVE DSQ-AUD-CALC-TYPE TO WS-TYPT-CODE (TYPT-IX)
006500         ELSE
006510             SET TYPT-IX TO WS-TYPE-COUNT
006520             SET WS-TYPE-CLIPPED TO TRUE
006530         END-IF
006540     END-IF.
006550 4300-EXIT.
006560     EXIT.
006570
006580 4400-ADD-RESULT-TOTALS.
006590*    A MONTH OF LARGE RANGES CAN OUTGROW EVEN PIC 9(31).  THE
006600*    COUNTS STILL BILL CORRECTLY, SO THE CLOSE GOES AHEAD, BUT
006610*    THE SNAPSHOT'S RESULT TOTALS ARE FLAGGED SUSPECT AND THE
006620*    STEP ENDS RC 04.
006630     ADD DSQ-AUD-SQUARE-OF-SUM TO WS-RQT-SQUARE-OF-SUM (RQT-IX)
006640         WS-TYPT-SQUARE-OF-SUM (TYPT-IX) WS-GRD-SQUARE-OF-SUM
006650         ON SIZE ERROR
006660             SET WS-TOTALS-SUSPECT TO TRUE
006670     END-ADD
006680     ADD DSQ-AUD-SUM-OF-SQUARES TO WS-RQT-SUM-OF-SQUARES (RQT-IX)
006690         WS-TYPT-SUM-OF-SQUARES (TYPT-IX) WS-GRD-SUM-OF-SQUARES
006700         ON SIZE ERROR
006710             SET WS-TOTALS-SUSPECT TO TRUE
006720     END-ADD
006730     ADD DSQ-AUD-DIFFERENCE TO WS-RQT-DIFFERENCE (RQT-IX)
006740         WS-TYPT-DIFFERENCE (TYPT-IX) WS-GRD-DIFFERENCE
006750         ON SIZE ERROR
006760             SET WS-TOTALS-SUSPECT TO TRUE
006770     END-ADD.
006780 4400-EXIT.
006790     EXIT.
006800
006810 5000-WRITE-SNAPSHOT.
006820     OPEN OUTPUT DSQ-SNAP-FILE
006830     IF NOT WS-SNAP-OK
006840         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN CLOSESNP ***"
006850         MOVE 16 TO RETURN-CODE
006860         MOVE "UNABLE TO OPEN CLOSESNP - PERIOD NOT CLOSED"
006870             TO DSQ-JLG-REASON
006880         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
006890         STOP RUN
006900     END-IF
006910     INITIALIZE DSQ-SNAP-RECORD
006920     SET DSQ-SNP-HEADER TO TRUE
006930     MOVE WS-CLOSE-PERIOD TO DSQ-SNP-PERIOD
006940     MOVE SPACES TO DSQ-SNP-KEY
006950     MOVE WS-RUN-DATE TO DSQ-SNP-CLOSE-DATE
006960     MOVE WS-RUN-TIME TO DSQ-SNP-CLOSE-TIME
006970     MOVE WS-SIGNED-BY TO DSQ-SNP-OPER-ID
006980     MOVE WS-SIGNER-NAME TO DSQ-SNP-OPER-NAME
006990     MOVE WS-PERIOD-RUN-COUNT TO DSQ-SNP-RUN-COUNT
007000     COMPUTE DSQ-SNP-RECORD-COUNT = WS-REQ-COUNT + WS-TYPE-COUNT
007010     WRITE DSQ-SNAP-RECORD
007020     ADD 1 TO WS-SNAP-WRITTEN-COUNT
007030     MOVE SPACES TO CLOSE-REPORT-RECORD
007040     STRING "RUNS DATED IN THE PERIOD : " WS-PERIOD-RUN-COUNT
007050         "  ALL SETTLED"
007060         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
007070     END-STRING
007080     WRITE CLOSE-REPORT-RECORD
007090     MOVE SPACES TO CLOSE-REPORT-RECORD
007100     STRING "TRAIL RECORDS IN PERIOD  : " WS-SELECTED-COUNT
007110         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
007120     END-STRING
007130     WRITE CLOSE-REPORT-RECORD
007140     MOVE SPACES TO CLOSE-REPORT-RECORD
007150     WRITE CLOSE-REPORT-RECORD
007160     MOVE "CONTROL TOTALS BY REQUESTER" TO CLOSE-REPORT-RECORD
007170     WRITE CLOSE-REPORT-RECORD
007180     IF WS-REQ-COUNT > ZERO
007190         SET RQT-IX TO 1
007200         PERFORM 5100-WRITE-ONE-REQUESTER THRU 5100-EXIT
007210             UNTIL RQT-IX > WS-REQ-COUNT
007220     END-IF
007230     MOVE SPACES TO CLOSE-REPORT-RECORD
007240     WRITE CLOSE-REPORT-RECORD
007250     MOVE "CONTROL TOTALS BY CALCULATION TYPE"
007260         TO CLOSE-REPORT-RECORD
007270     WRITE CLOSE-REPORT-RECORD
007280     IF WS-TYPE-COUNT > ZERO
007290         SET TYPT-IX TO 1
007300         PERFORM 5200-WRITE-ONE-TYPE THRU 5200-EXIT
007310             UNTIL TYPT-IX > WS-TYPE-COUNT
007320     END-IF
007330     PERFORM 5300-WRITE-GRAND-TOTAL THRU 5300-EXIT
007340     CLOSE DSQ-SNAP-FILE.
007350 5000-EXIT.
007360     EXIT.
007370
007380 5100-WRITE-ONE-REQUESTER.
007390     INITIALIZE DSQ-SNAP-RECORD
007400     SET DSQ-SNP-REQUESTER TO TRUE
007410     MOVE WS-CLOSE-PERIOD TO DSQ-SNP-PERIOD
007420     MOVE WS-RQT-CODE (RQT-IX) TO DSQ-SNP-KEY
007430     MOVE WS-RQT-SUBMITTED (RQT-IX) TO DSQ-SNP-SUBMITTED
007440     MOVE WS-RQT-REJECTED (RQT-IX) TO DSQ-SNP-REJECTED
007450     MOVE WS-RQT-LARGEST-N (RQT-IX) TO DSQ-SNP-LARGEST-N
007460     MOVE WS-RQT-SQUARE-OF-SUM (RQT-IX) TO DSQ-SNP-SQUARE-OF-SUM
007470     MOVE WS-RQT-SUM-OF-SQUARES (RQT-IX)
007480         TO DSQ-SNP-SUM-OF-SQUARES
007490     MOVE WS-RQT-DIFFERENCE (RQT-IX) TO DSQ-SNP-DIFFERENCE
007500     WRITE DSQ-SNAP-RECORD
007510     ADD 1 TO WS-SNAP-WRITTEN-COUNT
007520     MOVE SPACES TO CLOSE-REPORT-RECORD
007530     STRING "  REQUESTER " WS-RQT-CODE (RQT-IX)
007540         "  SUBMITTED " WS-RQT-SUBMITTED (RQT-IX)
007550         "  REJECTED " WS-RQT-REJECTED (RQT-IX)
007560         "  LARGEST N " WS-RQT-LARGEST-N (RQT-IX)
007570         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
007580     END-STRING
007590     WRITE CLOSE-REPORT-RECORD
007600     MOVE SPACES TO CLOSE-REPORT-RECORD
007610     STRING "      DIFFERENCE TOTAL " WS-RQT-DIFFERENCE (RQT-IX)
007620         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
007630     END-STRING
007640     WRITE CLOSE-REPORT-RECORD
007650     SET RQT-IX UP BY 1.
007660 5100-EXIT.
007670     EXIT.
007680
007690 5200-WRITE-ONE-TYPE.
007700     INITIALIZE DSQ-SNAP-RECORD
007710     SET DSQ-SNP-CALC-TYPE TO TRUE
007720     MOVE WS-CLOSE-PERIOD TO DSQ-SNP-PERIOD
007730     MOVE SPACES TO DSQ-SNP-KEY
007740     MOVE WS-TYPT-CODE (TYPT-IX) TO DSQ-SNP-KEY (1:1)
007750     MOVE WS-TYPT-SUBMITTED (TYPT-IX) TO DSQ-SNP-SUBMITTED
007760     MOVE WS-TYPT-REJECTED (TYPT-IX) TO DSQ-SNP-REJECTED
007770     MOVE WS-TYPT-LARGEST-N (TYPT-IX) TO DSQ-SNP-LARGEST-N
007780     MOVE WS-TYPT-SQUARE-OF-SUM (TYPT-IX) TO DSQ-SNP-SQUARE-OF-SUM
007790     MOVE WS-TYPT-SUM-OF-SQUARES (TYPT-IX)
007800         TO DSQ-SNP-SUM-OF-SQUARES
007810     MOVE WS-TYPT-DIFFERENCE (TYPT-IX) TO DSQ-SNP-DIFFERENCE
007820     WRITE DSQ-SNAP-RECORD
007830     ADD 1 TO WS-SNAP-WRITTEN-COUNT
007840     EVALUATE WS-TYPT-CODE (TYPT-IX)
007850         WHEN SPACE
007860             MOVE "DIFFERENCE OF SQUARES" TO WS-RPT-TYPE-NAME
007870         WHEN "C"
007880             MOVE "SUM OF CUBES" TO WS-RPT-TYPE-NAME
007890         WHEN OTHER
007900             MOVE "UNKNOWN TYPE" TO WS-RPT-TYPE-NAME
007910     END-EVALUATE
007920     MOVE SPACES TO CLOSE-REPORT-RECORD
007930     STRING "  TYPE " WS-TYPT-CODE (TYPT-IX)
007940         " " WS-RPT-TYPE-NAME
007950         " SUBMITTED " WS-TYPT-SUBMITTED (TYPT-IX)
007960         "  REJECTED " WS-TYPT-REJECTED (TYPT-IX)
007970         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
007980     END-STRING
007990     WRITE CLOSE-REPORT-RECORD
008000     MOVE SPACES TO CLOSE-REPORT-RECORD
008010     STRING "      DIFFERENCE TOTAL " WS-TYPT-DIFFERENCE (TYPT-IX)
008020         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008030     END-STRING
008040     WRITE CLOSE-REPORT-RECORD
008050     SET TYPT-IX UP BY 1.
008060 5200-EXIT.
008070     EXIT.
008080
008090 5300-WRITE-GRAND-TOTAL.
008100     INITIALIZE DSQ-SNAP-RECORD
008110     SET DSQ-SNP-TRAILER TO TRUE
008120     MOVE WS-CLOSE-PERIOD TO DSQ-SNP-PERIOD
008130     MOVE SPACES TO DSQ-SNP-KEY
008140     MOVE WS-GRD-SUBMITTED TO DSQ-SNP-SUBMITTED
008150     MOVE WS-GRD-REJECTED TO DSQ-SNP-REJECTED
008160     MOVE WS-GRD-LARGEST-N TO DSQ-SNP-LARGEST-N
008170     MOVE WS-GRD-SQUARE-OF-SUM TO DSQ-SNP-SQUARE-OF-SUM
008180     MOVE WS-GRD-SUM-OF-SQUARES TO DSQ-SNP-SUM-OF-SQUARES
008190     MOVE WS-GRD-DIFFERENCE TO DSQ-SNP-DIFFERENCE
008200     WRITE DSQ-SNAP-RECORD
008210     ADD 1 TO WS-SNAP-WRITTEN-COUNT
008220     MOVE SPACES TO CLOSE-REPORT-RECORD
008230     WRITE CLOSE-REPORT-RECORD
008240     MOVE SPACES TO CLOSE-REPORT-RECORD
008250     STRING "PERIOD TOTAL   SUBMITTED " WS-GRD-SUBMITTED
008260         "  REJECTED " WS-GRD-REJECTED
008270         "  LARGEST N " WS-GRD-LARGEST-N
008280         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008290     END-STRING
008300     WRITE CLOSE-REPORT-RECORD
008310     MOVE SPACES TO CLOSE-REPORT-RECORD
008320     STRING "      DIFFERENCE TOTAL " WS-GRD-DIFFERENCE
008330         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008340     END-STRING
008350     WRITE CLOSE-REPORT-RECORD
008360     IF WS-REQ-CLIPPED
008370         MOVE SPACES TO CLOSE-REPORT-RECORD
008380         STRING "*** MORE THAN " WS-REQ-MAX
008390             " REQUESTER CODES - EXCESS IN THE LAST ENTRY ***"
008400             DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008410         END-STRING
008420         WRITE CLOSE-REPORT-RECORD
008430     END-IF
008440     IF WS-TYPE-CLIPPED
008450         MOVE SPACES TO CLOSE-REPORT-RECORD
008460         STRING "*** MORE THAN " WS-TYPE-MAX
008470             " CALCULATION TYPES - EXCESS IN THE LAST ENTRY ***"
008480             DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008490         END-STRING
008500         WRITE CLOSE-REPORT-RECORD
008510     END-IF
008520     IF WS-TOTALS-SUSPECT
008530         MOVE "*** RESULT TOTALS OVERFLOWED - SNAPSHOT TOTALS"
008540             TO CLOSE-REPORT-RECORD
008550         MOVE " SUSPECT ***" TO CLOSE-REPORT-RECORD (47:12)
008560         WRITE CLOSE-REPORT-RECORD
008570     END-IF.
008580 5300-EXIT.
008590     EXIT.
008600
008610 6000-RECORD-CLOSE.
008620*    THE CLOSED RECORD GOES ON PRDCTL ONLY ONCE THE SNAPSHOT IS
008630*    SAFELY WRITTEN - A PERIOD IS NEVER CLOSED WITHOUT THE
008640*    FIGURES IT WAS CLOSED ON.
008650     OPEN EXTEND DSQ-PERIOD-FILE
008660     IF NOT WS-PRDCTL-OK
008670         OPEN OUTPUT DSQ-PERIOD-FILE
008680     END-IF
008690     IF NOT WS-PRDCTL-OK
008700         DISPLAY "*** DSQCLOSE - UNABLE TO OPEN PRDCTL - PERIOD "
008710             WS-CLOSE-PERIOD " NOT CLOSED ***"
008720         MOVE 16 TO RETURN-CODE
008730         MOVE "UNABLE TO OPEN PRDCTL - PERIOD NOT CLOSED"
008740             TO DSQ-JLG-REASON
008750         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
008760         STOP RUN
008770     END-IF
008780     INITIALIZE DSQ-PERIOD-RECORD
008790     MOVE WS-CLOSE-PERIOD TO DSQ-PRD-PERIOD
008800     SET DSQ-PRD-CLOSED TO TRUE
008810     MOVE WS-RUN-DATE TO DSQ-PRD-TS-DATE
008820     MOVE WS-RUN-TIME TO DSQ-PRD-TS-TIME
008830     MOVE WS-SIGNED-BY TO DSQ-PRD-OPER-ID
008840     MOVE WS-PERIOD-RUN-COUNT TO DSQ-PRD-RUN-COUNT
008850     MOVE WS-SELECTED-COUNT TO DSQ-PRD-AUDIT-COUNT
008860     MOVE SPACES TO DSQ-PRD-REASON
008870     WRITE DSQ-PERIOD-RECORD
008880     CLOSE DSQ-PERIOD-FILE
008890     MOVE SPACES TO CLOSE-REPORT-RECORD
008900     WRITE CLOSE-REPORT-RECORD
008910     MOVE SPACES TO CLOSE-REPORT-RECORD
008920     STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED "
008930         WS-RUN-DATE " " WS-RUN-TIME
008940         " - SIGNED OFF BY " WS-SIGNED-BY
008950         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
008960     END-STRING
008970     WRITE CLOSE-REPORT-RECORD
008980     MOVE SPACES TO CLOSE-REPORT-RECORD
008990     STRING "                " WS-SIGNER-NAME
009000         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
009010     END-STRING
009020     WRITE CLOSE-REPORT-RECORD.
009030 6000-EXIT.
009040     EXIT.
009050
009060 7000-WRITE-REFUSAL.
009070     MOVE SPACES TO CLOSE-REPORT-RECORD
009080     WRITE CLOSE-REPORT-RECORD
009090     MOVE SPACES TO CLOSE-REPORT-RECORD
009100     STRING "RUNS DATED IN THE PERIOD : " WS-PERIOD-RUN-COUNT
009110         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
009120     END-STRING
009130     WRITE CLOSE-REPORT-RECORD
009140     MOVE SPACES TO CLOSE-REPORT-RECORD
009150     STRING "RUNS NOT SETTLED         : " WS-UNSETTLED-COUNT
009160         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
009170     END-STRING
009180     WRITE CLOSE-REPORT-RECORD
009190     MOVE SPACES TO CLOSE-REPORT-RECORD
009200     STRING "REJECTS STILL OPEN       : " WS-OPEN-REJ-COUNT
009210         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
009220     END-STRING
009230     WRITE CLOSE-REPORT-RECORD
009240     MOVE SPACES TO CLOSE-REPORT-RECORD
009250     WRITE CLOSE-REPORT-RECORD
009260     MOVE SPACES TO CLOSE-REPORT-RECORD
009270     STRING "*** PERIOD " WS-CLOSE-PERIOD
009280         " NOT CLOSED - SETTLE THE ITEMS ABOVE AND RESUBMIT ***"
009290         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
009300     END-STRING
009310     WRITE CLOSE-REPORT-RECORD
009320     DISPLAY "*** DSQCLOSE - PERIOD " WS-CLOSE-PERIOD
009330         " NOT CLOSED - " WS-BLOCKER-COUNT
009340         " ITEMS UNSETTLED - SEE CLOSERPT ***".
009350 7000-EXIT.
009360     EXIT.
009370
009380 8000-CLOSE-FILES.
009390     CLOSE DSQ-RUNCTL-FILE
009400     IF WS-REJOUT-OK OR WS-REJOUT-EOF
009410         CLOSE DSQ-REJ-FILE
009420     END-IF
009430     CLOSE CLOSE-REPORT-FILE
009440     DISPLAY "DSQCLOSE PERIOD          :" WS-CLOSE-PERIOD
009450     DISPLAY "DSQCLOSE RUNS IN PERIOD  :" WS-PERIOD-RUN-COUNT
009460     DISPLAY "DSQCLOSE RUNS UNSETTLED  :" WS-UNSETTLED-COUNT
009470     DISPLAY "DSQCLOSE REJECTS OPEN    :" WS-OPEN-REJ-COUNT
009480     DISPLAY "DSQCLOSE TRAIL RECORDS   :" WS-SELECTED-COUNT
009490     DISPLAY "DSQCLOSE SNAPSHOT RECORDS:" WS-SNAP-WRITTEN-COUNT.
009500 8000-EXIT.
009510     EXIT.
009520
009530 9000-SET-RETURN-CODE.
009540*    RC 00 - THE PERIOD IS CLOSED AND ITS SNAPSHOT WRITTEN.
009550*    RC 04 - CLOSED, BUT THE SNAPSHOT'S RESULT TOTALS OVERFLOWED
009560*            OR A TABLE LUMPED ITS EXCESS - READ CLOSERPT; OR
009570*            THE PERIOD WAS ALREADY CLOSED AND NOTHING WAS DONE.
009580*    RC 08 - NOT CLOSED - A RUN IN THE PERIOD IS UNSETTLED, A
009590*            REJECT IN IT IS STILL OPEN, OR THE CLOSE CARD OR ITS
009600*            SIGNER WAS NOT GOOD.
009610*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
009620     EVALUATE TRUE
009630         WHEN WS-BLOCKER-COUNT > ZERO
009640             MOVE 8 TO RETURN-CODE
009650         WHEN WS-TOTALS-SUSPECT
009660                 OR WS-REQ-CLIPPED
009670                 OR WS-TYPE-CLIPPED
009680             MOVE 4 TO RETURN-CODE
009690         WHEN OTHER
009700             MOVE 0 TO RETURN-CODE
009710     END-EVALUATE.
009720 9000-EXIT.
009730     EXIT.
009740
009750 9900-LOG-STEP-OUTCOME.
009760*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
009770*    THE MORNING DIGEST.
009780     MOVE "RUNS" TO DSQ-JLG-COUNT-LABEL (1)
009790     MOVE WS-PERIOD-RUN-COUNT TO DSQ-JLG-COUNT (1)
009800     MOVE "TRAIL RECS" TO DSQ-JLG-COUNT-LABEL (2)
009810     MOVE WS-SELECTED-COUNT TO DSQ-JLG-COUNT (2)
009820     MOVE "SNAPSHOT" TO DSQ-JLG-COUNT-LABEL (3)
009830     MOVE WS-SNAP-WRITTEN-COUNT TO DSQ-JLG-COUNT (3)
009840     MOVE "CLOSE BLOCKERS" TO DSQ-JLG-ACTION-LABEL
009850     MOVE WS-BLOCKER-COUNT TO DSQ-JLG-ACTION-COUNT
009860     EVALUATE TRUE
009870         WHEN WS-BLOCKER-COUNT > ZERO
009880             STRING "PERIOD " WS-CLOSE-PERIOD
009890                 " NOT CLOSED - SEE CLOSERPT"
009900                 DELIMITED BY SIZE INTO DSQ-JLG-REASON
009910             END-STRING
009920         WHEN WS-TOTALS-SUSPECT
009930             MOVE "CLOSED - SNAPSHOT RESULT TOTALS SUSPECT"
009940                 TO DSQ-JLG-REASON
009950         WHEN RETURN-CODE NOT = ZERO
009960             MOVE "CLOSED - SNAPSHOT TABLES LUMPED THEIR EXCESS"
009970                 TO DSQ-JLG-REASON
009980         WHEN OTHER
009990             CONTINUE
010000     END-EVALUATE
010010     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
010020 9900-EXIT.
010030     EXIT.
010040
010050 9950-WRITE-JOB-LOG.
010060*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
010070*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
010080*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
010090     MOVE "DSQCLOSE" TO DSQ-JLG-PROGRAM
010100     MOVE RETURN-CODE TO DSQ-JLG-RC
010110     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
010120     END-CALL
010130     MOVE DSQ-JLG-RC TO RETURN-CODE.
010140 9950-EXIT.
010150     EXIT.
010160
010170 END PROGRAM DSQCLOSE.
