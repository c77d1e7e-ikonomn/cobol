000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Distribution job for the XTRCTOUT handoff.  The
000060*          requesting departments now take their results into
000070*          their own systems, so after the nightly run this job
000080*          splits the master extract into one extract per
000090*          destination named on the ROUTMST routing master (see
000100*          DSQROUTE.CPY).  Each split carries its own header and
000110*          trailer with its own detail count and hash totals,
000120*          in the same layout as XTRCTOUT, so each receiver
000130*          proves its own file whole exactly as before.
000140*
000150*          Nothing is split until the master proves itself -
000160*          its details must add back to its own trailer and the
000170*          run must be COMPLETE (and not backed out) on RUNCTL.
000180*          DISTRPT then proves the split: per-destination counts
000190*          and hashes, plus anything no route claimed, must add
000200*          back to the master trailer.  One ROUTED record per
000210*          destination is appended to RUNCTL with that split's
000220*          controls, so DSQACK can match and chase each
000230*          destination's acknowledgment on its own.
000240******************************************************************
000250* Mod Log:
000260* 2026-10-15 NK  Original program.
000262* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000264*                a step-outcome record to the suite JOBLOG
000266*                through DSQJLOG for the morning digest.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DSQDIST.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  GNUCOBOL312.
000330 OBJECT-COMPUTER.  GNUCOBOL312.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DSQ-EXTRACT-FILE ASSIGN TO "XTRCTOUT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-EXTRACT-STATUS.
000390     SELECT ROUTE-FILE ASSIGN TO "ROUTMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ROUTE-STATUS.
000420     SELECT DSQ-RUNCTL-FILE ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RUNCTL-STATUS.
000450*    THE SPLIT FILE IS REASSIGNED PER DESTINATION TO THE LOGICAL
000460*    NAME ITS ROUTMST RECORDS CARRY.
000470     SELECT DIST-FILE ASSIGN TO DYNAMIC WS-DIST-DDNAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DIST-STATUS.
000500     SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DISTRPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DSQ-EXTRACT-FILE
000560     RECORDING MODE IS F.
000570     COPY "DSQXTRCT.CPY".
000580 FD  ROUTE-FILE
000590     RECORDING MODE IS F.
000600     COPY "DSQROUTE.CPY".
000610 FD  DSQ-RUNCTL-FILE
000620     RECORDING MODE IS F.
000630     COPY "DSQRNCTL.CPY".
000640 FD  DIST-FILE
000650     RECORDING MODE IS F.
000660     COPY "DSQXTRCT.CPY"
000670         REPLACING LEADING ==DSQ== BY ==DST==.
000680 FD  DIST-REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  DIST-REPORT-RECORD          PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
000730     88 WS-EXTRACT-OK           VALUE "00".
000740     88 WS-EXTRACT-EOF          VALUE "10".
000750 01 WS-ROUTE-STATUS PIC X(02) VALUE SPACES.
000760     88 WS-ROUTE-OK             VALUE "00".
000770     88 WS-ROUTE-EOF            VALUE "10".
000780 01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
000790     88 WS-RUNCTL-OK            VALUE "00".
000800     88 WS-RUNCTL-EOF           VALUE "10".
000810 01 WS-DIST-STATUS PIC X(02) VALUE SPACES.
000820     88 WS-DIST-OK              VALUE "00".
000830 01 WS-DISTRPT-STATUS PIC X(02) VALUE SPACES.
000840     88 WS-DISTRPT-OK           VALUE "00".
000850 01 WS-DIST-DDNAME PIC X(08) VALUE SPACES.
000860 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000870 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000880     05 WS-RUN-DATE-CCYY         PIC 9(04).
000890     05 WS-RUN-DATE-MM           PIC 9(02).
000900     05 WS-RUN-DATE-DD           PIC 9(02).
000910 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
000920* THE MASTER EXTRACT AS FOUND - ITS HEADER, ITS TRAILER, AND
000930* THE SAME CONTROLS RECOMPUTED FROM ITS DETAILS.  THE HASH
000940* TOTALS ACCUMULATE MODULO PIC 9(10) (NO SIZE ERROR CHECK, BY
000950* DESIGN), THE TRUNCATION THE PRODUCER APPLIES.
000960 01 WS-HEADER-FOUND-SW PIC X(01) VALUE "N".
000970     88 WS-HEADER-FOUND          VALUE "Y".
000980 01 WS-TRAILER-FOUND-SW PIC X(01) VALUE "N".
000990     88 WS-TRAILER-FOUND         VALUE "Y".
001000 01 WS-MASTER-RUN-ID PIC 9(08) VALUE ZERO.
001010 01 WS-MASTER-RUN-DATE PIC 9(08) VALUE ZERO.
001020 01 WS-MASTER-RUN-TIME PIC 9(08) VALUE ZERO.
001030 01 WS-TRL-DETAIL-COUNT PIC 9(08) VALUE ZERO.
001040 01 WS-TRL-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
001050 01 WS-TRL-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001060 01 WS-TRL-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
001070 01 WS-MST-DETAIL-COUNT PIC 9(08) VALUE ZERO.
001080 01 WS-MST-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
001090 01 WS-MST-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001100 01 WS-MST-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
001110* DETAILS NO ROUTE CLAIMED - LISTED, COUNTED AND CARRIED IN THE
001120* PROOF SO THE SPLIT STILL ADDS BACK TO THE MASTER.
001130 01 WS-UNR-DETAIL-COUNT PIC 9(08) VALUE ZERO.
001140 01 WS-UNR-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
001150 01 WS-UNR-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001160 01 WS-UNR-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
001170* THE PROOF - EVERY DESTINATION PLUS THE UNROUTED LINE.
001180 01 WS-SUM-DETAIL-COUNT PIC 9(08) VALUE ZERO.
001190 01 WS-SUM-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
001200 01 WS-SUM-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001210 01 WS-SUM-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
001220 01 WS-BALANCED-SW PIC X(01) VALUE "N".
001230     88 WS-BALANCED              VALUE "Y".
001240* THE RUN'S STANDING ON RUNCTL, AND THE FINGERPRINT ITS ROUTED
001250* RECORDS ARE STAMPED WITH.
001260 01 WS-RUN-COMPLETE-SW PIC X(01) VALUE "N".
001270     88 WS-RUN-COMPLETE          VALUE "Y".
001280 01 WS-RUN-BACKEDOUT-SW PIC X(01) VALUE "N".
001290     88 WS-RUN-BACKEDOUT         VALUE "Y".
001300 01 WS-FP-CARD-COUNT PIC 9(08) VALUE ZERO.
001310 01 WS-FP-HASH PIC 9(10) VALUE ZERO.
001320* ANY REASON THE MASTER CANNOT BE SPLIT - NO HEADER OR TRAILER,
001330* DETAILS THAT DO NOT ADD TO THE TRAILER, OR A RUN THAT NEVER
001340* COMPLETED - STOPS THE SPLIT BEFORE ANY FILE IS WRITTEN.
001350 01 WS-CONTROL-ERROR-SW PIC X(01) VALUE "N".
001360     88 WS-CONTROL-ERROR         VALUE "Y".
001370 01 WS-ROUTES-CLIPPED-SW PIC X(01) VALUE "N".
001380     88 WS-ROUTES-CLIPPED        VALUE "Y".
001390 01 WS-WRITE-ERROR-COUNT PIC 9(04) VALUE ZERO.
001400 01 WS-DEST-WRITTEN-COUNT PIC 9(04) VALUE ZERO.
001410 01 WS-ROUTE-READ-COUNT PIC 9(04) VALUE ZERO.
001420* THE ROUTING MASTER, TABLED UP FRONT.
001430 01 WS-LOOK-REQUESTER PIC X(03) VALUE SPACES.
001440 01 WS-LOOK-CALC-TYPE PIC X(01) VALUE SPACE.
001450 01 WS-ROUTE-FOUND-SW PIC X(01) VALUE "N".
001460     88 WS-ROUTE-FOUND           VALUE "Y".
001470 01 WS-ROUTED-DEST PIC X(08) VALUE SPACES.
001480 01 WS-WRITE-DEST PIC X(08) VALUE SPACES.
001490 01 WS-RTE-COUNT PIC 9(04) VALUE ZERO.
001500 01 WS-RTE-MAX PIC 9(04) VALUE 500.
001510 01 WS-RTE-TABLE.
001520     05 WS-RTE-ENTRY OCCURS 0 TO 500 TIMES
001530         DEPENDING ON WS-RTE-COUNT
001540         INDEXED BY RTE-IX.
001550         10 WS-RTE-REQUESTER          PIC X(03).
001560         10 WS-RTE-CALC-TYPE          PIC X(01).
001570         10 WS-RTE-DEST               PIC X(08).
001580* ONE ENTRY PER DESTINATION, WITH THE CONTROLS OF ITS SPLIT.
001590 01 WS-DEST-FOUND-SW PIC X(01) VALUE "N".
001600     88 WS-DEST-FOUND            VALUE "Y".
001610 01 WS-DST-COUNT PIC 9(02) VALUE ZERO.
001620 01 WS-DST-MAX PIC 9(02) VALUE 20.
001630 01 WS-DST-TABLE.
001640     05 WS-DST-ENTRY OCCURS 0 TO 20 TIMES
001650         DEPENDING ON WS-DST-COUNT
001660         INDEXED BY DST-IX DST-WX.
001670         10 WS-DST-DEST               PIC X(08).
001680         10 WS-DST-DDNAME             PIC X(08).
001690         10 WS-DST-NAME               PIC X(30).
001700         10 WS-DST-DETAIL-COUNT       PIC 9(08).
001710         10 WS-DST-HASH-SQ-OF-SUM     PIC 9(10).
001720         10 WS-DST-HASH-SUM-OF-SQ     PIC 9(10).
001730         10 WS-DST-HASH-DIFFERENCE    PIC 9(10).
001740         10 WS-DST-WRITTEN-COUNT      PIC 9(08).
001743* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001746 COPY "DSQJOBLG.CPY".
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001762     INITIALIZE DSQ-JOBLOG-RECORD
001764     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001766     ACCEPT DSQ-JLG-START-TIME FROM TIME
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT WS-RUN-TIME FROM TIME
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     PERFORM 1100-LOAD-ROUTES THRU 1100-EXIT
001810     PERFORM 2000-SCAN-EXTRACT THRU 2000-EXIT
001820     PERFORM 3000-CHECK-RUN-CONTROL THRU 3000-EXIT
001830     IF NOT WS-CONTROL-ERROR
001840         PERFORM 4000-WRITE-DEST-FILES THRU 4000-EXIT
001850     END-IF
001860     PERFORM 5000-WRITE-PROOF THRU 5000-EXIT
001870     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001880     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001885     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001890     STOP RUN.
001900
001910 1000-INITIALIZE.
001920     OPEN OUTPUT DIST-REPORT-FILE
001930     IF NOT WS-DISTRPT-OK
001940         DISPLAY "*** DSQDIST - UNABLE TO OPEN DISTRPT ***"
001950         MOVE 16 TO RETURN-CODE
001953         MOVE "UNABLE TO OPEN DISTRPT" TO DSQ-JLG-REASON
001956         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001960         STOP RUN
001970     END-IF
001980     MOVE SPACES TO DIST-REPORT-RECORD
001990     STRING "EXTRACT DISTRIBUTION REPORT - RUN DATE "
002000         DELIMITED BY SIZE
002010         WS-RUN-DATE-CCYY DELIMITED BY SIZE
002020         "-" DELIMITED BY SIZE
002030         WS-RUN-DATE-MM DELIMITED BY SIZE
002040         "-" DELIMITED BY SIZE
002050         WS-RUN-DATE-DD DELIMITED BY SIZE
002060         INTO DIST-REPORT-RECORD
002070     END-STRING
002080     WRITE DIST-REPORT-RECORD.
002090 1000-EXIT.
002100     EXIT.
002110
002120 1100-LOAD-ROUTES.
002130*    WITHOUT A ROUTING MASTER THERE IS NOTHING TO SPLIT BY - A
002140*    HARD STOP, NOT AN EMPTY TABLE THAT WOULD LEAVE EVERY
002150*    DETAIL UNROUTED.
002160     OPEN INPUT ROUTE-FILE
002170     IF NOT WS-ROUTE-OK
002180         DISPLAY "*** DSQDIST - UNABLE TO OPEN ROUTMST ***"
002190         MOVE 16 TO RETURN-CODE
002193         MOVE "UNABLE TO OPEN ROUTMST" TO DSQ-JLG-REASON
002196         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002200         STOP RUN
002210     END-IF
002220     PERFORM 1150-LOAD-ONE-ROUTE THRU 1150-EXIT
002230         UNTIL WS-ROUTE-EOF
002240     CLOSE ROUTE-FILE
002250     MOVE SPACES TO DIST-REPORT-RECORD
002260     STRING "ROUTES LOADED " WS-RTE-COUNT
002270         "  DESTINATIONS " WS-DST-COUNT
002280         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
002290     END-STRING
002300     WRITE DIST-REPORT-RECORD.
002310 1100-EXIT.
002320     EXIT.
002330
002340 1150-LOAD-ONE-ROUTE.
002350     READ ROUTE-FILE
002360         AT END
002370             SET WS-ROUTE-EOF TO TRUE
002380             GO TO 1150-EXIT
002390     END-READ
002400     ADD 1 TO WS-ROUTE-READ-COUNT
002410     IF DSQ-RTE-DEST = SPACES OR DSQ-RTE-DDNAME = SPACES
002420         MOVE SPACES TO DIST-REPORT-RECORD
002430         STRING "*** ROUTE " WS-ROUTE-READ-COUNT
002440             " IGNORED - NO DESTINATION OR DDNAME ***"
002450             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
002460         END-STRING
002470         WRITE DIST-REPORT-RECORD
002480         GO TO 1150-EXIT
002490     END-IF
002500*    THE FIRST ROUTE FOR A REQUESTER/TYPE PAIR WINS - A SECOND
002510*    ONE IS A MASTER ERROR, SAID ON THE REPORT.
002520     MOVE DSQ-RTE-REQUESTER TO WS-LOOK-REQUESTER
002530     MOVE DSQ-RTE-CALC-TYPE TO WS-LOOK-CALC-TYPE
002540     PERFORM 2550-SEARCH-ROUTES THRU 2550-EXIT
002550     IF WS-ROUTE-FOUND
002560         MOVE SPACES TO DIST-REPORT-RECORD
002570         STRING "*** ROUTE " WS-ROUTE-READ-COUNT
002580             " IGNORED - REQUESTER " DSQ-RTE-REQUESTER
002590             " TYPE " DSQ-RTE-CALC-TYPE
002600             " ALREADY ROUTED TO " WS-ROUTED-DEST " ***"
002610             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
002620         END-STRING
002630         WRITE DIST-REPORT-RECORD
002640         GO TO 1150-EXIT
002650     END-IF
002660     PERFORM 1170-TABLE-DEST THRU 1170-EXIT
002670     IF NOT WS-DEST-FOUND
002680         GO TO 1150-EXIT
002690     END-IF
002700     IF WS-RTE-COUNT NOT < WS-RTE-MAX
002710         IF NOT WS-ROUTES-CLIPPED
002720             SET WS-ROUTES-CLIPPED TO TRUE
002730             MOVE SPACES TO DIST-REPORT-RECORD
002740             STRING "*** MORE THAN " WS-RTE-MAX
002750                 " ROUTES ON ROUTMST - EXCESS IGNORED ***"
002760                 DELIMITED BY SIZE INTO DIST-REPORT-RECORD
002770             END-STRING
002780             WRITE DIST-REPORT-RECORD
002790         END-IF
002800         GO TO 1150-EXIT
002810     END-IF
002820     ADD 1 TO WS-RTE-COUNT
002830     SET RTE-IX TO WS-RTE-COUNT
002840     MOVE DSQ-RTE-REQUESTER TO WS-RTE-REQUESTER (RTE-IX)
002850     MOVE DSQ-RTE-CALC-TYPE TO WS-RTE-CALC-TYPE (RTE-IX)
002860     MOVE DSQ-RTE-DEST TO WS-RTE-DEST (RTE-IX).
002870 1150-EXIT.
002880     EXIT.
002890
002900 1170-TABLE-DEST.
002910*    LEAVES DST-IX ON THE ROUTE'S DESTINATION, APPENDING IT THE
002920*    FIRST TIME IT IS SEEN.  THE FIRST DDNAME GIVEN FOR A
002930*    DESTINATION IS THE ONE ITS SPLIT IS WRITTEN TO.
002940     MOVE DSQ-RTE-DEST TO WS-ROUTED-DEST
002950     PERFORM 2600-FIND-DEST THRU 2600-EXIT
002960     IF WS-DEST-FOUND
002970         IF DSQ-RTE-DDNAME NOT = WS-DST-DDNAME (DST-IX)
002980             MOVE SPACES TO DIST-REPORT-RECORD
002990             STRING "*** ROUTE " WS-ROUTE-READ-COUNT
003000                 " NAMES DDNAME " DSQ-RTE-DDNAME " FOR "
003010                 DSQ-RTE-DEST " - " WS-DST-DDNAME (DST-IX)
003020                 " KEPT ***"
003030                 DELIMITED BY SIZE INTO DIST-REPORT-RECORD
003040             END-STRING
003050             WRITE DIST-REPORT-RECORD
003060         END-IF
003070         GO TO 1170-EXIT
003080     END-IF
003090     IF WS-DST-COUNT NOT < WS-DST-MAX
003100         SET WS-ROUTES-CLIPPED TO TRUE
003110         MOVE SPACES TO DIST-REPORT-RECORD
003120         STRING "*** MORE THAN " WS-DST-MAX
003130             " DESTINATIONS - ROUTE " WS-ROUTE-READ-COUNT
003140             " TO " DSQ-RTE-DEST " IGNORED ***"
003150             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
003160         END-STRING
003170         WRITE DIST-REPORT-RECORD
003180         GO TO 1170-EXIT
003190     END-IF
003200     ADD 1 TO WS-DST-COUNT
003210     SET DST-IX TO WS-DST-COUNT
003220     INITIALIZE WS-DST-ENTRY (DST-IX)
003230     MOVE DSQ-RTE-DEST TO WS-DST-DEST (DST-IX)
003240     MOVE DSQ-RTE-DDNAME TO WS-DST-DDNAME (DST-IX)
003250     MOVE DSQ-RTE-DEST-NAME TO WS-DST-NAME (DST-IX)
003260     SET WS-DEST-FOUND TO TRUE.
003270 1170-EXIT.
003280     EXIT.
003290
003300 2000-SCAN-EXTRACT.
003310*    FIRST PASS - THE MASTER'S OWN CONTROLS ARE RECOMPUTED AND
003320*    EVERY DETAIL IS ROUTED, SO EACH DESTINATION'S CONTROLS ARE
003330*    KNOWN BEFORE ANY SPLIT IS WRITTEN.
003340     OPEN INPUT DSQ-EXTRACT-FILE
003350     IF NOT WS-EXTRACT-OK
003360         DISPLAY "*** DSQDIST - UNABLE TO OPEN XTRCTOUT ***"
003370         MOVE 16 TO RETURN-CODE
003373         MOVE "UNABLE TO OPEN XTRCTOUT" TO DSQ-JLG-REASON
003376         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003380         STOP RUN
003390     END-IF
003400     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
003410         UNTIL WS-EXTRACT-EOF
003420     CLOSE DSQ-EXTRACT-FILE
003430     IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
003440         SET WS-CONTROL-ERROR TO TRUE
003450         MOVE "*** XTRCTOUT HAS NO HEADER OR NO TRAILER - NOT DIS
003460-            "TRIBUTED ***" TO DIST-REPORT-RECORD
003470         WRITE DIST-REPORT-RECORD
003480         GO TO 2000-EXIT
003490     END-IF
003500     IF WS-MST-DETAIL-COUNT NOT = WS-TRL-DETAIL-COUNT
003510             OR WS-MST-HASH-SQ-OF-SUM NOT = WS-TRL-HASH-SQ-OF-SUM
003520             OR WS-MST-HASH-SUM-OF-SQ NOT = WS-TRL-HASH-SUM-OF-SQ
003530             OR WS-MST-HASH-DIFFERENCE
003540                 NOT = WS-TRL-HASH-DIFFERENCE
003550         SET WS-CONTROL-ERROR TO TRUE
003560         MOVE "*** XTRCTOUT DETAILS DO NOT AGREE WITH ITS OWN TRAI
003570-            "LER - NOT DISTRIBUTED ***" TO DIST-REPORT-RECORD
003580         WRITE DIST-REPORT-RECORD
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620
003630 2100-SCAN-ONE-RECORD.
003640     READ DSQ-EXTRACT-FILE
003650         AT END
003660             SET WS-EXTRACT-EOF TO TRUE
003670             GO TO 2100-EXIT
003680     END-READ
003690     EVALUATE TRUE
003700         WHEN DSQ-XTR-HEADER
003710             SET WS-HEADER-FOUND TO TRUE
003720             MOVE DSQ-XTR-RUN-ID TO WS-MASTER-RUN-ID
003730             MOVE DSQ-XTR-HDR-RUN-DATE TO WS-MASTER-RUN-DATE
003740             MOVE DSQ-XTR-HDR-RUN-TIME TO WS-MASTER-RUN-TIME
003750         WHEN DSQ-XTR-TRAILER
003760             SET WS-TRAILER-FOUND TO TRUE
003770             MOVE DSQ-XTR-TRL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
003780             MOVE DSQ-XTR-TRL-HASH-SQ-OF-SUM
003790                 TO WS-TRL-HASH-SQ-OF-SUM
003800             MOVE DSQ-XTR-TRL-HASH-SUM-OF-SQ
003810                 TO WS-TRL-HASH-SUM-OF-SQ
003820             MOVE DSQ-XTR-TRL-HASH-DIFFERENCE
003830                 TO WS-TRL-HASH-DIFFERENCE
003840         WHEN DSQ-XTR-DETAIL
003850             PERFORM 2200-ROUTE-ONE-DETAIL THRU 2200-EXIT
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 2100-EXIT.
003900     EXIT.
003910
003920 2200-ROUTE-ONE-DETAIL.
003930     ADD 1 TO WS-MST-DETAIL-COUNT
003940     ADD DSQ-XTR-SQUARE-OF-SUM TO WS-MST-HASH-SQ-OF-SUM
003950     ADD DSQ-XTR-SUM-OF-SQUARES TO WS-MST-HASH-SUM-OF-SQ
003960     ADD DSQ-XTR-DIFFERENCE TO WS-MST-HASH-DIFFERENCE
003970     PERFORM 2500-ROUTE-DETAIL THRU 2500-EXIT
003980     IF WS-ROUTE-FOUND
003990         ADD 1 TO WS-DST-DETAIL-COUNT (DST-IX)
004000         ADD DSQ-XTR-SQUARE-OF-SUM
004010             TO WS-DST-HASH-SQ-OF-SUM (DST-IX)
004020         ADD DSQ-XTR-SUM-OF-SQUARES
004030             TO WS-DST-HASH-SUM-OF-SQ (DST-IX)
004040         ADD DSQ-XTR-DIFFERENCE
004050             TO WS-DST-HASH-DIFFERENCE (DST-IX)
004060         GO TO 2200-EXIT
004070     END-IF
004080*    NO ROUTE CLAIMS THIS DETAIL - IT GOES NOWHERE TONIGHT, SO
004090*    IT IS LISTED FOR THE ROUTING MASTER TO BE FIXED.
004100     ADD 1 TO WS-UNR-DETAIL-COUNT
004110     ADD DSQ-XTR-SQUARE-OF-SUM TO WS-UNR-HASH-SQ-OF-SUM
004120     ADD DSQ-XTR-SUM-OF-SQUARES TO WS-UNR-HASH-SUM-OF-SQ
004130     ADD DSQ-XTR-DIFFERENCE TO WS-UNR-HASH-DIFFERENCE
004140     MOVE SPACES TO DIST-REPORT-RECORD
004150     STRING "UNROUTED DETAIL - REQUESTER " DSQ-XTR-REQUESTER
004160         " TYPE " DSQ-XTR-CALC-TYPE
004170         " FROM " DSQ-XTR-FROM " N " DSQ-XTR-N
004180         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
004190     END-STRING
004200     WRITE DIST-REPORT-RECORD.
004210 2200-EXIT.
004220     EXIT.
004230
004240 2500-ROUTE-DETAIL.
004250*    LEAVES DST-IX ON THE DETAIL'S DESTINATION, TRYING THE
004260*    ROUTES MOST SPECIFIC FIRST - REQUESTER AND TYPE, THEN THE
004270*    REQUESTER FOR ANY TYPE, THEN ANY REQUESTER FOR THE TYPE,
004280*    THEN THE CATCH-ALL.
004290     MOVE DSQ-XTR-REQUESTER TO WS-LOOK-REQUESTER
004300     MOVE DSQ-XTR-CALC-TYPE TO WS-LOOK-CALC-TYPE
004310     PERFORM 2550-SEARCH-ROUTES THRU 2550-EXIT
004320     IF NOT WS-ROUTE-FOUND
004330         MOVE "*" TO WS-LOOK-CALC-TYPE
004340         PERFORM 2550-SEARCH-ROUTES THRU 2550-EXIT
004350     END-IF
004360     IF NOT WS-ROUTE-FOUND
004370         MOVE "***" TO WS-LOOK-REQUESTER
004380         MOVE DSQ-XTR-CALC-TYPE TO WS-LOOK-CALC-TYPE
004390         PERFORM 2550-SEARCH-ROUTES THRU 2550-EXIT
004400     END-IF
004410     IF NOT WS-ROUTE-FOUND
004420         MOVE "*" TO WS-LOOK-CALC-TYPE
004430         PERFORM 2550-SEARCH-ROUTES THRU 2550-EXIT
004440     END-IF
004450     IF WS-ROUTE-FOUND
004460         PERFORM 2600-FIND-DEST THRU 2600-EXIT
004470     END-IF.
004480 2500-EXIT.
004490     EXIT.
004500
004510 2550-SEARCH-ROUTES.
004520     MOVE "N" TO WS-ROUTE-FOUND-SW
004530     IF WS-RTE-COUNT > ZERO
004540         SET RTE-IX TO 1
004550         SEARCH WS-RTE-ENTRY
004560             AT END
004570                 CONTINUE
004580             WHEN WS-RTE-REQUESTER (RTE-IX) = WS-LOOK-REQUESTER
004590                     AND WS-RTE-CALC-TYPE (RTE-IX)
004600                         = WS-LOOK-CALC-TYPE
004610                 SET WS-ROUTE-FOUND TO TRUE
004620                 MOVE WS-RTE-DEST (RTE-IX) TO WS-ROUTED-DEST
004630         END-SEARCH
004640     END-IF.
004650 2550-EXIT.
004660     EXIT.
004670
004680 2600-FIND-DEST.
004690     MOVE "N" TO WS-DEST-FOUND-SW
004700     IF WS-DST-COUNT > ZERO
004710         SET DST-IX TO 1
004720         SEARCH WS-DST-ENTRY
004730             AT END
004740                 CONTINUE
004750             WHEN WS-DST-DEST (DST-IX) = WS-ROUTED-DEST
004760                 SET WS-DEST-FOUND TO TRUE
004770         END-SEARCH
004780     END-IF.
004790 2600-EXIT.
004800     EXIT.
004810
004820 3000-CHECK-RUN-CONTROL.
004830*    ONLY A RUN THAT COMPLETED, AND HAS NOT SINCE BEEN BACKED
004840*    OUT, IS DISTRIBUTED.  ITS FINGERPRINT IS KEPT FOR THE
004850*    ROUTED RECORDS.
004860     IF WS-CONTROL-ERROR
004870         GO TO 3000-EXIT
004880     END-IF
004890     OPEN INPUT DSQ-RUNCTL-FILE
004900     IF NOT WS-RUNCTL-OK
004910         DISPLAY "*** DSQDIST - UNABLE TO OPEN RUNCTL ***"
004920         MOVE 16 TO RETURN-CODE
004923         MOVE "UNABLE TO OPEN RUNCTL" TO DSQ-JLG-REASON
004926         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004930         STOP RUN
004940     END-IF
004950     PERFORM 3100-CHECK-ONE-RUNCTL THRU 3100-EXIT
004960         UNTIL WS-RUNCTL-EOF
004970     CLOSE DSQ-RUNCTL-FILE
004980     IF NOT WS-RUN-COMPLETE OR WS-RUN-BACKEDOUT
004990         SET WS-CONTROL-ERROR TO TRUE
005000         MOVE SPACES TO DIST-REPORT-RECORD
005010         STRING "*** RUN " WS-MASTER-RUN-ID
005020             " IS NOT COMPLETE ON RUNCTL OR IS BACKED OUT - "
005030             "NOT DISTRIBUTED ***"
005040             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
005050         END-STRING
005060         WRITE DIST-REPORT-RECORD
005070     END-IF.
005080 3000-EXIT.
005090     EXIT.
005100
005110 3100-CHECK-ONE-RUNCTL.
005120     READ DSQ-RUNCTL-FILE
005130         AT END
005140             SET WS-RUNCTL-EOF TO TRUE
005150             GO TO 3100-EXIT
005160     END-READ
005170     IF DSQ-RCT-RUN-ID NOT = WS-MASTER-RUN-ID
005180         GO TO 3100-EXIT
005190     END-IF
005200     EVALUATE TRUE
005210         WHEN DSQ-RCT-COMPLETE
005220             SET WS-RUN-COMPLETE TO TRUE
005230             MOVE DSQ-RCT-FP-CARD-COUNT TO WS-FP-CARD-COUNT
005240             MOVE DSQ-RCT-FP-HASH TO WS-FP-HASH
005250         WHEN DSQ-RCT-BACKEDOUT
005260             SET WS-RUN-BACKEDOUT TO TRUE
005270         WHEN OTHER
005280             CONTINUE
005290     END-EVALUATE.
005300 3100-EXIT.
005310     EXIT.
005320
005330 4000-WRITE-DEST-FILES.
005340     IF WS-DST-COUNT = ZERO
005350         GO TO 4000-EXIT
005360     END-IF
005370     SET DST-WX TO 1
005380     PERFORM 4100-WRITE-ONE-DEST THRU 4100-EXIT
005390         UNTIL DST-WX > WS-DST-COUNT.
005400 4000-EXIT.
005410     EXIT.
005420
005430 4100-WRITE-ONE-DEST.
005440*    SECOND PASS, ONCE PER DESTINATION - ITS SPLIT GETS ITS OWN
005450*    HEADER, THE DETAILS ROUTED TO IT IN MASTER ORDER, AND A
005460*    TRAILER WITH THE CONTROLS THE FIRST PASS ADDED UP.  A
005470*    DESTINATION WITH NOTHING TONIGHT GETS NO FILE AND NO ROUTED
005480*    RECORD, SO IT IS NEVER CHASED FOR AN ACK OF NOTHING.
005490     IF WS-DST-DETAIL-COUNT (DST-WX) = ZERO
005500         MOVE SPACES TO DIST-REPORT-RECORD
005510         STRING "DESTINATION " WS-DST-DEST (DST-WX)
005520             " - NO DETAILS THIS RUN - NO FILE WRITTEN"
005530             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
005540         END-STRING
005550         WRITE DIST-REPORT-RECORD
005560         GO TO 4100-NEXT
005570     END-IF
005580     MOVE WS-DST-DEST (DST-WX) TO WS-WRITE-DEST
005590     MOVE WS-DST-DDNAME (DST-WX) TO WS-DIST-DDNAME
005600     OPEN OUTPUT DIST-FILE
005610     IF NOT WS-DIST-OK
005620         ADD 1 TO WS-WRITE-ERROR-COUNT
005630         MOVE SPACES TO DIST-REPORT-RECORD
005640         STRING "*** DESTINATION " WS-WRITE-DEST
005650             " - UNABLE TO OPEN " WS-DIST-DDNAME
005660             " - NOT DISTRIBUTED ***"
005670             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
005680         END-STRING
005690         WRITE DIST-REPORT-RECORD
005700         GO TO 4100-NEXT
005710     END-IF
005720     MOVE SPACES TO DST-EXTRACT-RECORD
005730     SET DST-XTR-HEADER TO TRUE
005740     MOVE WS-MASTER-RUN-ID TO DST-XTR-RUN-ID
005750     MOVE WS-MASTER-RUN-DATE TO DST-XTR-HDR-RUN-DATE
005760     MOVE WS-MASTER-RUN-TIME TO DST-XTR-HDR-RUN-TIME
005770     MOVE "DSQDIST" TO DST-XTR-HDR-SOURCE-JOB
005780     MOVE WS-WRITE-DEST TO DST-XTR-HDR-DEST
005790     WRITE DST-EXTRACT-RECORD
005800     MOVE SPACES TO WS-EXTRACT-STATUS
005810     OPEN INPUT DSQ-EXTRACT-FILE
005811     IF NOT WS-EXTRACT-OK
005812         DISPLAY "*** DSQDIST - UNABLE TO REOPEN XTRCTOUT ***"
005813         MOVE 16 TO RETURN-CODE
005814         MOVE "XTRCTOUT NOT REOPENED - DISTRIBUTION INCOMPLETE"
005815             TO DSQ-JLG-REASON
005816         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
005817         STOP RUN
005818     END-IF
005820     PERFORM 4200-COPY-ONE-DETAIL THRU 4200-EXIT
005830         UNTIL WS-EXTRACT-EOF
005840     CLOSE DSQ-EXTRACT-FILE
005850     MOVE SPACES TO DST-EXTRACT-RECORD
005860     SET DST-XTR-TRAILER TO TRUE
005870     MOVE WS-MASTER-RUN-ID TO DST-XTR-RUN-ID
005880     MOVE WS-DST-DETAIL-COUNT (DST-WX)
005890         TO DST-XTR-TRL-DETAIL-COUNT
005900     MOVE WS-DST-HASH-SQ-OF-SUM (DST-WX)
005910         TO DST-XTR-TRL-HASH-SQ-OF-SUM
005920     MOVE WS-DST-HASH-SUM-OF-SQ (DST-WX)
005930         TO DST-XTR-TRL-HASH-SUM-OF-SQ
005940     MOVE WS-DST-HASH-DIFFERENCE (DST-WX)
005950         TO DST-XTR-TRL-HASH-DIFFERENCE
005960     MOVE WS-WRITE-DEST TO DST-XTR-TRL-DEST
005970     WRITE DST-EXTRACT-RECORD
005980     CLOSE DIST-FILE
005990*    THE SECOND PASS MUST WRITE EXACTLY WHAT THE FIRST COUNTED -
006000*    A SHORT SPLIT IS NOT REGISTERED, SO IT CAN NEVER BE ACKED.
006010     IF WS-DST-WRITTEN-COUNT (DST-WX)
006020             NOT = WS-DST-DETAIL-COUNT (DST-WX)
006030         ADD 1 TO WS-WRITE-ERROR-COUNT
006040         MOVE SPACES TO DIST-REPORT-RECORD
006050         STRING "*** DESTINATION " WS-WRITE-DEST
006060             " - WROTE " WS-DST-WRITTEN-COUNT (DST-WX)
006070             " OF " WS-DST-DETAIL-COUNT (DST-WX)
006080             " DETAILS - NOT REGISTERED ***"
006090             DELIMITED BY SIZE INTO DIST-REPORT-RECORD
006100         END-STRING
006110         WRITE DIST-REPORT-RECORD
006120         GO TO 4100-NEXT
006130     END-IF
006140     PERFORM 4500-REGISTER-ROUTED THRU 4500-EXIT
006150     ADD 1 TO WS-DEST-WRITTEN-COUNT
006160     MOVE SPACES TO DIST-REPORT-RECORD
006170     STRING "DESTINATION " WS-WRITE-DEST
006180         " - " WS-DST-DETAIL-COUNT (DST-WX)
006190         " DETAILS WRITTEN TO " WS-DIST-DDNAME
006200         " - " WS-DST-NAME (DST-WX)
006210         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
006220     END-STRING
006230     WRITE DIST-REPORT-RECORD.
006240 4100-NEXT.
006250     SET DST-WX UP BY 1.
006260 4100-EXIT.
006270     EXIT.
006280
006290 4200-COPY-ONE-DETAIL.
006300     READ DSQ-EXTRACT-FILE
006310         AT END
006320             SET WS-EXTRACT-EOF TO TRUE
006330             GO TO 4200-EXIT
006340     END-READ
006350     IF NOT DSQ-XTR-DETAIL
006360         GO TO 4200-EXIT
006370     END-IF
006380     PERFORM 2500-ROUTE-DETAIL THRU 2500-EXIT
006390     IF WS-ROUTE-FOUND AND WS-ROUTED-DEST = WS-WRITE-DEST
006400         MOVE DSQ-EXTRACT-RECORD TO DST-EXTRACT-RECORD
006410         WRITE DST-EXTRACT-RECORD
006420         ADD 1 TO WS-DST-WRITTEN-COUNT (DST-WX)
006430     END-IF.
006440 4200-EXIT.
006450     EXIT.
006460
006470 4500-REGISTER-ROUTED.
006480*    ONE ROUTED RECORD PER SPLIT, WITH THE RUN'S OWN FINGERPRINT
006490*    AND THE SPLIT'S OWN CONTROLS - WHAT DSQACK MATCHES THAT
006500*    DESTINATION'S ACKNOWLEDGMENT AGAINST.
006510     MOVE WS-MASTER-RUN-ID TO DSQ-RCT-RUN-ID
006520     MOVE WS-FP-CARD-COUNT TO DSQ-RCT-FP-CARD-COUNT
006530     MOVE WS-FP-HASH TO DSQ-RCT-FP-HASH
006540     MOVE "ROUTED  " TO DSQ-RCT-STATUS
006550     MOVE WS-RUN-DATE TO DSQ-RCT-TS-DATE
006560     MOVE WS-RUN-TIME TO DSQ-RCT-TS-TIME
006570     MOVE WS-DST-DETAIL-COUNT (DST-WX) TO DSQ-RCT-DETAIL-COUNT
006580     MOVE WS-DST-HASH-SQ-OF-SUM (DST-WX)
006590         TO DSQ-RCT-HASH-SQ-OF-SUM
006600     MOVE WS-DST-HASH-SUM-OF-SQ (DST-WX)
006610         TO DSQ-RCT-HASH-SUM-OF-SQ
006620     MOVE WS-DST-HASH-DIFFERENCE (DST-WX)
006630         TO DSQ-RCT-HASH-DIFFERENCE
006640     MOVE WS-WRITE-DEST TO DSQ-RCT-DEST
006650     OPEN EXTEND DSQ-RUNCTL-FILE
006660     IF NOT WS-RUNCTL-OK
006670         DISPLAY "*** DSQDIST - UNABLE TO WRITE RUNCTL - "
006680             "ROUTING NOT REGISTERED ***"
006690         MOVE 16 TO RETURN-CODE
006692         MOVE "UNABLE TO WRITE RUNCTL - ROUTING NOT REGISTERED"
006694             TO DSQ-JLG-REASON
006696         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
006700         STOP RUN
006710     END-IF
006720     WRITE DSQ-RUNCTL-RECORD
006730     CLOSE DSQ-RUNCTL-FILE.
006740 4500-EXIT.
006750     EXIT.
006760
006770 5000-WRITE-PROOF.
006780*    THE PROOF - EVERY DESTINATION'S COUNT AND HASHES, PLUS THE
006790*    UNROUTED DETAILS, ADDED UP AND SET AGAINST THE MASTER
006800*    TRAILER.  THE HASHES ADD MODULO PIC 9(10) LIKE THE
006810*    TRAILER'S OWN, SO A TRUE SPLIT BALANCES EXACTLY.
006820     MOVE SPACES TO DIST-REPORT-RECORD
006830     WRITE DIST-REPORT-RECORD
006840     MOVE SPACES TO DIST-REPORT-RECORD
006850     STRING "DISTRIBUTION PROOF - RUN " WS-MASTER-RUN-ID
006860         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
006870     END-STRING
006880     WRITE DIST-REPORT-RECORD
006890     MOVE "DEST     DDNAME    DETAILS  HASH-SQ-OF-SUM  HASH-SUM-OF
006900-        "-SQ  HASH-DIFFERENCE" TO DIST-REPORT-RECORD
006910     WRITE DIST-REPORT-RECORD
006920     IF WS-DST-COUNT > ZERO
006930         SET DST-WX TO 1
006940         PERFORM 5100-WRITE-ONE-PROOF-LINE THRU 5100-EXIT
006950             UNTIL DST-WX > WS-DST-COUNT
006960     END-IF
006970     ADD WS-UNR-DETAIL-COUNT TO WS-SUM-DETAIL-COUNT
006980     ADD WS-UNR-HASH-SQ-OF-SUM TO WS-SUM-HASH-SQ-OF-SUM
006990     ADD WS-UNR-HASH-SUM-OF-SQ TO WS-SUM-HASH-SUM-OF-SQ
007000     ADD WS-UNR-HASH-DIFFERENCE TO WS-SUM-HASH-DIFFERENCE
007010     MOVE SPACES TO DIST-REPORT-RECORD
007020     STRING "UNROUTED           " WS-UNR-DETAIL-COUNT
007030         "  " WS-UNR-HASH-SQ-OF-SUM
007040         "      " WS-UNR-HASH-SUM-OF-SQ
007050         "      " WS-UNR-HASH-DIFFERENCE
007060         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007070     END-STRING
007080     WRITE DIST-REPORT-RECORD
007090     MOVE SPACES TO DIST-REPORT-RECORD
007100     STRING "TOTAL              " WS-SUM-DETAIL-COUNT
007110         "  " WS-SUM-HASH-SQ-OF-SUM
007120         "      " WS-SUM-HASH-SUM-OF-SQ
007130         "      " WS-SUM-HASH-DIFFERENCE
007140         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007150     END-STRING
007160     WRITE DIST-REPORT-RECORD
007170     MOVE SPACES TO DIST-REPORT-RECORD
007180     STRING "MASTER TRAILER     " WS-TRL-DETAIL-COUNT
007190         "  " WS-TRL-HASH-SQ-OF-SUM
007200         "      " WS-TRL-HASH-SUM-OF-SQ
007210         "      " WS-TRL-HASH-DIFFERENCE
007220         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007230     END-STRING
007240     WRITE DIST-REPORT-RECORD
007250     IF WS-SUM-DETAIL-COUNT = WS-TRL-DETAIL-COUNT
007260             AND WS-SUM-HASH-SQ-OF-SUM = WS-TRL-HASH-SQ-OF-SUM
007270             AND WS-SUM-HASH-SUM-OF-SQ = WS-TRL-HASH-SUM-OF-SQ
007280             AND WS-SUM-HASH-DIFFERENCE = WS-TRL-HASH-DIFFERENCE
007290             AND NOT WS-CONTROL-ERROR
007300         SET WS-BALANCED TO TRUE
007310         MOVE "PROOF              : BALANCED TO MASTER TRAILER"
007320             TO DIST-REPORT-RECORD
007330     ELSE
007340         MOVE "PROOF              : *** OUT OF BALANCE OR NOT DIS
007350-            "TRIBUTED ***" TO DIST-REPORT-RECORD
007360     END-IF
007370     WRITE DIST-REPORT-RECORD
007380     MOVE SPACES TO DIST-REPORT-RECORD
007390     WRITE DIST-REPORT-RECORD
007400     MOVE SPACES TO DIST-REPORT-RECORD
007410     STRING "DESTINATIONS WRITTEN   : " WS-DEST-WRITTEN-COUNT
007420         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007430     END-STRING
007440     WRITE DIST-REPORT-RECORD
007450     MOVE SPACES TO DIST-REPORT-RECORD
007460     STRING "DESTINATIONS IN ERROR  : " WS-WRITE-ERROR-COUNT
007470         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007480     END-STRING
007490     WRITE DIST-REPORT-RECORD
007500     MOVE SPACES TO DIST-REPORT-RECORD
007510     STRING "DETAILS UNROUTED       : " WS-UNR-DETAIL-COUNT
007520         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007530     END-STRING
007540     WRITE DIST-REPORT-RECORD.
007550 5000-EXIT.
007560     EXIT.
007570
007580 5100-WRITE-ONE-PROOF-LINE.
007590     ADD WS-DST-DETAIL-COUNT (DST-WX) TO WS-SUM-DETAIL-COUNT
007600     ADD WS-DST-HASH-SQ-OF-SUM (DST-WX) TO WS-SUM-HASH-SQ-OF-SUM
007610     ADD WS-DST-HASH-SUM-OF-SQ (DST-WX) TO WS-SUM-HASH-SUM-OF-SQ
007620     ADD WS-DST-HASH-DIFFERENCE (DST-WX)
007630         TO WS-SUM-HASH-DIFFERENCE
007640     MOVE SPACES TO DIST-REPORT-RECORD
007650     STRING WS-DST-DEST (DST-WX) " "
007660         WS-DST-DDNAME (DST-WX) "  "
007670         WS-DST-DETAIL-COUNT (DST-WX)
007680         "  " WS-DST-HASH-SQ-OF-SUM (DST-WX)
007690         "      " WS-DST-HASH-SUM-OF-SQ (DST-WX)
007700         "      " WS-DST-HASH-DIFFERENCE (DST-WX)
007710         DELIMITED BY SIZE INTO DIST-REPORT-RECORD
007720     END-STRING
007730     WRITE DIST-REPORT-RECORD
007740     SET DST-WX UP BY 1.
007750 5100-EXIT.
007760     EXIT.
007770
007780 8000-CLOSE-FILES.
007790     CLOSE DIST-REPORT-FILE
007800     DISPLAY "DSQDIST DESTINATIONS WRITTEN :"
007810         WS-DEST-WRITTEN-COUNT
007820     DISPLAY "DSQDIST DESTINATIONS IN ERROR:"
007830         WS-WRITE-ERROR-COUNT
007840     DISPLAY "DSQDIST DETAILS UNROUTED     :"
007850         WS-UNR-DETAIL-COUNT.
007860 8000-EXIT.
007870     EXIT.
007880
007890 9000-SET-RETURN-CODE.
007900*    RC 00 - EVERY DETAIL ROUTED, EVERY SPLIT WRITTEN AND
007910*            REGISTERED, AND THE PROOF BALANCES.
007920*    RC 08 - SOME DETAILS MATCHED NO ROUTE, A SPLIT COULD NOT BE
007930*            WRITTEN, OR ROUTMST OVERFLOWED ITS TABLES - THE
007940*            SPLITS THAT WERE WRITTEN ARE GOOD, BUT SOMEONE IS
007950*            MISSING RESULTS UNTIL THE ROUTING MASTER IS FIXED
007960*            AND THE JOB RERUN.
007970*    RC 12 - THE MASTER EXTRACT FAILED ITS OWN TRAILER, THE RUN
007980*            IS NOT COMPLETE ON RUNCTL, OR THE PROOF IS OUT OF
007990*            BALANCE - NOTHING WAS DISTRIBUTED.
008000*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED OR RUNCTL
008010*            COULD NOT BE UPDATED.
008020     IF WS-CONTROL-ERROR OR NOT WS-BALANCED
008030         MOVE 12 TO RETURN-CODE
008040     ELSE
008050         IF WS-UNR-DETAIL-COUNT > ZERO
008060                 OR WS-WRITE-ERROR-COUNT > ZERO
008070                 OR WS-ROUTES-CLIPPED
008080             MOVE 8 TO RETURN-CODE
008090         ELSE
008100             MOVE 0 TO RETURN-CODE
008110         END-IF
008120     END-IF.
008130 9000-EXIT.
008140     EXIT.
008150
008151 9900-LOG-STEP-OUTCOME.
008152*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
008153*    THE MORNING DIGEST.
008154     MOVE "DESTS" TO DSQ-JLG-COUNT-LABEL (1)
008155     MOVE WS-DEST-WRITTEN-COUNT TO DSQ-JLG-COUNT (1)
008156     MOVE "UNROUTED" TO DSQ-JLG-COUNT-LABEL (2)
008157     MOVE WS-UNR-DETAIL-COUNT TO DSQ-JLG-COUNT (2)
008158     MOVE "DEST ERROR" TO DSQ-JLG-COUNT-LABEL (3)
008159     MOVE WS-WRITE-ERROR-COUNT TO DSQ-JLG-COUNT (3)
008160     EVALUATE TRUE
008161         WHEN WS-CONTROL-ERROR
008162             MOVE "MASTER FAILED ITS CONTROLS - NOT DISTRIBUTED"
008163                 TO DSQ-JLG-REASON
008164         WHEN NOT WS-BALANCED
008165             MOVE "DISTRIBUTION OUT OF BALANCE WITH MASTER"
008166                 TO DSQ-JLG-REASON
008167         WHEN WS-UNR-DETAIL-COUNT > ZERO
008168             MOVE "DETAILS MATCHED NO ROUTE - FIX ROUTMST"
008169                 TO DSQ-JLG-REASON
008170         WHEN WS-WRITE-ERROR-COUNT > ZERO
008171             MOVE "DESTINATION FILE NOT WRITTEN - SEE DISTRPT"
008172                 TO DSQ-JLG-REASON
008173         WHEN WS-ROUTES-CLIPPED
008174             MOVE "ROUTMST OVERFLOWED ITS TABLES - SEE DISTRPT"
008175                 TO DSQ-JLG-REASON
008176         WHEN OTHER
008177             CONTINUE
008178     END-EVALUATE
008179     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
008180 9900-EXIT.
008181     EXIT.
008182
008183 9950-WRITE-JOB-LOG.
008184*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
008185*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
008186*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
008187     MOVE "DSQDIST" TO DSQ-JLG-PROGRAM
008188     MOVE WS-MASTER-RUN-ID TO DSQ-JLG-RUN-ID
008189     MOVE RETURN-CODE TO DSQ-JLG-RC
008190     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
008191     END-CALL
008192     MOVE DSQ-JLG-RC TO RETURN-CODE.
008193 9950-EXIT.
008194     EXIT.
008195
008196 END PROGRAM DSQDIST.
