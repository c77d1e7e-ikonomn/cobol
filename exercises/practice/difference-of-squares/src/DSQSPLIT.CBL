000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Splits the validated range deck (VRANGEIN, as DSQEDIT
000060*          leaves it) into a number of stream decks so the main
000070*          job can run them side by side on a heavy night, and
000080*          DSQMERGE can put their outputs back together as one
000090*          run.  The split registers the one run ID the whole
000100*          night runs under (STARTED on RUNCTL, fingerprinted on
000110*          the whole deck exactly as the main job would), holds
000120*          the suite lock from here until DSQMERGE releases it,
000130*          and writes the SPLITCTL control file (see DSQSPLT.CPY)
000140*          that every stream and the merge prove themselves by -
000150*          one S record per stream with its card count and its
000160*          own fingerprint, then the T record written last.  A
000170*          stream cannot start without the T record.
000180*          Control cards - keyword in cols 1-8, operand col 10:
000190*            STREAMS  NN         NUMBER OF STREAMS, 02 TO 20
000200*                                (DEFAULT 04)
000210*            SPLITBY  EVEN       CONTIGUOUS RUNS OF CARDS, AS
000220*                                EVEN A COUNT AS WILL DIVIDE
000230*                                (THE DEFAULT)
000240*            SPLITBY  REQUESTR   EVERY CARD OF A REQUESTER IN
000250*                                ONE STREAM, THE BIGGEST
000260*                                REQUESTERS SPREAD FIRST
000270*            FORCERUN            SPLIT A DECK ALREADY COMPLETED
000280*            CLEARLOK            OVERRIDE A STALE SUITE LOCK
000290*          Stream decks are written to RANGE01 ... RANGEnn.  Each
000300*          stream step runs the main job with a STREAM NN card
000310*          and its own DDNAMEs - RANGEIN=RANGEnn, CHKPNT=CHKPTnn,
000320*          XTRCTOUT=XTRCTnn, AUDITLOG=AUDITnn, REJOUT=REJCTnn,
000330*          EXCPTRPT=EXCPTnn, RPTOUT its own dataset - which is
000340*          where DSQMERGE looks for them.  A rerun of this job
000350*          against a deck already split leaves the stream decks
000360*          alone (RC 04), so the job can be resubmitted safely.
000370******************************************************************
000380* Mod Log:
000390* 2026-10-15 NK  Original program.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DSQSPLIT.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  GNUCOBOL312.
000460 OBJECT-COMPUTER.  GNUCOBOL312.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SYSIN-STATUS.
000520     SELECT RANGE-FILE ASSIGN TO "VRANGEIN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RANGE-STATUS.
000550*    THE STREAM DECK IS REASSIGNED PER STREAM - RANGE01 ON UP.
000560     SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-STREAM-DDNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-STREAM-STATUS.
000590     SELECT DSQ-SPLIT-FILE ASSIGN TO "SPLITCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SPLIT-STATUS.
000620     SELECT DSQ-RUNCTL-FILE ASSIGN TO "RUNCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNCTL-STATUS.
000650     SELECT DSQ-LOCK-FILE ASSIGN TO "DSQLOCK"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-LOCK-STATUS.
000680     SELECT SPLIT-REPORT-FILE ASSIGN TO "SPLITRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SPLITRPT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SYSIN-FILE
000740     RECORDING MODE IS F.
000750 01  SYSIN-CONTROL-CARD.
000760     05  SYSIN-KEYWORD           PIC X(08).
000770     05  FILLER                  PIC X(01).
000780     05  SYSIN-OPERAND           PIC X(08).
000790     05  SYSIN-OPERAND-N REDEFINES SYSIN-OPERAND.
000800         10  SYSIN-OPERAND-NN    PIC 9(02).
000810         10  FILLER              PIC X(06).
000820 FD  RANGE-FILE
000830     RECORDING MODE IS F.
000840     COPY "DSQRANGE.CPY".
000850 FD  STREAM-FILE
000860     RECORDING MODE IS F.
000870     COPY "DSQRANGE.CPY"
000880         REPLACING LEADING ==DSQ== BY ==STR==.
000890 FD  DSQ-SPLIT-FILE
000900     RECORDING MODE IS F.
000910     COPY "DSQSPLT.CPY".
000920 FD  DSQ-RUNCTL-FILE
000930     RECORDING MODE IS F.
000940     COPY "DSQRNCTL.CPY".
000950 FD  DSQ-LOCK-FILE
000960     RECORDING MODE IS F.
000970     COPY "DSQLOCK.CPY".
000980 FD  SPLIT-REPORT-FILE
000990     RECORDING MODE IS F.
001000 01  SPLIT-REPORT-RECORD         PIC X(132).
001010 WORKING-STORAGE SECTION.
001020 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
001030     88 WS-SYSIN-OK             VALUE "00".
001040     88 WS-SYSIN-EOF            VALUE "10".
001050 01 WS-RANGE-STATUS PIC X(02) VALUE SPACES.
001060     88 WS-RANGE-OK             VALUE "00".
001070     88 WS-RANGE-EOF            VALUE "10".
001080 01 WS-STREAM-STATUS PIC X(02) VALUE SPACES.
001090     88 WS-STREAM-OK            VALUE "00".
001100 01 WS-SPLIT-STATUS PIC X(02) VALUE SPACES.
001110     88 WS-SPLIT-OK             VALUE "00".
001120     88 WS-SPLIT-EOF            VALUE "10".
001130 01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
001140     88 WS-RUNCTL-OK            VALUE "00".
001150     88 WS-RUNCTL-EOF           VALUE "10".
001160 01 WS-LOCK-STATUS PIC X(02) VALUE SPACES.
001170     88 WS-LOCK-OK              VALUE "00".
001180 01 WS-SPLITRPT-STATUS PIC X(02) VALUE SPACES.
001190     88 WS-SPLITRPT-OK          VALUE "00".
001200 01 WS-STREAM-DDNAME PIC X(08) VALUE SPACES.
001210 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
001220 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001230     05 WS-RUN-DATE-CCYY         PIC 9(04).
001240     05 WS-RUN-DATE-MM           PIC 9(02).
001250     05 WS-RUN-DATE-DD           PIC 9(02).
001260 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
001270* CONTROL CARDS.
001280 01 WS-CARD-ERROR-COUNT PIC 9(04) VALUE ZERO.
001290 01 WS-CARD-BAD-SW PIC X(01) VALUE "N".
001300     88 WS-CARD-BAD             VALUE "Y".
001310 01 WS-STREAMS PIC 9(02) VALUE 4.
001320 01 WS-STREAMS-MIN PIC 9(02) VALUE 2.
001330 01 WS-STREAMS-MAX PIC 9(02) VALUE 20.
001340 01 WS-SPLIT-MODE PIC X(01) VALUE "E".
001350     88 WS-SPLIT-EVEN           VALUE "E".
001360     88 WS-SPLIT-BY-REQUESTER   VALUE "R".
001370 01 WS-FORCE-RERUN-SW PIC X(01) VALUE "N".
001380     88 WS-FORCE-RERUN          VALUE "Y".
001390 01 WS-CLEAR-LOCK-SW PIC X(01) VALUE "N".
001400     88 WS-CLEAR-LOCK           VALUE "Y".
001410* THE SUITE LOCK AS FOUND, AND WHETHER THIS JOB NOW HOLDS IT.
001420* A BATCH LOCK STAMPED WITH A RUN ID IS LEFT PENDING UNTIL RUN
001430* CONTROL SAYS WHETHER IT IS THIS DECK'S OWN SPLIT RUN.
001440 01 WS-LOCK-HELD-SW PIC X(01) VALUE "N".
001450     88 WS-LOCK-HELD            VALUE "Y".
001460 01 WS-LOCK-PENDING-SW PIC X(01) VALUE "N".
001470     88 WS-LOCK-PENDING         VALUE "Y".
001480 01 WS-LOCK-TAKEN-SW PIC X(01) VALUE "N".
001490     88 WS-LOCK-TAKEN           VALUE "Y".
001500 01 WS-LOCK-HOLDER PIC X(05) VALUE SPACES.
001510 01 WS-LOCK-RUN-ID PIC 9(08) VALUE ZERO.
001520* THE WHOLE DECK'S FINGERPRINT - THE SAME CARD COUNT AND
001530* POSITION-WEIGHTED HASH THE MAIN JOB TAKES, SO RUNCTL SEES THE
001540* SAME DECK WHETHER IT RAN WHOLE OR SPLIT.
001550 01 WS-FP-CARD-COUNT PIC 9(08) VALUE ZERO.
001560 01 WS-FP-HASH PIC 9(10) VALUE ZERO.
001570 01 WS-CARD-POSITION PIC 9(08) VALUE ZERO.
001580* RUN CONTROL.
001590 01 WS-RUN-ID PIC 9(08) VALUE ZERO.
001600 01 WS-MAX-RUN-ID PIC 9(08) VALUE ZERO.
001610 01 WS-STARTED-RUN-ID PIC 9(08) VALUE ZERO.
001620 01 WS-DUPLICATE-RUN-SW PIC X(01) VALUE "N".
001630     88 WS-DUPLICATE-RUN        VALUE "Y".
001640 01 WS-RESUMED-SW PIC X(01) VALUE "N".
001650     88 WS-RESUMED              VALUE "Y".
001660* THE SPLIT ALREADY ON SPLITCTL, IF ANY.
001670 01 WS-PRIOR-RUN-ID PIC 9(08) VALUE ZERO.
001680 01 WS-PRIOR-COMPLETE-SW PIC X(01) VALUE "N".
001690     88 WS-PRIOR-COMPLETE       VALUE "Y".
001700 01 WS-PRIOR-STREAMS PIC 9(02) VALUE ZERO.
001710 01 WS-PRIOR-MODE PIC X(01) VALUE SPACE.
001720 01 WS-ALREADY-SPLIT-SW PIC X(01) VALUE "N".
001730     88 WS-ALREADY-SPLIT        VALUE "Y".
001740* REQUESTERS ON THE DECK, WITH THEIR CARD COUNTS AND THE STREAM
001750* EACH IS GIVEN WHEN SPLITTING BY REQUESTER.
001760 01 WS-REQ-FULL-SW PIC X(01) VALUE "N".
001770     88 WS-REQ-FULL             VALUE "Y".
001780 01 WS-REQ-FOUND-SW PIC X(01) VALUE "N".
001790     88 WS-REQ-FOUND            VALUE "Y".
001800 01 WS-REQ-COUNT PIC 9(04) VALUE ZERO.
001810 01 WS-REQ-MAX PIC 9(04) VALUE 500.
001820 01 WS-REQ-TABLE.
001830     05 WS-REQ-ENTRY OCCURS 0 TO 500 TIMES
001840         DEPENDING ON WS-REQ-COUNT
001850         INDEXED BY REQ-IX.
001860         10 WS-REQ-CODE               PIC X(03).
001870         10 WS-REQ-CARDS              PIC 9(08).
001880         10 WS-REQ-STREAM             PIC 9(02).
001890* ONE ENTRY PER STREAM - THE CARDS PLANNED FOR IT (AND, SPLIT
001900* EVEN, THE DECK POSITIONS THEY RUN FROM AND TO), THEN THE
001910* CARDS ACTUALLY WRITTEN AND THEIR STREAM FINGERPRINT.
001920 01 WS-STM-COUNT PIC 9(02) VALUE ZERO.
001930 01 WS-STM-TABLE.
001940     05 WS-STM-ENTRY OCCURS 0 TO 20 TIMES
001950         DEPENDING ON WS-STM-COUNT
001960         INDEXED BY STM-IX STM-FX.
001970         10 WS-STM-DDNAME             PIC X(08).
001980         10 WS-STM-PLANNED            PIC 9(08).
001990         10 WS-STM-FIRST              PIC 9(08).
002000         10 WS-STM-LAST               PIC 9(08).
002010         10 WS-STM-REQS               PIC 9(04).
002020         10 WS-STM-WRITTEN            PIC 9(08).
002030         10 WS-STM-FP-HASH            PIC 9(10).
002040* PLANNING AND WRITING WORK AREAS.
002050 01 WS-STREAM-NO PIC 9(02) VALUE ZERO.
002060 01 WS-CARD-STREAM PIC 9(02) VALUE ZERO.
002070 01 WS-SUB PIC 9(04) VALUE ZERO.
002080 01 WS-BASE-CARDS PIC 9(08) VALUE ZERO.
002090 01 WS-EXTRA-CARDS PIC 9(08) VALUE ZERO.
002100 01 WS-NEXT-FIRST PIC 9(08) VALUE ZERO.
002110 01 WS-PICK-SUB PIC 9(04) VALUE ZERO.
002120 01 WS-PICK-CARDS PIC 9(08) VALUE ZERO.
002130 01 WS-LOW-SUB PIC 9(02) VALUE ZERO.
002140 01 WS-ASSIGN-COUNT PIC 9(04) VALUE ZERO.
002150 01 WS-EMPTY-STREAM-COUNT PIC 9(02) VALUE ZERO.
002160 01 WS-WRITE-ERROR-COUNT PIC 9(04) VALUE ZERO.
002170 01 WS-WRITTEN-TOTAL PIC 9(08) VALUE ZERO.
002180 01 WS-CONTROL-WRITTEN-SW PIC X(01) VALUE "N".
002190     88 WS-CONTROL-WRITTEN      VALUE "Y".
002200 01 WS-REQ-DISPLAY PIC X(06) VALUE SPACES.
002210* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
002220 COPY "DSQJOBLG.CPY".
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     INITIALIZE DSQ-JOBLOG-RECORD
002260     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
002270     ACCEPT DSQ-JLG-START-TIME FROM TIME
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002290     ACCEPT WS-RUN-TIME FROM TIME
002300     PERFORM 1000-READ-CONTROL-CARDS THRU 1000-EXIT
002310     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
002320     PERFORM 2000-TAKE-SUITE-LOCK THRU 2000-EXIT
002330     PERFORM 3000-SCAN-DECK THRU 3000-EXIT
002340     PERFORM 3500-CHECK-RUN-CONTROL THRU 3500-EXIT
002350     PERFORM 3700-CHECK-PRIOR-SPLIT THRU 3700-EXIT
002360     PERFORM 3800-REGISTER-RUN THRU 3800-EXIT
002370     IF NOT WS-ALREADY-SPLIT
002380         PERFORM 4000-PLAN-STREAMS THRU 4000-EXIT
002390         PERFORM 5000-WRITE-STREAM-DECKS THRU 5000-EXIT
002400         PERFORM 6000-WRITE-SPLIT-CONTROL THRU 6000-EXIT
002410     END-IF
002420     PERFORM 7000-WRITE-SPLIT-REPORT THRU 7000-EXIT
002430     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
002440     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002450     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
002460     STOP RUN.
002470
002480 1000-READ-CONTROL-CARDS.
002490*    EVERY CARD IS CHECKED BEFORE THE LOCK IS TOUCHED.  ONE BAD
002500*    CARD STOPS THE JOB WITH RC 08 - A NIGHT SPLIT THE WRONG WAY
002510*    IS WORSE THAN A NIGHT RUN WHOLE.  NO SYSIN AT ALL TAKES THE
002520*    DEFAULTS.
002530     OPEN INPUT SYSIN-FILE
002540     IF NOT WS-SYSIN-OK
002550         GO TO 1000-EXIT
002560     END-IF
002570     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
002580         UNTIL WS-SYSIN-EOF
002590     CLOSE SYSIN-FILE
002600     IF WS-CARD-ERROR-COUNT > ZERO
002610         DISPLAY "*** DSQSPLIT - " WS-CARD-ERROR-COUNT
002620             " BAD CONTROL CARD(S) - NOTHING SPLIT ***"
002630         MOVE 8 TO RETURN-CODE
002640         MOVE "BAD CONTROL CARD - SEE CONSOLE" TO DSQ-JLG-REASON
002650         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002660         STOP RUN
002670     END-IF.
002680 1000-EXIT.
002690     EXIT.
002700
002710 1100-READ-ONE-CARD.
002720     READ SYSIN-FILE
002730         AT END
002740             SET WS-SYSIN-EOF TO TRUE
002750             GO TO 1100-EXIT
002760     END-READ
002770     IF SYSIN-CONTROL-CARD = SPACES
002780             OR SYSIN-KEYWORD (1:1) = "*"
002790         GO TO 1100-EXIT
002800     END-IF
002810     MOVE "N" TO WS-CARD-BAD-SW
002820     EVALUATE SYSIN-KEYWORD
002830         WHEN "STREAMS "
002840             IF SYSIN-OPERAND-NN NUMERIC
002850                     AND SYSIN-OPERAND (3:6) = SPACES
002860                     AND SYSIN-OPERAND-NN NOT < WS-STREAMS-MIN
002870                     AND SYSIN-OPERAND-NN NOT > WS-STREAMS-MAX
002880                 MOVE SYSIN-OPERAND-NN TO WS-STREAMS
002890             ELSE
002900                 SET WS-CARD-BAD TO TRUE
002910             END-IF
002920         WHEN "SPLITBY "
002930             EVALUATE SYSIN-OPERAND
002940                 WHEN "EVEN    "
002950                     SET WS-SPLIT-EVEN TO TRUE
002960                 WHEN "REQUESTR"
002970                     SET WS-SPLIT-BY-REQUESTER TO TRUE
002980                 WHEN OTHER
002990                     SET WS-CARD-BAD TO TRUE
003000             END-EVALUATE
003010         WHEN "FORCERUN"
003020             SET WS-FORCE-RERUN TO TRUE
003030         WHEN "CLEARLOK"
003040             SET WS-CLEAR-LOCK TO TRUE
003050         WHEN OTHER
003060             SET WS-CARD-BAD TO TRUE
003070     END-EVALUATE
003080     IF WS-CARD-BAD
003090         ADD 1 TO WS-CARD-ERROR-COUNT
003100         DISPLAY "*** DSQSPLIT - BAD CONTROL CARD: "
003110             SYSIN-CONTROL-CARD (1:17) " ***"
003120     END-IF.
003130 1100-EXIT.
003140     EXIT.
003150
003160 1500-OPEN-REPORT.
003170     OPEN OUTPUT SPLIT-REPORT-FILE
003180     IF NOT WS-SPLITRPT-OK
003190         DISPLAY "*** DSQSPLIT - UNABLE TO OPEN SPLITRPT ***"
003200         MOVE 16 TO RETURN-CODE
003210         MOVE "UNABLE TO OPEN SPLITRPT" TO DSQ-JLG-REASON
003220         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003230         STOP RUN
003240     END-IF
003250     MOVE SPACES TO SPLIT-REPORT-RECORD
003260     STRING "RANGE DECK SPLIT REPORT - RUN DATE "
003270         DELIMITED BY SIZE
003280         WS-RUN-DATE-CCYY DELIMITED BY SIZE
003290         "-" DELIMITED BY SIZE
003300         WS-RUN-DATE-MM DELIMITED BY SIZE
003310         "-" DELIMITED BY SIZE
003320         WS-RUN-DATE-DD DELIMITED BY SIZE
003330         INTO SPLIT-REPORT-RECORD
003340     END-STRING
003350     WRITE SPLIT-REPORT-RECORD.
003360 1500-EXIT.
003370     EXIT.
003380
003390 2000-TAKE-SUITE-LOCK.
003400*    THE SPLIT TAKES THE SUITE LOCK AS THE MAIN JOB WOULD, AND
003410*    LEAVES IT HELD - STAMPED WITH THE RUN ID - FOR THE STREAMS
003420*    AND THE MERGE.  DSQMERGE RELEASES IT, SO THE DECK CANNOT BE
003430*    CHANGED ONLINE WHILE ANY PART OF THE NIGHT IS IN FLIGHT.
003440*    AN EMPTY OR MISSING DSQLOCK MEANS THE LOCK IS FREE.
003450     OPEN INPUT DSQ-LOCK-FILE
003460     IF WS-LOCK-OK
003470         READ DSQ-LOCK-FILE
003480             NOT AT END
003490                 SET WS-LOCK-HELD TO TRUE
003500                 MOVE DSQ-LOCK-HOLDER TO WS-LOCK-HOLDER
003510                 MOVE DSQ-LOCK-RUN-ID TO WS-LOCK-RUN-ID
003520         END-READ
003530         CLOSE DSQ-LOCK-FILE
003540     END-IF
003550     IF WS-LOCK-HELD AND NOT WS-CLEAR-LOCK
003560*        A BATCH LOCK WITH A RUN ID MAY BE THIS DECK'S OWN SPLIT
003570*        RUN, STILL IN FLIGHT - SETTLED ONCE RUN CONTROL HAS BEEN
003580*        READ (3800).  ANYTHING ELSE IS REFUSED HERE.
003590         IF WS-LOCK-HOLDER = "BATCH" AND WS-LOCK-RUN-ID > ZERO
003600             SET WS-LOCK-PENDING TO TRUE
003610             GO TO 2000-EXIT
003620         END-IF
003630         PERFORM 2900-REFUSE-LOCKED THRU 2900-EXIT
003640     END-IF
003650     IF WS-LOCK-HELD
003660         DISPLAY "*** DSQSPLIT - CLEARLOK - OVERRIDING DSQLOCK "
003670             "HELD BY " WS-LOCK-HOLDER " RUN " WS-LOCK-RUN-ID
003680             " ***"
003690     END-IF
003700     MOVE ZERO TO WS-RUN-ID
003710     PERFORM 2100-WRITE-LOCK THRU 2100-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740
003750 2100-WRITE-LOCK.
003760*    ONE RECORD, REWRITTEN WHOLE - FIRST WITH A ZERO RUN ID, THEN
003770*    RESTAMPED ONCE THE RUN ID IS KNOWN.  A LOCK THAT CANNOT BE
003780*    WRITTEN IS A HARD STOP.
003790     MOVE "BATCH" TO DSQ-LOCK-HOLDER
003800     MOVE WS-RUN-ID TO DSQ-LOCK-RUN-ID
003810     MOVE WS-RUN-DATE TO DSQ-LOCK-TS-DATE
003820     MOVE WS-RUN-TIME TO DSQ-LOCK-TS-TIME
003830     OPEN OUTPUT DSQ-LOCK-FILE
003840     IF NOT WS-LOCK-OK
003850         DISPLAY "*** DSQSPLIT - UNABLE TO WRITE DSQLOCK ***"
003860         MOVE 16 TO RETURN-CODE
003870         MOVE "UNABLE TO WRITE DSQLOCK - NOTHING SPLIT"
003880             TO DSQ-JLG-REASON
003890         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003900         STOP RUN
003910     END-IF
003920     WRITE DSQ-LOCK-RECORD
003930     CLOSE DSQ-LOCK-FILE
003940     SET WS-LOCK-TAKEN TO TRUE.
003950 2100-EXIT.
003960     EXIT.
003970
003980 2200-RELEASE-LOCK.
003990*    ONLY A LOCK THIS JOB TOOK IS RELEASED, BY REWRITING DSQLOCK
004000*    EMPTY - AN EMPTY FILE AND A MISSING FILE BOTH READ AS FREE.
004010     IF NOT WS-LOCK-TAKEN
004020         GO TO 2200-EXIT
004030     END-IF
004040     OPEN OUTPUT DSQ-LOCK-FILE
004050     IF WS-LOCK-OK
004060         CLOSE DSQ-LOCK-FILE
004070         MOVE "N" TO WS-LOCK-TAKEN-SW
004080     ELSE
004090         DISPLAY "*** DSQSPLIT - UNABLE TO RELEASE DSQLOCK - "
004100             "CLEAR IT WITH A CLEARLOK CARD OR THE ONLINE "
004110             "OVERRIDE ***"
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.
004150
004160 2900-REFUSE-LOCKED.
004170     DISPLAY "*** DSQSPLIT - DSQLOCK HELD BY " WS-LOCK-HOLDER
004180         " RUN " WS-LOCK-RUN-ID " - NOTHING SPLIT ***"
004190     MOVE 12 TO RETURN-CODE
004200     MOVE "S" TO DSQ-JLG-OUTCOME
004210     MOVE "DSQLOCK HELD - NOTHING SPLIT" TO DSQ-JLG-REASON
004220     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004230     STOP RUN.
004240 2900-EXIT.
004250     EXIT.
004260
004270 3000-SCAN-DECK.
004280*    ONE PASS OVER THE WHOLE DECK - ITS FINGERPRINT, ITS CARD
004290*    COUNT, AND EVERY REQUESTER ON IT WITH HOW MANY CARDS EACH.
004300     OPEN INPUT RANGE-FILE
004310     IF NOT WS-RANGE-OK
004320         DISPLAY "*** DSQSPLIT - UNABLE TO OPEN VRANGEIN ***"
004330         PERFORM 2200-RELEASE-LOCK THRU 2200-EXIT
004340         MOVE 16 TO RETURN-CODE
004350         MOVE "UNABLE TO OPEN VRANGEIN" TO DSQ-JLG-REASON
004360         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004370         STOP RUN
004380     END-IF
004390     PERFORM 3100-SCAN-ONE-CARD THRU 3100-EXIT
004400         UNTIL WS-RANGE-EOF
004410     CLOSE RANGE-FILE
004420*    A REQUESTER SPLIT MUST KNOW EVERY REQUESTER, OR SOME CARDS
004430*    WOULD HAVE NO STREAM TO GO TO.
004440     IF WS-REQ-FULL AND WS-SPLIT-BY-REQUESTER
004450         DISPLAY "*** DSQSPLIT - MORE THAN " WS-REQ-MAX
004460             " REQUESTERS - SPLIT BY REQUESTER REFUSED ***"
004470         PERFORM 2200-RELEASE-LOCK THRU 2200-EXIT
004480         MOVE 8 TO RETURN-CODE
004490         MOVE "TOO MANY REQUESTERS TO SPLIT BY - USE SPLITBY EVEN"
004500             TO DSQ-JLG-REASON
004510         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004520         STOP RUN
004530     END-IF.
004540 3000-EXIT.
004550     EXIT.
004560
004570 3100-SCAN-ONE-CARD.
004580     READ RANGE-FILE
004590         AT END
004600             SET WS-RANGE-EOF TO TRUE
004610             GO TO 3100-EXIT
004620     END-READ
004630     ADD 1 TO WS-FP-CARD-COUNT
004640     IF DSQ-RANGE-N NUMERIC
004650         COMPUTE WS-FP-HASH = WS-FP-HASH
004660             + WS-FP-CARD-COUNT * DSQ-RANGE-N
004670     END-IF
004680     IF DSQ-RANGE-TO-N NUMERIC
004690         COMPUTE WS-FP-HASH = WS-FP-HASH
004700             + WS-FP-CARD-COUNT * 3 * DSQ-RANGE-TO-N
004710     END-IF
004720     IF DSQ-RANGE-CALC-TYPE = "C"
004730         COMPUTE WS-FP-HASH = WS-FP-HASH
004740             + WS-FP-CARD-COUNT * 7
004750     END-IF
004760     PERFORM 3200-FIND-REQUESTER THRU 3200-EXIT
004770     IF WS-REQ-FOUND
004780         ADD 1 TO WS-REQ-CARDS (REQ-IX)
004790         GO TO 3100-EXIT
004800     END-IF
004810     IF WS-REQ-COUNT NOT < WS-REQ-MAX
004820         SET WS-REQ-FULL TO TRUE
004830         GO TO 3100-EXIT
004840     END-IF
004850     ADD 1 TO WS-REQ-COUNT
004860     SET REQ-IX TO WS-REQ-COUNT
004870     MOVE DSQ-RANGE-REQUESTER TO WS-REQ-CODE (REQ-IX)
004880     MOVE 1 TO WS-REQ-CARDS (REQ-IX)
004890     MOVE ZERO TO WS-REQ-STREAM (REQ-IX).
004900 3100-EXIT.
004910     EXIT.
004920
004930 3200-FIND-REQUESTER.
004940*    LEAVES REQ-IX ON THE CARD'S REQUESTER WHEN IT HAS BEEN
004950*    SEEN BEFORE.
004960     MOVE "N" TO WS-REQ-FOUND-SW
004970     IF WS-REQ-COUNT > ZERO
004980         SET REQ-IX TO 1
004990         SEARCH WS-REQ-ENTRY
005000             AT END
005010                 CONTINUE
005020             WHEN WS-REQ-CODE (REQ-IX) = DSQ-RANGE-REQUESTER
005030                 SET WS-REQ-FOUND TO TRUE
005040         END-SEARCH
005050     END-IF.
005060 3200-EXIT.
005070     EXIT.
005080
005090 3500-CHECK-RUN-CONTROL.
005100*    THE SAME SCAN THE MAIN JOB MAKES - THE HIGHEST RUN ID EVER
005110*    ISSUED, A COMPLETED RUN OF THIS SAME DECK (THE DUPLICATE
005120*    CASE), AND A STARTED RUN OF IT THAT HAS NOT YET COMPLETED
005130*    OR BEEN BACKED OUT (A SPLIT STILL IN FLIGHT).  NO RUNCTL
005140*    FILE YET JUST MEANS THE FIRST RUN EVER.
005150     OPEN INPUT DSQ-RUNCTL-FILE
005160     IF WS-RUNCTL-OK
005170         PERFORM 3600-CHECK-ONE-RUNCTL THRU 3600-EXIT
005180             UNTIL WS-RUNCTL-EOF
005190         CLOSE DSQ-RUNCTL-FILE
005200     END-IF.
005210 3500-EXIT.
005220     EXIT.
005230
005240 3600-CHECK-ONE-RUNCTL.
005250     READ DSQ-RUNCTL-FILE
005260         AT END
005270             SET WS-RUNCTL-EOF TO TRUE
005280             GO TO 3600-EXIT
005290     END-READ
005300     IF DSQ-RCT-RUN-ID > WS-MAX-RUN-ID
005310         MOVE DSQ-RCT-RUN-ID TO WS-MAX-RUN-ID
005320     END-IF
005330     IF DSQ-RCT-FP-CARD-COUNT NOT = WS-FP-CARD-COUNT
005340             OR DSQ-RCT-FP-HASH NOT = WS-FP-HASH
005350         GO TO 3600-EXIT
005360     END-IF
005370*    RUNCTL IS APPEND-ONLY, SO THE LATEST RECORD FOR THE DECK
005380*    WINS.  A COMPLETE OR BACKDOUT OF THE STARTED RUN ENDS IT -
005390*    IT IS NO LONGER IN FLIGHT.
005400     EVALUATE TRUE
005410         WHEN DSQ-RCT-COMPLETE
005420             SET WS-DUPLICATE-RUN TO TRUE
005430             IF DSQ-RCT-RUN-ID = WS-STARTED-RUN-ID
005440                 MOVE ZERO TO WS-STARTED-RUN-ID
005450             END-IF
005460         WHEN DSQ-RCT-BACKEDOUT
005470             MOVE "N" TO WS-DUPLICATE-RUN-SW
005480             IF DSQ-RCT-RUN-ID = WS-STARTED-RUN-ID
005490                 MOVE ZERO TO WS-STARTED-RUN-ID
005500             END-IF
005510         WHEN DSQ-RCT-STARTED
005520             MOVE DSQ-RCT-RUN-ID TO WS-STARTED-RUN-ID
005530         WHEN OTHER
005540             CONTINUE
005550     END-EVALUATE.
005560 3600-EXIT.
005570     EXIT.
005580
005590 3700-CHECK-PRIOR-SPLIT.
005600*    THE SPLIT LAST WRITTEN - ITS RUN ID AND WHETHER IT GOT AS
005610*    FAR AS ITS CONTROL RECORD.  NO SPLITCTL MEANS NO SPLIT YET.
005620     OPEN INPUT DSQ-SPLIT-FILE
005630     IF NOT WS-SPLIT-OK
005640         GO TO 3700-EXIT
005650     END-IF
005660     PERFORM 3750-READ-ONE-SPLIT-RECORD THRU 3750-EXIT
005670         UNTIL WS-SPLIT-EOF
005680     CLOSE DSQ-SPLIT-FILE.
005690 3700-EXIT.
005700     EXIT.
005710
005720 3750-READ-ONE-SPLIT-RECORD.
005730     READ DSQ-SPLIT-FILE
005740         AT END
005750             SET WS-SPLIT-EOF TO TRUE
005760             GO TO 3750-EXIT
005770     END-READ
005780     MOVE DSQ-SPL-RUN-ID TO WS-PRIOR-RUN-ID
005790     IF DSQ-SPL-CONTROL
005800         SET WS-PRIOR-COMPLETE TO TRUE
005810         MOVE DSQ-SPL-STREAM-COUNT TO WS-PRIOR-STREAMS
005820         MOVE DSQ-SPL-MODE TO WS-PRIOR-MODE
005830     END-IF.
005840 3750-EXIT.
005850     EXIT.
005860
005870 3800-REGISTER-RUN.
005880*    A DECK WHOSE SPLIT RUN IS STILL IN FLIGHT KEEPS ITS RUN ID.
005890*    SPLIT IN FULL ALREADY, THE STREAM DECKS ARE LEFT AS THEY
005900*    ARE - STREAMS MAY ALREADY BE RUNNING FROM THEM.  CUT SHORT
005910*    BEFORE ITS CONTROL RECORD, THE SAME RUN IS SPLIT AGAIN FROM
005920*    THE TOP, SINCE NO STREAM CAN HAVE STARTED.  ANY OTHER DECK
005930*    TAKES THE NEXT RUN ID AND REGISTERS IT STARTED.
005940     IF WS-STARTED-RUN-ID > ZERO
005950             AND WS-PRIOR-RUN-ID = WS-STARTED-RUN-ID
005960         MOVE WS-STARTED-RUN-ID TO WS-RUN-ID
005970         SET WS-RESUMED TO TRUE
005980         IF WS-PRIOR-COMPLETE
005990             SET WS-ALREADY-SPLIT TO TRUE
006000             MOVE WS-PRIOR-STREAMS TO WS-STM-COUNT
006010         END-IF
006020     END-IF
006030*    A BATCH LOCK LEFT HELD IS THIS JOB'S OWN ONLY WHEN IT IS
006040*    STAMPED WITH THE RUN BEING PICKED BACK UP.
006050     IF WS-LOCK-PENDING
006060         IF NOT WS-RESUMED OR WS-LOCK-RUN-ID NOT = WS-RUN-ID
006070             PERFORM 2900-REFUSE-LOCKED THRU 2900-EXIT
006080         END-IF
006090     END-IF
006100     IF WS-DUPLICATE-RUN AND NOT WS-FORCE-RERUN
006110             AND NOT WS-RESUMED
006120         DISPLAY "*** DSQSPLIT - THIS DECK HAS ALREADY RUN TO "
006130             "COMPLETION - SUPPLY A FORCERUN CARD TO RERUN IT ***"
006140         PERFORM 2200-RELEASE-LOCK THRU 2200-EXIT
006150         MOVE 12 TO RETURN-CODE
006160         MOVE "S" TO DSQ-JLG-OUTCOME
006170         MOVE "DECK ALREADY COMPLETED - NOTHING SPLIT"
006180             TO DSQ-JLG-REASON
006190         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
006200         STOP RUN
006210     END-IF
006220     IF NOT WS-RESUMED
006230         COMPUTE WS-RUN-ID = WS-MAX-RUN-ID + 1
006240         PERFORM 3850-WRITE-STARTED THRU 3850-EXIT
006250     END-IF
006260     PERFORM 2100-WRITE-LOCK THRU 2100-EXIT.
006270 3800-EXIT.
006280     EXIT.
006290
006300 3850-WRITE-STARTED.
006310*    THE ONE STARTED RECORD OF THE NIGHT, WITH THE WHOLE DECK'S
006320*    FINGERPRINT - THE STREAMS WRITE NO RUNCTL RECORDS, AND
006330*    DSQMERGE WRITES THE ONE COMPLETE.
006340     MOVE WS-RUN-ID TO DSQ-RCT-RUN-ID
006350     MOVE WS-FP-CARD-COUNT TO DSQ-RCT-FP-CARD-COUNT
006360     MOVE WS-FP-HASH TO DSQ-RCT-FP-HASH
006370     MOVE "STARTED " TO DSQ-RCT-STATUS
006380     MOVE WS-RUN-DATE TO DSQ-RCT-TS-DATE
006390     MOVE WS-RUN-TIME TO DSQ-RCT-TS-TIME
006400     MOVE ZERO TO DSQ-RCT-DETAIL-COUNT
006410     MOVE ZERO TO DSQ-RCT-HASH-SQ-OF-SUM
006420     MOVE ZERO TO DSQ-RCT-HASH-SUM-OF-SQ
006430     MOVE ZERO TO DSQ-RCT-HASH-DIFFERENCE
006440     MOVE SPACES TO DSQ-RCT-DEST
006450     OPEN EXTEND DSQ-RUNCTL-FILE
006460     IF NOT WS-RUNCTL-OK
006470         OPEN OUTPUT DSQ-RUNCTL-FILE
006480     END-IF
006490     IF NOT WS-RUNCTL-OK
006500         DISPLAY "*** DSQSPLIT - UNABLE TO WRITE RUNCTL ***"
006510         PERFORM 2200-RELEASE-LOCK THRU 2200-EXIT
006520         MOVE 16 TO RETURN-CODE
006530         MOVE "UNABLE TO WRITE RUNCTL - NOTHING SPLIT"
006540             TO DSQ-JLG-REASON
006550         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
006560         STOP RUN
006570     END-IF
006580     WRITE DSQ-RUNCTL-RECORD
006590     CLOSE DSQ-RUNCTL-FILE.
006600 3850-EXIT.
006610     EXIT.
006620
006630 4000-PLAN-STREAMS.
006640     MOVE WS-STREAMS TO WS-STM-COUNT
006650     SET STM-IX TO 1
006660     PERFORM 4050-CLEAR-ONE-STREAM THRU 4050-EXIT
006670         UNTIL STM-IX > WS-STM-COUNT
006680     IF WS-SPLIT-EVEN
006690*        CONTIGUOUS RUNS OF THE DECK - EVERY STREAM GETS THE
006700*        COUNT DIVIDED EVENLY, AND THE FIRST FEW ONE CARD MORE
006710*        UNTIL THE REMAINDER IS USED UP.
006720         DIVIDE WS-FP-CARD-COUNT BY WS-STM-COUNT
006730             GIVING WS-BASE-CARDS REMAINDER WS-EXTRA-CARDS
006740         MOVE 1 TO WS-NEXT-FIRST
006750         SET STM-IX TO 1
006760         PERFORM 4100-PLAN-ONE-EVEN THRU 4100-EXIT
006770             UNTIL STM-IX > WS-STM-COUNT
006780     ELSE
006790*        WHOLE REQUESTERS - THE BIGGEST NOT YET PLACED GOES TO
006800*        THE STREAM WITH THE FEWEST CARDS SO FAR, UNTIL EVERY
006810*        REQUESTER HAS A STREAM.
006820         MOVE ZERO TO WS-ASSIGN-COUNT
006830         PERFORM 4200-ASSIGN-ONE-REQUESTER THRU 4200-EXIT
006840             UNTIL WS-ASSIGN-COUNT NOT < WS-REQ-COUNT
006850     END-IF.
006860 4000-EXIT.
006870     EXIT.
006880
006890 4050-CLEAR-ONE-STREAM.
006900     INITIALIZE WS-STM-ENTRY (STM-IX)
006910     SET WS-STREAM-NO TO STM-IX
006920     PERFORM 4900-BUILD-DDNAME THRU 4900-EXIT
006930     MOVE WS-STREAM-DDNAME TO WS-STM-DDNAME (STM-IX)
006940     SET STM-IX UP BY 1.
006950 4050-EXIT.
006960     EXIT.
006970
006980 4100-PLAN-ONE-EVEN.
006990     SET WS-SUB TO STM-IX
007000     MOVE WS-BASE-CARDS TO WS-STM-PLANNED (STM-IX)
007010     IF WS-SUB NOT > WS-EXTRA-CARDS
007020         ADD 1 TO WS-STM-PLANNED (STM-IX)
007030     END-IF
007040     MOVE WS-NEXT-FIRST TO WS-STM-FIRST (STM-IX)
007050     ADD WS-STM-PLANNED (STM-IX) TO WS-NEXT-FIRST
007060     COMPUTE WS-STM-LAST (STM-IX) = WS-NEXT-FIRST - 1
007070     SET STM-IX UP BY 1.
007080 4100-EXIT.
007090     EXIT.
007100
007110 4200-ASSIGN-ONE-REQUESTER.
007120     MOVE ZERO TO WS-PICK-SUB
007130     MOVE ZERO TO WS-PICK-CARDS
007140     SET REQ-IX TO 1
007150     PERFORM 4250-CHECK-ONE-REQUESTER THRU 4250-EXIT
007160         UNTIL REQ-IX > WS-REQ-COUNT
007170     MOVE 1 TO WS-LOW-SUB
007180     SET STM-IX TO 2
007190     PERFORM 4270-CHECK-ONE-STREAM THRU 4270-EXIT
007200         UNTIL STM-IX > WS-STM-COUNT
007210     SET REQ-IX TO WS-PICK-SUB
007220     SET STM-IX TO WS-LOW-SUB
007230     MOVE WS-LOW-SUB TO WS-REQ-STREAM (REQ-IX)
007240     ADD WS-REQ-CARDS (REQ-IX) TO WS-STM-PLANNED (STM-IX)
007250     ADD 1 TO WS-STM-REQS (STM-IX)
007260     ADD 1 TO WS-ASSIGN-COUNT.
007270 4200-EXIT.
007280     EXIT.
007290
007300 4250-CHECK-ONE-REQUESTER.
007310*    THE FIRST OF EQUALS WINS, SO THE SPLIT IS THE SAME EVERY
007320*    TIME THE SAME DECK IS SPLIT.
007330     IF WS-REQ-STREAM (REQ-IX) = ZERO
007340         IF WS-PICK-SUB = ZERO
007350                 OR WS-REQ-CARDS (REQ-IX) > WS-PICK-CARDS
007360             SET WS-PICK-SUB TO REQ-IX
007370             MOVE WS-REQ-CARDS (REQ-IX) TO WS-PICK-CARDS
007380         END-IF
007390     END-IF
007400     SET REQ-IX UP BY 1.
007410 4250-EXIT.
007420     EXIT.
007430
007440 4270-CHECK-ONE-STREAM.
007450     SET STM-FX TO WS-LOW-SUB
007460     IF WS-STM-PLANNED (STM-IX) < WS-STM-PLANNED (STM-FX)
007470         SET WS-LOW-SUB TO STM-IX
007480     END-IF
007490     SET STM-IX UP BY 1.
007500 4270-EXIT.
007510     EXIT.
007520
007530 4900-BUILD-DDNAME.
007540     MOVE SPACES TO WS-STREAM-DDNAME
007550     STRING "RANGE" WS-STREAM-NO
007560         DELIMITED BY SIZE INTO WS-STREAM-DDNAME
007570     END-STRING.
007580 4900-EXIT.
007590     EXIT.
007600
007610 5000-WRITE-STREAM-DECKS.
007620*    SPLITCTL IS FIRST REWRITTEN WITH THIS RUN'S STREAM RECORDS
007630*    AND NO CONTROL RECORD, SO FROM HERE ON NO STREAM CAN START
007640*    FROM AN EARLIER SPLIT, AND A SPLIT CUT SHORT IS PICKED BACK
007650*    UP UNDER THE SAME RUN ID WHEN THIS JOB IS RERUN.
007660     PERFORM 6100-WRITE-STREAM-RECORDS THRU 6100-EXIT
007670     SET STM-IX TO 1
007680     PERFORM 5100-WRITE-ONE-STREAM THRU 5100-EXIT
007690         UNTIL STM-IX > WS-STM-COUNT.
007700 5000-EXIT.
007710     EXIT.
007720
007730 5100-WRITE-ONE-STREAM.
007740*    ONE PASS OF THE DECK PER STREAM, COPYING ITS CARDS IN DECK
007750*    ORDER AND FINGERPRINTING THEM BY THEIR POSITION IN THE
007760*    STREAM DECK - THE FINGERPRINT THE STREAM TAKES OF ITSELF.
007770*    A STREAM WITH NO CARDS STILL GETS ITS (EMPTY) DECK, SO ITS
007780*    STEP RUNS CLEAN AND THE MERGE FINDS ALL ITS FILES.
007790     SET WS-STREAM-NO TO STM-IX
007800     MOVE WS-STM-DDNAME (STM-IX) TO WS-STREAM-DDNAME
007810     OPEN OUTPUT STREAM-FILE
007820     IF NOT WS-STREAM-OK
007830         ADD 1 TO WS-WRITE-ERROR-COUNT
007840         MOVE SPACES TO SPLIT-REPORT-RECORD
007850         STRING "*** STREAM " WS-STREAM-NO
007860             " - UNABLE TO OPEN " WS-STREAM-DDNAME " ***"
007870             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
007880         END-STRING
007890         WRITE SPLIT-REPORT-RECORD
007900         GO TO 5100-NEXT
007910     END-IF
007920     MOVE ZERO TO WS-CARD-POSITION
007930     MOVE SPACES TO WS-RANGE-STATUS
007940     OPEN INPUT RANGE-FILE
007941*    NO SPLITCTL HAS BEEN WRITTEN YET, SO NO STREAM CAN START;
007942*    THE LOCK STAYS HELD FOR THE RUN UNTIL THIS JOB IS RERUN.
007943     IF NOT WS-RANGE-OK
007944         DISPLAY "*** DSQSPLIT - UNABLE TO REOPEN VRANGEIN ***"
007945         MOVE 16 TO RETURN-CODE
007946         MOVE "UNABLE TO REOPEN VRANGEIN - NOTHING SPLIT, RERUN"
007947             TO DSQ-JLG-REASON
007948         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
007949         STOP RUN
007950     END-IF
007951     PERFORM 5200-COPY-ONE-CARD THRU 5200-EXIT
007960         UNTIL WS-RANGE-EOF
007970     CLOSE RANGE-FILE
007980     CLOSE STREAM-FILE
007990     IF WS-STM-WRITTEN (STM-IX) NOT = WS-STM-PLANNED (STM-IX)
008000         ADD 1 TO WS-WRITE-ERROR-COUNT
008010         MOVE SPACES TO SPLIT-REPORT-RECORD
008020         STRING "*** STREAM " WS-STREAM-NO
008030             " - WROTE " WS-STM-WRITTEN (STM-IX)
008040             " OF " WS-STM-PLANNED (STM-IX) " CARDS ***"
008050             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
008060         END-STRING
008070         WRITE SPLIT-REPORT-RECORD
008080     END-IF
008090     IF WS-STM-WRITTEN (STM-IX) = ZERO
008100         ADD 1 TO WS-EMPTY-STREAM-COUNT
008110     END-IF.
008120 5100-NEXT.
008130     SET STM-IX UP BY 1.
008140 5100-EXIT.
008150     EXIT.
008160
008170 5200-COPY-ONE-CARD.
008180     READ RANGE-FILE
008190         AT END
008200             SET WS-RANGE-EOF TO TRUE
008210             GO TO 5200-EXIT
008220     END-READ
008230     ADD 1 TO WS-CARD-POSITION
008240     PERFORM 5300-FIND-CARD-STREAM THRU 5300-EXIT
008250     IF WS-CARD-STREAM NOT = WS-STREAM-NO
008260         GO TO 5200-EXIT
008270     END-IF
008280     MOVE DSQ-RANGE-RECORD TO STR-RANGE-RECORD
008290     WRITE STR-RANGE-RECORD
008300     ADD 1 TO WS-STM-WRITTEN (STM-IX)
008310     IF DSQ-RANGE-N NUMERIC
008320         COMPUTE WS-STM-FP-HASH (STM-IX) = WS-STM-FP-HASH (STM-IX)
008330             + WS-STM-WRITTEN (STM-IX) * DSQ-RANGE-N
008340     END-IF
008350     IF DSQ-RANGE-TO-N NUMERIC
008360         COMPUTE WS-STM-FP-HASH (STM-IX) = WS-STM-FP-HASH (STM-IX)
008370             + WS-STM-WRITTEN (STM-IX) * 3 * DSQ-RANGE-TO-N
008380     END-IF
008390     IF DSQ-RANGE-CALC-TYPE = "C"
008400         COMPUTE WS-STM-FP-HASH (STM-IX) = WS-STM-FP-HASH (STM-IX)
008410             + WS-STM-WRITTEN (STM-IX) * 7
008420     END-IF.
008430 5200-EXIT.
008440     EXIT.
008450
008460 5300-FIND-CARD-STREAM.
008470*    THE STREAM A CARD BELONGS TO - BY ITS DECK POSITION WHEN
008480*    SPLIT EVEN, BY ITS REQUESTER OTHERWISE.
008490     MOVE ZERO TO WS-CARD-STREAM
008500     IF WS-SPLIT-EVEN
008510         SET STM-FX TO 1
008520         SEARCH WS-STM-ENTRY VARYING STM-FX
008530             AT END
008540                 CONTINUE
008550             WHEN WS-CARD-POSITION NOT < WS-STM-FIRST (STM-FX)
008560                     AND WS-CARD-POSITION
008570                         NOT > WS-STM-LAST (STM-FX)
008580                 SET WS-CARD-STREAM TO STM-FX
008590         END-SEARCH
008600     ELSE
008610         PERFORM 3200-FIND-REQUESTER THRU 3200-EXIT
008620         IF WS-REQ-FOUND
008630             MOVE WS-REQ-STREAM (REQ-IX) TO WS-CARD-STREAM
008640         END-IF
008650     END-IF.
008660 5300-EXIT.
008670     EXIT.
008680
008690 6000-WRITE-SPLIT-CONTROL.
008700*    THE STREAM RECORDS AGAIN, NOW WITH WHAT WAS WRITTEN, THEN
008710*    THE CONTROL RECORD LAST - ONLY WHEN EVERY STREAM DECK IS
008720*    WHOLE AND THE STREAMS ADD BACK TO THE DECK.  WITHOUT IT NO
008730*    STREAM WILL START.
008740     PERFORM 6100-WRITE-STREAM-RECORDS THRU 6100-EXIT
008750     MOVE ZERO TO WS-WRITTEN-TOTAL
008760     SET STM-IX TO 1
008770     PERFORM 6200-ADD-ONE-STREAM THRU 6200-EXIT
008780         UNTIL STM-IX > WS-STM-COUNT
008790     IF WS-WRITTEN-TOTAL NOT = WS-FP-CARD-COUNT
008800         ADD 1 TO WS-WRITE-ERROR-COUNT
008810     END-IF
008820     IF WS-WRITE-ERROR-COUNT > ZERO
008830         GO TO 6000-EXIT
008840     END-IF
008850     OPEN EXTEND DSQ-SPLIT-FILE
008860     IF NOT WS-SPLIT-OK
008870         ADD 1 TO WS-WRITE-ERROR-COUNT
008880         GO TO 6000-EXIT
008890     END-IF
008900     MOVE SPACES TO DSQ-SPLIT-RECORD
008910     SET DSQ-SPL-CONTROL TO TRUE
008920     MOVE WS-RUN-ID TO DSQ-SPL-RUN-ID
008930     MOVE ZERO TO DSQ-SPL-STREAM-NO
008940     MOVE WS-STM-COUNT TO DSQ-SPL-STREAM-COUNT
008950     MOVE WS-SPLIT-MODE TO DSQ-SPL-MODE
008960     MOVE WS-FP-CARD-COUNT TO DSQ-SPL-DECK-CARD-COUNT
008970     MOVE WS-FP-HASH TO DSQ-SPL-DECK-FP-HASH
008980     MOVE WS-RUN-DATE TO DSQ-SPL-TS-DATE
008990     MOVE WS-RUN-TIME TO DSQ-SPL-TS-TIME
009000     WRITE DSQ-SPLIT-RECORD
009010     CLOSE DSQ-SPLIT-FILE
009020     SET WS-CONTROL-WRITTEN TO TRUE.
009030 6000-EXIT.
009040     EXIT.
009050
009060 6100-WRITE-STREAM-RECORDS.
009070     OPEN OUTPUT DSQ-SPLIT-FILE
009080     IF NOT WS-SPLIT-OK
009090         DISPLAY "*** DSQSPLIT - UNABLE TO WRITE SPLITCTL ***"
009100         MOVE 16 TO RETURN-CODE
009110         MOVE "UNABLE TO WRITE SPLITCTL - STREAMS CANNOT START"
009120             TO DSQ-JLG-REASON
009130         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
009140         STOP RUN
009150     END-IF
009160     SET STM-IX TO 1
009170     PERFORM 6150-WRITE-ONE-STREAM-RECORD THRU 6150-EXIT
009180         UNTIL STM-IX > WS-STM-COUNT
009190     CLOSE DSQ-SPLIT-FILE.
009200 6100-EXIT.
009210     EXIT.
009220
009230 6150-WRITE-ONE-STREAM-RECORD.
009240     MOVE SPACES TO DSQ-SPLIT-RECORD
009250     SET DSQ-SPL-STREAM TO TRUE
009260     MOVE WS-RUN-ID TO DSQ-SPL-RUN-ID
009270     SET DSQ-SPL-STREAM-NO TO STM-IX
009280     MOVE WS-STM-DDNAME (STM-IX) TO DSQ-SPL-DDNAME
009290     MOVE WS-STM-WRITTEN (STM-IX) TO DSQ-SPL-CARD-COUNT
009300     MOVE WS-STM-FP-HASH (STM-IX) TO DSQ-SPL-FP-HASH
009310     MOVE WS-STM-REQS (STM-IX) TO DSQ-SPL-REQ-COUNT
009320     WRITE DSQ-SPLIT-RECORD
009330     SET STM-IX UP BY 1.
009340 6150-EXIT.
009350     EXIT.
009360
009370 6200-ADD-ONE-STREAM.
009380     ADD WS-STM-WRITTEN (STM-IX) TO WS-WRITTEN-TOTAL
009390     SET STM-IX UP BY 1.
009400 6200-EXIT.
009410     EXIT.
009420
009430 7000-WRITE-SPLIT-REPORT.
009440     MOVE SPACES TO SPLIT-REPORT-RECORD
009450     STRING "RUN ID             : " WS-RUN-ID
009460         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009470     END-STRING
009480     WRITE SPLIT-REPORT-RECORD
009490     MOVE SPACES TO SPLIT-REPORT-RECORD
009500     STRING "DECK CARDS         : " WS-FP-CARD-COUNT
009510         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009520     END-STRING
009530     WRITE SPLIT-REPORT-RECORD
009540     IF WS-ALREADY-SPLIT
009550         MOVE SPACES TO SPLIT-REPORT-RECORD
009560         STRING "*** RUN " WS-RUN-ID " WAS ALREADY SPLIT "
009570             WS-PRIOR-STREAMS " WAYS - STREAM DECKS AND SPLITCTL "
009580             "LEFT AS THEY ARE ***"
009590             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009600         END-STRING
009610         WRITE SPLIT-REPORT-RECORD
009620         GO TO 7000-EXIT
009630     END-IF
009640     IF WS-RESUMED
009650         MOVE SPACES TO SPLIT-REPORT-RECORD
009660         STRING "*** RUN " WS-RUN-ID " WAS CUT SHORT BEFORE ITS "
009670             "CONTROL RECORD - SPLIT AGAIN UNDER THE SAME RUN "
009680             "ID ***"
009690             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009700         END-STRING
009710         WRITE SPLIT-REPORT-RECORD
009720     END-IF
009730     IF WS-SPLIT-EVEN
009740         MOVE "SPLIT BY           : EVEN CARD COUNT"
009750             TO SPLIT-REPORT-RECORD
009760     ELSE
009770         MOVE "SPLIT BY           : REQUESTER"
009780             TO SPLIT-REPORT-RECORD
009790     END-IF
009800     WRITE SPLIT-REPORT-RECORD
009810     MOVE SPACES TO SPLIT-REPORT-RECORD
009820     STRING "STREAMS            : " WS-STM-COUNT
009830         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009840     END-STRING
009850     WRITE SPLIT-REPORT-RECORD
009860     MOVE SPACES TO SPLIT-REPORT-RECORD
009870     WRITE SPLIT-REPORT-RECORD
009880     MOVE SPACES TO SPLIT-REPORT-RECORD
009890     STRING "STREAM  DDNAME    CARDS     FROM CARD  TO CARD"
009900         "   REQUESTERS  FINGERPRINT"
009910         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
009920     END-STRING
009930     WRITE SPLIT-REPORT-RECORD
009940     SET STM-IX TO 1
009950     PERFORM 7100-WRITE-ONE-STREAM-LINE THRU 7100-EXIT
009960         UNTIL STM-IX > WS-STM-COUNT
009970     IF WS-SPLIT-BY-REQUESTER
009980         MOVE SPACES TO SPLIT-REPORT-RECORD
009990         WRITE SPLIT-REPORT-RECORD
010000         MOVE "REQUESTER  CARDS     STREAM" TO SPLIT-REPORT-RECORD
010010         WRITE SPLIT-REPORT-RECORD
010020         SET REQ-IX TO 1
010030         PERFORM 7200-WRITE-ONE-REQUESTER-LINE THRU 7200-EXIT
010040             UNTIL REQ-IX > WS-REQ-COUNT
010050     END-IF
010060*    THE PROOF - THE STREAM DECKS ADD BACK TO THE WHOLE DECK.
010070     MOVE SPACES TO SPLIT-REPORT-RECORD
010080     WRITE SPLIT-REPORT-RECORD
010090     MOVE SPACES TO SPLIT-REPORT-RECORD
010100     STRING "CARDS WRITTEN      : " WS-WRITTEN-TOTAL
010110         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010120     END-STRING
010130     WRITE SPLIT-REPORT-RECORD
010140     MOVE SPACES TO SPLIT-REPORT-RECORD
010150     STRING "CARDS ON DECK      : " WS-FP-CARD-COUNT
010160         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010170     END-STRING
010180     WRITE SPLIT-REPORT-RECORD
010190     IF WS-CONTROL-WRITTEN
010200         MOVE "PROOF              : BALANCED - CONTROL WRITTEN"
010210             TO SPLIT-REPORT-RECORD
010220     ELSE
010230         MOVE SPACES TO SPLIT-REPORT-RECORD
010240         STRING "PROOF              : *** NOT BALANCED OR NOT "
010250             "WRITTEN"
010260             " - NO STREAM CAN START - RERUN DSQSPLIT ***"
010270             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010280         END-STRING
010290     END-IF
010300     WRITE SPLIT-REPORT-RECORD.
010310 7000-EXIT.
010320     EXIT.
010330
010340 7100-WRITE-ONE-STREAM-LINE.
010350     SET WS-STREAM-NO TO STM-IX
010360     MOVE SPACES TO SPLIT-REPORT-RECORD
010370     IF WS-SPLIT-EVEN
010380         STRING WS-STREAM-NO "      " WS-STM-DDNAME (STM-IX)
010390             "  " WS-STM-WRITTEN (STM-IX)
010400             "  " WS-STM-FIRST (STM-IX)
010410             "   " WS-STM-LAST (STM-IX)
010420             "            " WS-STM-FP-HASH (STM-IX)
010430             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010440         END-STRING
010450     ELSE
010460         STRING WS-STREAM-NO "      " WS-STM-DDNAME (STM-IX)
010470             "  " WS-STM-WRITTEN (STM-IX)
010480             "                         " WS-STM-REQS (STM-IX)
010490             "        " WS-STM-FP-HASH (STM-IX)
010500             DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010510         END-STRING
010520     END-IF
010530     WRITE SPLIT-REPORT-RECORD
010540     SET STM-IX UP BY 1.
010550 7100-EXIT.
010560     EXIT.
010570
010580 7200-WRITE-ONE-REQUESTER-LINE.
010590     IF WS-REQ-CODE (REQ-IX) = SPACES
010600         MOVE "(NONE)" TO WS-REQ-DISPLAY
010610     ELSE
010620         MOVE WS-REQ-CODE (REQ-IX) TO WS-REQ-DISPLAY
010630     END-IF
010640     MOVE SPACES TO SPLIT-REPORT-RECORD
010650     STRING WS-REQ-DISPLAY "     " WS-REQ-CARDS (REQ-IX)
010660         "  " WS-REQ-STREAM (REQ-IX)
010670         DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
010680     END-STRING
010690     WRITE SPLIT-REPORT-RECORD
010700     SET REQ-IX UP BY 1.
010710 7200-EXIT.
010720     EXIT.
010730
010740 8000-CLOSE-FILES.
010750     CLOSE SPLIT-REPORT-FILE
010760     DISPLAY "DSQSPLIT RUN ID               :" WS-RUN-ID
010770     DISPLAY "DSQSPLIT DECK CARDS           :" WS-FP-CARD-COUNT
010780     DISPLAY "DSQSPLIT STREAMS              :" WS-STM-COUNT
010790     DISPLAY "DSQSPLIT STREAMS WITH NO CARDS:"
010800         WS-EMPTY-STREAM-COUNT.
010810 8000-EXIT.
010820     EXIT.
010830
010840 9000-SET-RETURN-CODE.
010850*    RC 00 - THE DECK IS SPLIT, EVERY STREAM HAS CARDS, AND THE
010860*            STREAMS ADD BACK TO THE DECK.
010870*    RC 04 - THE DECK WAS ALREADY SPLIT UNDER A RUN STILL IN
010880*            FLIGHT (NOTHING REWRITTEN), OR A STREAM GOT NO
010890*            CARDS - ITS STEP RUNS EMPTY.
010900*    RC 08 - A BAD CONTROL CARD, OR TOO MANY REQUESTERS TO SPLIT
010910*            BY - NOTHING SPLIT, THE LOCK LEFT FREE.
010920*    RC 12 - THE SUITE LOCK IS HELD, OR THE DECK HAS ALREADY RUN
010930*            TO COMPLETION WITHOUT A FORCERUN CARD.
010940*    RC 16 - A FILE COULD NOT BE OPENED OR WRITTEN, OR THE
010950*            STREAM DECKS DO NOT ADD BACK TO THE DECK - NO
010960*            CONTROL RECORD WAS WRITTEN, SO NO STREAM CAN START.
010970*            THE LOCK STAYS HELD FOR THE RUN; RERUN THIS JOB.
010980     EVALUATE TRUE
010990         WHEN WS-WRITE-ERROR-COUNT > ZERO
011000             MOVE 16 TO RETURN-CODE
011010         WHEN WS-ALREADY-SPLIT
011020             MOVE 4 TO RETURN-CODE
011030         WHEN WS-EMPTY-STREAM-COUNT > ZERO
011040             MOVE 4 TO RETURN-CODE
011050         WHEN OTHER
011060             MOVE 0 TO RETURN-CODE
011070     END-EVALUATE.
011080 9000-EXIT.
011090     EXIT.
011100
011110 9900-LOG-STEP-OUTCOME.
011120*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
011130*    THE MORNING DIGEST.
011140     MOVE "CARDS" TO DSQ-JLG-COUNT-LABEL (1)
011150     MOVE WS-FP-CARD-COUNT TO DSQ-JLG-COUNT (1)
011160     MOVE "STREAMS" TO DSQ-JLG-COUNT-LABEL (2)
011170     MOVE WS-STM-COUNT TO DSQ-JLG-COUNT (2)
011180     MOVE "EMPTY" TO DSQ-JLG-COUNT-LABEL (3)
011190     MOVE WS-EMPTY-STREAM-COUNT TO DSQ-JLG-COUNT (3)
011200     EVALUATE TRUE
011210         WHEN WS-WRITE-ERROR-COUNT > ZERO
011220             MOVE "STREAM DECKS NOT WHOLE - RERUN DSQSPLIT"
011230                 TO DSQ-JLG-REASON
011240         WHEN WS-ALREADY-SPLIT
011250             MOVE "DECK ALREADY SPLIT - STREAM DECKS LEFT ALONE"
011260                 TO DSQ-JLG-REASON
011270         WHEN WS-EMPTY-STREAM-COUNT > ZERO
011280             MOVE "A STREAM GOT NO CARDS - SEE SPLITRPT"
011290                 TO DSQ-JLG-REASON
011300         WHEN OTHER
011310             CONTINUE
011320     END-EVALUATE
011330     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
011340 9900-EXIT.
011350     EXIT.
011360
011370 9950-WRITE-JOB-LOG.
011380*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
011390*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
011400*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
011410     MOVE "DSQSPLIT" TO DSQ-JLG-PROGRAM
011420     MOVE WS-RUN-ID TO DSQ-JLG-RUN-ID
011430     MOVE RETURN-CODE TO DSQ-JLG-RC
011440     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
011450     END-CALL
011460     MOVE DSQ-JLG-RC TO RETURN-CODE.
011470 9950-EXIT.
011480     EXIT.
011490
011500 END PROGRAM DSQSPLIT.
