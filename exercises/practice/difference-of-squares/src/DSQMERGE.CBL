000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Merges the streams of a split run (see DSQSPLIT) back
000060*          into the outputs one whole-deck run of the main job
000070*          would have left, so nothing downstream - DSQRECON,
000080*          DSQVARNC, DSQHLOAD, DSQACK and the rest - can tell the
000090*          night was split:
000100*            XTRCTOUT  one header, every stream's details, one
000110*                      trailer with the combined count and hashes
000120*            RPTOUT    the detail lines, true grand totals and
000130*                      requester subtotals for the whole deck
000140*            EXCPTRPT  every stream's exception lines under one
000150*                      heading
000160*            AUDITLOG  every stream's trail records appended
000170*            REJOUT    every stream's reject records appended,
000180*                      then settled to REJNEW as the main job does
000190*            RUNCTL    the one COMPLETE record for the run ID the
000200*                      split registered STARTED
000210*          and releases the suite lock the split took.
000220*          Nothing is written until every stream proves itself -
000230*          its checkpoint (CHKPTnn) marked complete for this run
000240*          with the card count SPLITCTL gives it, and its extract
000250*          (XTRCTnn) adding back to its own trailer and to the
000260*          checkpoint.  Streams that are not ready are listed on
000270*          MERGRPT to be rerun, alone, before the merge is rerun.
000280*          The stream outputs are read from the DDNAMEs the split
000290*          documents - CHKPTnn, XTRCTnn, AUDITnn, REJCTnn and
000300*          EXCPTnn.  The trail appends are made once only, so a
000310*          merge cut short can simply be rerun.
000320******************************************************************
000330* Mod Log:
000340* 2026-10-15 NK  Original program.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DSQMERGE.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  GNUCOBOL312.
000410 OBJECT-COMPUTER.  GNUCOBOL312.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DSQ-SPLIT-FILE ASSIGN TO "SPLITCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SPLIT-STATUS.
000470     SELECT DSQ-RUNCTL-FILE ASSIGN TO "RUNCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNCTL-STATUS.
000500     SELECT DSQ-LOCK-FILE ASSIGN TO "DSQLOCK"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LOCK-STATUS.
000530*    THE STREAM OUTPUTS ARE REASSIGNED PER STREAM, ONE OPEN AT A
000540*    TIME, TO THE DDNAMES THE SPLIT DOCUMENTS.
000550     SELECT STM-CHKPT-FILE ASSIGN TO DYNAMIC WS-STM-DDNAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-STM-STATUS.
000580     SELECT STM-EXTRACT-FILE ASSIGN TO DYNAMIC WS-STM-DDNAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STM-STATUS.
000610     SELECT STM-AUDIT-FILE ASSIGN TO DYNAMIC WS-STM-DDNAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STM-STATUS.
000640     SELECT STM-REJ-FILE ASSIGN TO DYNAMIC WS-STM-DDNAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-STM-STATUS.
000670     SELECT STM-EXCPT-FILE ASSIGN TO DYNAMIC WS-STM-DDNAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-STM-STATUS.
000700     SELECT DSQ-EXTRACT-FILE ASSIGN TO "XTRCTOUT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXTRACT-STATUS.
000730     SELECT DSQ-REPORT-FILE ASSIGN TO "RPTOUT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760     SELECT DSQ-EXCPT-FILE ASSIGN TO "EXCPTRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-EXCPT-STATUS.
000790     SELECT DSQ-AUDIT-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-STATUS.
000820     SELECT DSQ-REJ-FILE ASSIGN TO "REJOUT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REJOUT-STATUS.
000850     SELECT DSQ-REJNEW-FILE ASSIGN TO "REJNEW"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REJNEW-STATUS.
000880     SELECT MERGE-REPORT-FILE ASSIGN TO "MERGRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-MERGRPT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  DSQ-SPLIT-FILE
000940     RECORDING MODE IS F.
000950     COPY "DSQSPLT.CPY".
000960 FD  DSQ-RUNCTL-FILE
000970     RECORDING MODE IS F.
000980     COPY "DSQRNCTL.CPY".
000990 FD  DSQ-LOCK-FILE
001000     RECORDING MODE IS F.
001010     COPY "DSQLOCK.CPY".
001020 FD  STM-CHKPT-FILE
001030     RECORDING MODE IS F.
001040     COPY "DSQCHKPT.CPY".
001050 FD  STM-EXTRACT-FILE
001060     RECORDING MODE IS F.
001070     COPY "DSQXTRCT.CPY"
001080         REPLACING LEADING ==DSQ== BY ==STX==.
001090 FD  STM-AUDIT-FILE
001100     RECORDING MODE IS F.
001110     COPY "DSQAUDIT.CPY"
001120         REPLACING LEADING ==DSQ== BY ==STA==.
001130 FD  STM-REJ-FILE
001140     RECORDING MODE IS F.
001150     COPY "DSQREJCT.CPY"
001160         REPLACING LEADING ==DSQ== BY ==STJ==.
001170 FD  STM-EXCPT-FILE
001180     RECORDING MODE IS F.
001190 01  STM-EXCPT-RECORD            PIC X(80).
001200 FD  DSQ-EXTRACT-FILE
001210     RECORDING MODE IS F.
001220     COPY "DSQXTRCT.CPY".
001230 FD  DSQ-REPORT-FILE
001240     RECORDING MODE IS F.
001250 01  DSQ-REPORT-RECORD           PIC X(132).
001260 FD  DSQ-EXCPT-FILE
001270     RECORDING MODE IS F.
001280 01  DSQ-EXCPT-RECORD            PIC X(80).
001290 FD  DSQ-AUDIT-FILE
001300     RECORDING MODE IS F.
001310     COPY "DSQAUDIT.CPY".
001320 FD  DSQ-REJ-FILE
001330     RECORDING MODE IS F.
001340     COPY "DSQREJCT.CPY".
001350 FD  DSQ-REJNEW-FILE
001360     RECORDING MODE IS F.
001370     COPY "DSQREJCT.CPY"
001380         REPLACING LEADING ==DSQ== BY ==NEW==.
001390 FD  MERGE-REPORT-FILE
001400     RECORDING MODE IS F.
001410 01  MERGE-REPORT-RECORD         PIC X(132).
001420 WORKING-STORAGE SECTION.
001430 01 WS-SPLIT-STATUS PIC X(02) VALUE SPACES.
001440     88 WS-SPLIT-OK             VALUE "00".
001450     88 WS-SPLIT-EOF            VALUE "10".
001460 01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
001470     88 WS-RUNCTL-OK            VALUE "00".
001480     88 WS-RUNCTL-EOF           VALUE "10".
001490 01 WS-LOCK-STATUS PIC X(02) VALUE SPACES.
001500     88 WS-LOCK-OK              VALUE "00".
001510 01 WS-STM-STATUS PIC X(02) VALUE SPACES.
001520     88 WS-STM-OK               VALUE "00".
001530     88 WS-STM-EOF              VALUE "10".
001540 01 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
001550     88 WS-EXTRACT-OK           VALUE "00".
001560     88 WS-EXTRACT-EOF          VALUE "10".
001570 01 WS-REPORT-STATUS PIC X(02) VALUE SPACES.
001580     88 WS-REPORT-OK            VALUE "00".
001590 01 WS-EXCPT-STATUS PIC X(02) VALUE SPACES.
001600     88 WS-EXCPT-OK             VALUE "00".
001610 01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
001620     88 WS-AUDIT-OK             VALUE "00".
001630     88 WS-AUDIT-EOF            VALUE "10".
001640 01 WS-REJOUT-STATUS PIC X(02) VALUE SPACES.
001650     88 WS-REJOUT-OK            VALUE "00".
001660     88 WS-REJOUT-EOF           VALUE "10".
001670 01 WS-REJNEW-STATUS PIC X(02) VALUE SPACES.
001680     88 WS-REJNEW-OK            VALUE "00".
001690 01 WS-MERGRPT-STATUS PIC X(02) VALUE SPACES.
001700     88 WS-MERGRPT-OK           VALUE "00".
001710 01 WS-STM-DDNAME PIC X(08) VALUE SPACES.
001720 01 WS-DDNAME-PREFIX PIC X(05) VALUE SPACES.
001730 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
001740 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001750     05 WS-RUN-DATE-CCYY         PIC 9(04).
001760     05 WS-RUN-DATE-MM           PIC 9(02).
001770     05 WS-RUN-DATE-DD           PIC 9(02).
001780 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
001790* THE SPLIT BEING MERGED, FROM ITS SPLITCTL CONTROL RECORD, AND
001800* THE STARTED RECORD THE SPLIT REGISTERED FOR IT.  THE MERGED
001810* OUTPUTS CARRY THE STARTED DATE AND TIME, AS ONE WHOLE-DECK RUN
001820* CARRIES ITS OWN START.
001830 01 WS-RUN-ID PIC 9(08) VALUE ZERO.
001840 01 WS-SPLIT-FOUND-SW PIC X(01) VALUE "N".
001850     88 WS-SPLIT-FOUND          VALUE "Y".
001860 01 WS-DECK-CARD-COUNT PIC 9(08) VALUE ZERO.
001870 01 WS-DECK-FP-HASH PIC 9(10) VALUE ZERO.
001880 01 WS-START-DATE PIC 9(08) VALUE ZERO.
001890 01 WS-START-DATE-X REDEFINES WS-START-DATE.
001900     05 WS-START-DATE-CCYY       PIC 9(04).
001910     05 WS-START-DATE-MM         PIC 9(02).
001920     05 WS-START-DATE-DD         PIC 9(02).
001930 01 WS-START-TIME PIC 9(08) VALUE ZERO.
001940 01 WS-RUN-STARTED-SW PIC X(01) VALUE "N".
001950     88 WS-RUN-STARTED          VALUE "Y".
001960 01 WS-RUN-ENDED-SW PIC X(01) VALUE "N".
001970     88 WS-RUN-ENDED            VALUE "Y".
001980* ONE ENTRY PER STREAM - WHAT SPLITCTL SAYS IT WAS GIVEN, AND
001990* WHAT ITS OUTPUTS SHOW IT DID.
002000 01 WS-STM-COUNT PIC 9(02) VALUE ZERO.
002010 01 WS-STM-MAX PIC 9(02) VALUE 20.
002020 01 WS-STM-TABLE.
002030     05 WS-STM-ENTRY OCCURS 0 TO 20 TIMES
002040         DEPENDING ON WS-STM-COUNT
002050         INDEXED BY STM-IX.
002060         10 WS-STM-CARDS              PIC 9(08).
002070         10 WS-STM-PROCESSED          PIC 9(08).
002080         10 WS-STM-REJECTED           PIC 9(08).
002090         10 WS-STM-DETAILS            PIC 9(08).
002100         10 WS-STM-AUDIT-COUNT        PIC 9(08).
002110         10 WS-STM-REJ-COUNT          PIC 9(08).
002120         10 WS-STM-PROBLEM            PIC X(36).
002130 01 WS-STREAM-NO PIC 9(02) VALUE ZERO.
002140 01 WS-NOT-READY-COUNT PIC 9(02) VALUE ZERO.
002150* ONE STREAM'S EXTRACT AS FOUND - ITS TRAILER AND THE SAME
002160* CONTROLS RECOMPUTED FROM ITS DETAILS, MODULO PIC 9(10).
002170 01 WS-STX-HEADER-SW PIC X(01) VALUE "N".
002180     88 WS-STX-HEADER-FOUND     VALUE "Y".
002190 01 WS-STX-TRAILER-SW PIC X(01) VALUE "N".
002200     88 WS-STX-TRAILER-FOUND    VALUE "Y".
002210 01 WS-STX-WRONG-RUN-SW PIC X(01) VALUE "N".
002220     88 WS-STX-WRONG-RUN        VALUE "Y".
002230 01 WS-STX-DETAIL-COUNT PIC 9(08) VALUE ZERO.
002240 01 WS-STX-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
002250 01 WS-STX-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
002260 01 WS-STX-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
002270 01 WS-STT-DETAIL-COUNT PIC 9(08) VALUE ZERO.
002280 01 WS-STT-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
002290 01 WS-STT-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
002300 01 WS-STT-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
002310* THE MERGED RUN - WHAT ONE WHOLE-DECK RUN WOULD HAVE CARRIED.
002320 01 WS-GRAND-SQUARE-OF-SUM PIC 9(31) VALUE ZERO.
002330 01 WS-GRAND-SUM-OF-SQUARES PIC 9(31) VALUE ZERO.
002340 01 WS-GRAND-DIFFERENCE PIC 9(31) VALUE ZERO.
002350 01 WS-RECORD-COUNT PIC 9(08) VALUE ZERO.
002360 01 WS-EXCEPTION-COUNT PIC 9(08) VALUE ZERO.
002370 01 WS-SKIP-COUNT PIC 9(08) VALUE ZERO.
002380 01 WS-GRAND-TOTAL-SUSPECT-SW PIC X(01) VALUE "N".
002390     88 WS-GRAND-TOTAL-SUSPECT  VALUE "Y".
002400 01 WS-MERGE-OVERFLOW-SW PIC X(01) VALUE "N".
002410     88 WS-MERGE-OVERFLOW       VALUE "Y".
002420 01 WS-XTR-DETAIL-COUNT PIC 9(08) VALUE ZERO.
002430 01 WS-XTR-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
002440 01 WS-XTR-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
002450 01 WS-XTR-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
002460 01 WS-DETAILS-WRITTEN PIC 9(08) VALUE ZERO.
002470 01 WS-TOT-AUDIT-COUNT PIC 9(08) VALUE ZERO.
002480 01 WS-TOT-REJ-COUNT PIC 9(08) VALUE ZERO.
002490 01 WS-FOUND-COUNT PIC 9(08) VALUE ZERO.
002500 01 WS-AUDIT-APPENDED PIC 9(08) VALUE ZERO.
002510 01 WS-REJ-APPENDED PIC 9(08) VALUE ZERO.
002520 01 WS-EXCPT-LINES PIC 9(08) VALUE ZERO.
002530 01 WS-LOCK-LEFT-SW PIC X(01) VALUE "N".
002540     88 WS-LOCK-LEFT            VALUE "Y".
002550* REQUESTER SUBTOTALS, MERGED FROM THE STREAM CHECKPOINTS IN
002560* STREAM ORDER, WITH THE SAME 50-CODE LIMIT AS THE MAIN JOB.
002570 01 WS-REQUESTER PIC X(03) VALUE SPACES.
002580 01 WS-CHKPT-SUB PIC 9(02) VALUE ZERO.
002590 01 WS-REQ-SUB-FULL-SW PIC X(01) VALUE "N".
002600     88 WS-REQ-SUB-FULL         VALUE "Y".
002610 01 WS-REQ-SUB-COUNT PIC 9(02) VALUE ZERO.
002620 01 WS-REQ-SUB-MAX PIC 9(02) VALUE 50.
002630 01 WS-REQ-SUB-TABLE.
002640     05 WS-RSB-ENTRY OCCURS 0 TO 50 TIMES
002650         DEPENDING ON WS-REQ-SUB-COUNT
002660         INDEXED BY RSB-IX.
002670         10 WS-RSB-CODE               PIC X(03).
002680         10 WS-RSB-PROCESSED          PIC 9(08).
002690         10 WS-RSB-REJECTED           PIC 9(08).
002700         10 WS-RSB-SQUARE-OF-SUM      PIC 9(31).
002710         10 WS-RSB-SUM-OF-SQUARES     PIC 9(31).
002720         10 WS-RSB-DIFFERENCE         PIC 9(31).
002730 01 WS-RSB-FOUND-SW PIC X(01) VALUE "N".
002740     88 WS-RSB-FOUND            VALUE "Y".
002750* SETTLING RECYCLED REJECTS - THE SAME MATCH THE MAIN JOB MAKES
002760* AGAINST THE RANGES THE RUN EXTRACTED.
002770 01 WS-SETTLE-CARD.
002780     05 WS-SET-N                  PIC 9(08).
002790     05 WS-SET-TO                 PIC X(08).
002800     05 WS-SET-TO-N REDEFINES WS-SET-TO
002810                                  PIC 9(08).
002820     05 WS-SET-REQ                PIC X(03).
002830     05 WS-SET-TYPE               PIC X(01).
002840 01 WS-SET-FROM PIC 9(08) VALUE ZERO.
002850 01 WS-SET-UPPER PIC 9(08) VALUE ZERO.
002860 01 WS-SETTLE-MATCH-SW PIC X(01) VALUE "N".
002870     88 WS-SETTLE-MATCH         VALUE "Y".
002880 01 WS-SETTLE-FULL-SW PIC X(01) VALUE "N".
002890     88 WS-SETTLE-FULL          VALUE "Y".
002900 01 WS-SETTLE-COUNT PIC 9(08) VALUE ZERO.
002910 01 WS-SETTLE-MAX PIC 9(08) VALUE 10000.
002920 01 WS-SETTLE-TABLE.
002930     05 WS-STL-ENTRY OCCURS 0 TO 10000 TIMES
002940         DEPENDING ON WS-SETTLE-COUNT
002950         INDEXED BY STL-IX.
002960         10 WS-STL-FROM               PIC 9(08).
002970         10 WS-STL-N                  PIC 9(08).
002980         10 WS-STL-REQ                PIC X(03).
002990         10 WS-STL-TYPE               PIC X(01).
003000 01 WS-REJ-READ-COUNT PIC 9(08) VALUE ZERO.
003010 01 WS-REJ-SETTLED-COUNT PIC 9(08) VALUE ZERO.
003020* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
003030 COPY "DSQJOBLG.CPY".
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     INITIALIZE DSQ-JOBLOG-RECORD
003070     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
003080     ACCEPT DSQ-JLG-START-TIME FROM TIME
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003100     ACCEPT WS-RUN-TIME FROM TIME
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003120     PERFORM 1100-READ-SPLIT-CONTROL THRU 1100-EXIT
003130     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT
003140     PERFORM 2000-VERIFY-STREAMS THRU 2000-EXIT
003150     PERFORM 3000-APPEND-TRAIL THRU 3000-EXIT
003160     PERFORM 4000-WRITE-EXTRACT-REPORT THRU 4000-EXIT
003170     PERFORM 4500-WRITE-EXCEPTIONS THRU 4500-EXIT
003180     PERFORM 5000-REGISTER-COMPLETE THRU 5000-EXIT
003190     PERFORM 5100-RELEASE-LOCK THRU 5100-EXIT
003200     PERFORM 6000-SETTLE-REJECTS THRU 6000-EXIT
003210     PERFORM 7000-WRITE-MERGE-PROOF THRU 7000-EXIT
003220     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
003230     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
003240     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
003250     STOP RUN.
003260
003270 1000-INITIALIZE.
003280     OPEN OUTPUT MERGE-REPORT-FILE
003290     IF NOT WS-MERGRPT-OK
003300         DISPLAY "*** DSQMERGE - UNABLE TO OPEN MERGRPT ***"
003310         MOVE 16 TO RETURN-CODE
003320         MOVE "UNABLE TO OPEN MERGRPT" TO DSQ-JLG-REASON
003330         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003340         STOP RUN
003350     END-IF
003360     MOVE SPACES TO MERGE-REPORT-RECORD
003370     STRING "SPLIT RUN MERGE REPORT - RUN DATE "
003380         DELIMITED BY SIZE
003390         WS-RUN-DATE-CCYY DELIMITED BY SIZE
003400         "-" DELIMITED BY SIZE
003410         WS-RUN-DATE-MM DELIMITED BY SIZE
003420         "-" DELIMITED BY SIZE
003430         WS-RUN-DATE-DD DELIMITED BY SIZE
003440         INTO MERGE-REPORT-RECORD
003450     END-STRING
003460     WRITE MERGE-REPORT-RECORD.
003470 1000-EXIT.
003480     EXIT.
003490
003500 1100-READ-SPLIT-CONTROL.
003510*    THE SPLIT TO MERGE IS THE ONE ON SPLITCTL, AND ONLY ONCE ITS
003520*    CONTROL RECORD IS THERE - WITHOUT IT NO STREAM COULD HAVE
003530*    RUN.
003540     OPEN INPUT DSQ-SPLIT-FILE
003550     IF NOT WS-SPLIT-OK
003560         MOVE "UNABLE TO OPEN SPLITCTL" TO DSQ-JLG-REASON
003570         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
003580     END-IF
003590     PERFORM 1150-READ-ONE-SPLIT-RECORD THRU 1150-EXIT
003600         UNTIL WS-SPLIT-EOF
003610     CLOSE DSQ-SPLIT-FILE
003620     IF NOT WS-SPLIT-FOUND
003630             OR WS-STM-COUNT NOT = DSQ-SPL-STREAM-COUNT
003640         MOVE "SPLITCTL HOLDS NO COMPLETE SPLIT - NOTHING MERGED"
003650             TO DSQ-JLG-REASON
003660         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
003670     END-IF
003680     MOVE SPACES TO MERGE-REPORT-RECORD
003690     STRING "RUN ID             : " WS-RUN-ID
003700         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
003710     END-STRING
003720     WRITE MERGE-REPORT-RECORD
003730     MOVE SPACES TO MERGE-REPORT-RECORD
003740     STRING "STREAMS            : " WS-STM-COUNT
003750         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
003760     END-STRING
003770     WRITE MERGE-REPORT-RECORD
003780     MOVE SPACES TO MERGE-REPORT-RECORD
003790     STRING "DECK CARDS         : " WS-DECK-CARD-COUNT
003800         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
003810     END-STRING
003820     WRITE MERGE-REPORT-RECORD.
003830 1100-EXIT.
003840     EXIT.
003850
003860 1150-READ-ONE-SPLIT-RECORD.
003870     READ DSQ-SPLIT-FILE
003880         AT END
003890             SET WS-SPLIT-EOF TO TRUE
003900             GO TO 1150-EXIT
003910     END-READ
003920     IF DSQ-SPL-CONTROL
003930         SET WS-SPLIT-FOUND TO TRUE
003940         MOVE DSQ-SPL-RUN-ID TO WS-RUN-ID
003950         MOVE DSQ-SPL-DECK-CARD-COUNT TO WS-DECK-CARD-COUNT
003960         MOVE DSQ-SPL-DECK-FP-HASH TO WS-DECK-FP-HASH
003970         SET WS-SPLIT-EOF TO TRUE
003980         GO TO 1150-EXIT
003990     END-IF
004000     IF NOT DSQ-SPL-STREAM OR WS-STM-COUNT NOT < WS-STM-MAX
004010         GO TO 1150-EXIT
004020     END-IF
004030     ADD 1 TO WS-STM-COUNT
004040     SET STM-IX TO WS-STM-COUNT
004050     INITIALIZE WS-STM-ENTRY (STM-IX)
004060     MOVE DSQ-SPL-CARD-COUNT TO WS-STM-CARDS (STM-IX).
004070 1150-EXIT.
004080     EXIT.
004090
004100 1200-CHECK-RUN-CONTROL.
004110*    THE RUN MUST BE STARTED ON RUNCTL FOR THE SAME DECK THE
004120*    SPLIT FINGERPRINTED, AND NOT YET COMPLETED OR BACKED OUT -
004130*    A SECOND MERGE OF THE SAME RUN IS REFUSED.
004140     OPEN INPUT DSQ-RUNCTL-FILE
004150     IF NOT WS-RUNCTL-OK
004160         DISPLAY "*** DSQMERGE - UNABLE TO OPEN RUNCTL ***"
004170         MOVE 16 TO RETURN-CODE
004180         MOVE "UNABLE TO OPEN RUNCTL" TO DSQ-JLG-REASON
004190         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004200         STOP RUN
004210     END-IF
004220     PERFORM 1250-CHECK-ONE-RUNCTL THRU 1250-EXIT
004230         UNTIL WS-RUNCTL-EOF
004240     CLOSE DSQ-RUNCTL-FILE
004250     IF WS-RUN-ENDED
004260         MOVE SPACES TO MERGE-REPORT-RECORD
004270         STRING "*** RUN " WS-RUN-ID " IS ALREADY COMPLETE OR "
004280             "BACKED OUT ON RUNCTL - NOT MERGED AGAIN ***"
004290             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
004300         END-STRING
004310         WRITE MERGE-REPORT-RECORD
004320         CLOSE MERGE-REPORT-FILE
004330         DISPLAY "*** DSQMERGE - RUN " WS-RUN-ID
004340             " ALREADY COMPLETE - NOT MERGED AGAIN ***"
004350         MOVE 12 TO RETURN-CODE
004360         MOVE "S" TO DSQ-JLG-OUTCOME
004370         MOVE "RUN ALREADY COMPLETE - NOT MERGED AGAIN"
004380             TO DSQ-JLG-REASON
004390         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004400         STOP RUN
004410     END-IF
004420     IF NOT WS-RUN-STARTED
004430         MOVE "RUN NOT STARTED ON RUNCTL FOR THIS DECK"
004440             TO DSQ-JLG-REASON
004450         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
004460     END-IF.
004470 1200-EXIT.
004480     EXIT.
004490
004500 1250-CHECK-ONE-RUNCTL.
004510     READ DSQ-RUNCTL-FILE
004520         AT END
004530             SET WS-RUNCTL-EOF TO TRUE
004540             GO TO 1250-EXIT
004550     END-READ
004560     IF DSQ-RCT-RUN-ID NOT = WS-RUN-ID
004570         GO TO 1250-EXIT
004580     END-IF
004590     EVALUATE TRUE
004600         WHEN DSQ-RCT-STARTED
004610             IF DSQ-RCT-FP-CARD-COUNT = WS-DECK-CARD-COUNT
004620                     AND DSQ-RCT-FP-HASH = WS-DECK-FP-HASH
004630                 SET WS-RUN-STARTED TO TRUE
004640                 MOVE DSQ-RCT-TS-DATE TO WS-START-DATE
004650                 MOVE DSQ-RCT-TS-TIME TO WS-START-TIME
004660             END-IF
004670         WHEN DSQ-RCT-COMPLETE
004680             SET WS-RUN-ENDED TO TRUE
004690         WHEN DSQ-RCT-BACKEDOUT
004700             SET WS-RUN-ENDED TO TRUE
004710         WHEN OTHER
004720             CONTINUE
004730     END-EVALUATE.
004740 1250-EXIT.
004750     EXIT.
004760
004770 1900-STOP-NO-SPLIT.
004780     MOVE SPACES TO MERGE-REPORT-RECORD
004790     STRING "*** " DSQ-JLG-REASON " ***"
004800         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
004810     END-STRING
004820     WRITE MERGE-REPORT-RECORD
004830     CLOSE MERGE-REPORT-FILE
004840     DISPLAY "*** DSQMERGE - " DSQ-JLG-REASON
004850     MOVE 16 TO RETURN-CODE
004860     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
004870     STOP RUN.
004880 1900-EXIT.
004890     EXIT.
004900
004910 2000-VERIFY-STREAMS.
004920*    EVERY STREAM IS PROVED BEFORE ANYTHING IS WRITTEN.  THE
004930*    TOTALS THE MERGED REPORT NEEDS ARE GATHERED FROM THE
004940*    CHECKPOINTS ON THE WAY.  ANY STREAM NOT READY STOPS THE
004950*    MERGE WITH THE LIST OF STREAMS TO RERUN.
004960     MOVE SPACES TO MERGE-REPORT-RECORD
004970     WRITE MERGE-REPORT-RECORD
004980     MOVE SPACES TO MERGE-REPORT-RECORD
004990     STRING "STREAM  CARDS     PROCESSED REJECTED  DETAILS   "
005000         "AUDIT     REJECTS   STATUS"
005010         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005020     END-STRING
005030     WRITE MERGE-REPORT-RECORD
005040     SET STM-IX TO 1
005050     PERFORM 2100-VERIFY-ONE-STREAM THRU 2100-EXIT
005060         UNTIL STM-IX > WS-STM-COUNT
005070     IF WS-NOT-READY-COUNT = ZERO
005080         GO TO 2000-EXIT
005090     END-IF
005100     MOVE SPACES TO MERGE-REPORT-RECORD
005110     WRITE MERGE-REPORT-RECORD
005120     MOVE SPACES TO MERGE-REPORT-RECORD
005130     STRING "*** " WS-NOT-READY-COUNT " STREAM(S) NOT READY - "
005140         "RERUN THOSE MARKED ABOVE, THEN RERUN DSQMERGE.  "
005150         "NOTHING MERGED ***"
005160         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005170     END-STRING
005180     WRITE MERGE-REPORT-RECORD
005190     CLOSE MERGE-REPORT-FILE
005200     DISPLAY "*** DSQMERGE - " WS-NOT-READY-COUNT
005210         " STREAM(S) NOT READY - SEE MERGRPT ***"
005220     MOVE 12 TO RETURN-CODE
005230     MOVE "STREAMS NOT READY - RERUN THEM, SEE MERGRPT"
005240         TO DSQ-JLG-REASON
005250     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
005260     STOP RUN.
005270 2000-EXIT.
005280     EXIT.
005290
005300 2100-VERIFY-ONE-STREAM.
005310     SET WS-STREAM-NO TO STM-IX
005320     PERFORM 2200-CHECK-CHECKPOINT THRU 2200-EXIT
005330     IF WS-STM-PROBLEM (STM-IX) = SPACES
005340         PERFORM 2300-CHECK-EXTRACT THRU 2300-EXIT
005350     END-IF
005360     IF WS-STM-PROBLEM (STM-IX) = SPACES
005370         PERFORM 2400-COUNT-AUDIT THRU 2400-EXIT
005380     END-IF
005390     IF WS-STM-PROBLEM (STM-IX) = SPACES
005400         PERFORM 2500-COUNT-REJECTS THRU 2500-EXIT
005410     END-IF
005420     IF WS-STM-PROBLEM (STM-IX) = SPACES
005430         MOVE "EXCPT" TO WS-DDNAME-PREFIX
005440         PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
005450         OPEN INPUT STM-EXCPT-FILE
005460         IF WS-STM-OK
005470             CLOSE STM-EXCPT-FILE
005480         ELSE
005490             MOVE "EXCEPTION REPORT MISSING"
005500                 TO WS-STM-PROBLEM (STM-IX)
005510         END-IF
005520     END-IF
005530     MOVE SPACES TO MERGE-REPORT-RECORD
005540     IF WS-STM-PROBLEM (STM-IX) = SPACES
005550         STRING WS-STREAM-NO "      " WS-STM-CARDS (STM-IX)
005560             "  " WS-STM-PROCESSED (STM-IX)
005570             "  " WS-STM-REJECTED (STM-IX)
005580             "  " WS-STM-DETAILS (STM-IX)
005590             "  " WS-STM-AUDIT-COUNT (STM-IX)
005600             "  " WS-STM-REJ-COUNT (STM-IX)
005610             "  READY"
005620             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005630         END-STRING
005640     ELSE
005650         ADD 1 TO WS-NOT-READY-COUNT
005660         STRING WS-STREAM-NO "      " WS-STM-CARDS (STM-IX)
005670             "  *** RERUN STREAM " WS-STREAM-NO " - "
005680             WS-STM-PROBLEM (STM-IX) " ***"
005690             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005700         END-STRING
005710     END-IF
005720     WRITE MERGE-REPORT-RECORD
005730     SET STM-IX UP BY 1.
005740 2100-EXIT.
005750     EXIT.
005760
005770 2200-CHECK-CHECKPOINT.
005780*    A FINISHED STREAM LEFT ITS CHECKPOINT MARKED COMPLETE FOR
005790*    THIS RUN AND STREAM, HAVING WORKED EVERY CARD IT WAS GIVEN.
005800     MOVE "CHKPT" TO WS-DDNAME-PREFIX
005810     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
005820     OPEN INPUT STM-CHKPT-FILE
005830     IF NOT WS-STM-OK
005840         MOVE "CHECKPOINT MISSING - NEVER RAN"
005850             TO WS-STM-PROBLEM (STM-IX)
005860         GO TO 2200-EXIT
005870     END-IF
005880     READ STM-CHKPT-FILE
005890         AT END
005900             MOVE "CHECKPOINT EMPTY - NEVER RAN"
005910                 TO WS-STM-PROBLEM (STM-IX)
005920     END-READ
005930     CLOSE STM-CHKPT-FILE
005940     IF WS-STM-PROBLEM (STM-IX) NOT = SPACES
005950         GO TO 2200-EXIT
005960     END-IF
005970     IF DSQ-CHKPT-RUN-ID NOT NUMERIC
005980             OR DSQ-CHKPT-STREAM NOT NUMERIC
005990             OR DSQ-CHKPT-RUN-ID NOT = WS-RUN-ID
006000             OR DSQ-CHKPT-STREAM NOT = WS-STREAM-NO
006010         MOVE "CHECKPOINT IS NOT FOR THIS RUN"
006020             TO WS-STM-PROBLEM (STM-IX)
006030         GO TO 2200-EXIT
006040     END-IF
006050     IF NOT DSQ-CHKPT-STREAM-COMPLETE
006060         MOVE "NOT FINISHED - RESTART IT"
006070             TO WS-STM-PROBLEM (STM-IX)
006080         GO TO 2200-EXIT
006090     END-IF
006100     IF DSQ-CHKPT-COUNT NOT = WS-STM-CARDS (STM-IX)
006110         MOVE "CARDS WORKED DIFFER FROM SPLITCTL"
006120             TO WS-STM-PROBLEM (STM-IX)
006130         GO TO 2200-EXIT
006140     END-IF
006150     MOVE DSQ-CHKPT-RECORD-COUNT TO WS-STM-PROCESSED (STM-IX)
006160     MOVE DSQ-CHKPT-EXCEPTION-COUNT TO WS-STM-REJECTED (STM-IX)
006170     MOVE DSQ-CHKPT-XTR-DETAIL-COUNT TO WS-STT-DETAIL-COUNT
006180     MOVE DSQ-CHKPT-XTR-HASH-SQ-OF-SUM TO WS-STT-HASH-SQ-OF-SUM
006190     MOVE DSQ-CHKPT-XTR-HASH-SUM-OF-SQ TO WS-STT-HASH-SUM-OF-SQ
006200     MOVE DSQ-CHKPT-XTR-HASH-DIFFERENCE TO WS-STT-HASH-DIFFERENCE
006210     PERFORM 2250-ADD-STREAM-TOTALS THRU 2250-EXIT.
006220 2200-EXIT.
006230     EXIT.
006240
006250 2250-ADD-STREAM-TOTALS.
006260*    THE STREAM'S TOTALS INTO THE RUN'S.  A SUM THAT WILL NOT
006270*    FIT PIC 9(31) MAKES THE GRAND TOTALS SUSPECT, AS IT DOES IN
006280*    THE MAIN JOB.
006290     ADD DSQ-CHKPT-GRAND-SQUARE-OF-SUM TO WS-GRAND-SQUARE-OF-SUM
006300         ON SIZE ERROR
006310             SET WS-MERGE-OVERFLOW TO TRUE
006320     END-ADD
006330     ADD DSQ-CHKPT-GRAND-SUM-OF-SQUARES TO WS-GRAND-SUM-OF-SQUARES
006340         ON SIZE ERROR
006350             SET WS-MERGE-OVERFLOW TO TRUE
006360     END-ADD
006370     ADD DSQ-CHKPT-GRAND-DIFFERENCE TO WS-GRAND-DIFFERENCE
006380         ON SIZE ERROR
006390             SET WS-MERGE-OVERFLOW TO TRUE
006400     END-ADD
006410     ADD DSQ-CHKPT-RECORD-COUNT TO WS-RECORD-COUNT
006420     ADD DSQ-CHKPT-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
006430     IF DSQ-CHKPT-SKIP-COUNT NUMERIC
006440         ADD DSQ-CHKPT-SKIP-COUNT TO WS-SKIP-COUNT
006450     END-IF
006460     IF DSQ-CHKPT-GRAND-SUSPECT = "Y"
006470         SET WS-GRAND-TOTAL-SUSPECT TO TRUE
006480     END-IF
006490*    A STREAM THAT FILLED ITS OWN TABLE MAY HAVE LUMPED CODES
006500*    TOGETHER ALREADY, SO THE MERGED REPORT SAYS SO TOO.
006510     IF DSQ-CHKPT-REQ-COUNT NOT < WS-REQ-SUB-MAX
006520         SET WS-REQ-SUB-FULL TO TRUE
006530     END-IF
006540     MOVE ZERO TO WS-CHKPT-SUB
006550     PERFORM 2270-MERGE-ONE-REQ-SUBTOTAL THRU 2270-EXIT
006560         UNTIL WS-CHKPT-SUB NOT < DSQ-CHKPT-REQ-COUNT.
006570 2250-EXIT.
006580     EXIT.
006590
006600 2270-MERGE-ONE-REQ-SUBTOTAL.
006610     ADD 1 TO WS-CHKPT-SUB
006620     MOVE DSQ-CHKPT-REQ-CODE (WS-CHKPT-SUB) TO WS-REQUESTER
006630     PERFORM 2280-FIND-REQ-SUBTOTAL THRU 2280-EXIT
006640     ADD DSQ-CHKPT-REQ-PROCESSED (WS-CHKPT-SUB)
006650         TO WS-RSB-PROCESSED (RSB-IX)
006660     ADD DSQ-CHKPT-REQ-REJECTED (WS-CHKPT-SUB)
006670         TO WS-RSB-REJECTED (RSB-IX)
006680     ADD DSQ-CHKPT-REQ-SQ-OF-SUM (WS-CHKPT-SUB)
006690         TO WS-RSB-SQUARE-OF-SUM (RSB-IX)
006700         ON SIZE ERROR
006710             SET WS-MERGE-OVERFLOW TO TRUE
006720     END-ADD
006730     ADD DSQ-CHKPT-REQ-SUM-OF-SQ (WS-CHKPT-SUB)
006740         TO WS-RSB-SUM-OF-SQUARES (RSB-IX)
006750         ON SIZE ERROR
006760             SET WS-MERGE-OVERFLOW TO TRUE
006770     END-ADD
006780     ADD DSQ-CHKPT-REQ-DIFFERENCE (WS-CHKPT-SUB)
006790         TO WS-RSB-DIFFERENCE (RSB-IX)
006800         ON SIZE ERROR
006810             SET WS-MERGE-OVERFLOW TO TRUE
006820     END-ADD.
006830 2270-EXIT.
006840     EXIT.
006850
006860 2280-FIND-REQ-SUBTOTAL.
006870*    LEAVES RSB-IX ON THE REQUESTER'S ENTRY, APPENDING A FRESH
006880*    ONE THE FIRST TIME A CODE IS SEEN - THE LAST ENTRY TAKES
006890*    THE EXCESS ONCE THE TABLE IS FULL.
006900     MOVE "N" TO WS-RSB-FOUND-SW
006910     IF WS-REQ-SUB-COUNT > ZERO
006920         SET RSB-IX TO 1
006930         SEARCH WS-RSB-ENTRY
006940             AT END
006950                 CONTINUE
006960             WHEN WS-RSB-CODE (RSB-IX) = WS-REQUESTER
006970                 SET WS-RSB-FOUND TO TRUE
006980         END-SEARCH
006990     END-IF
007000     IF WS-RSB-FOUND
007010         GO TO 2280-EXIT
007020     END-IF
007030     IF WS-REQ-SUB-COUNT < WS-REQ-SUB-MAX
007040         ADD 1 TO WS-REQ-SUB-COUNT
007050         SET RSB-IX TO WS-REQ-SUB-COUNT
007060         INITIALIZE WS-RSB-ENTRY (RSB-IX)
007070         MOVE WS-REQUESTER TO WS-RSB-CODE (RSB-IX)
007080     ELSE
007090         SET RSB-IX TO WS-REQ-SUB-COUNT
007100         SET WS-REQ-SUB-FULL TO TRUE
007110     END-IF.
007120 2280-EXIT.
007130     EXIT.
007140
007150 2300-CHECK-EXTRACT.
007160*    THE STREAM'S EXTRACT MUST BELONG TO THIS RUN AND ADD BACK TO
007170*    ITS OWN TRAILER, AND THAT TRAILER TO THE CHECKPOINT.
007180     MOVE "XTRCT" TO WS-DDNAME-PREFIX
007190     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
007200     OPEN INPUT STM-EXTRACT-FILE
007210     IF NOT WS-STM-OK
007220         MOVE "EXTRACT MISSING" TO WS-STM-PROBLEM (STM-IX)
007230         GO TO 2300-EXIT
007240     END-IF
007250     MOVE "N" TO WS-STX-HEADER-SW
007260     MOVE "N" TO WS-STX-TRAILER-SW
007270     MOVE "N" TO WS-STX-WRONG-RUN-SW
007280     MOVE ZERO TO WS-STX-DETAIL-COUNT
007290     MOVE ZERO TO WS-STX-HASH-SQ-OF-SUM
007300     MOVE ZERO TO WS-STX-HASH-SUM-OF-SQ
007310     MOVE ZERO TO WS-STX-HASH-DIFFERENCE
007320     PERFORM 2350-SCAN-ONE-EXTRACT-RECORD THRU 2350-EXIT
007330         UNTIL WS-STM-EOF
007340     CLOSE STM-EXTRACT-FILE
007350     EVALUATE TRUE
007360         WHEN NOT WS-STX-HEADER-FOUND OR NOT WS-STX-TRAILER-FOUND
007370             MOVE "EXTRACT HAS NO HEADER OR TRAILER"
007380                 TO WS-STM-PROBLEM (STM-IX)
007390         WHEN WS-STX-WRONG-RUN
007400             MOVE "EXTRACT IS NOT FOR THIS RUN"
007410                 TO WS-STM-PROBLEM (STM-IX)
007420         WHEN STX-XTR-TRL-DETAIL-COUNT NOT = WS-STX-DETAIL-COUNT
007430                 OR STX-XTR-TRL-HASH-SQ-OF-SUM
007440                     NOT = WS-STX-HASH-SQ-OF-SUM
007450                 OR STX-XTR-TRL-HASH-SUM-OF-SQ
007460                     NOT = WS-STX-HASH-SUM-OF-SQ
007470                 OR STX-XTR-TRL-HASH-DIFFERENCE
007480                     NOT = WS-STX-HASH-DIFFERENCE
007490             MOVE "EXTRACT DISAGREES WITH ITS TRAILER"
007500                 TO WS-STM-PROBLEM (STM-IX)
007510         WHEN WS-STT-DETAIL-COUNT NOT = WS-STX-DETAIL-COUNT
007520                 OR WS-STT-HASH-SQ-OF-SUM
007530                     NOT = WS-STX-HASH-SQ-OF-SUM
007540                 OR WS-STT-HASH-SUM-OF-SQ
007550                     NOT = WS-STX-HASH-SUM-OF-SQ
007560                 OR WS-STT-HASH-DIFFERENCE
007570                     NOT = WS-STX-HASH-DIFFERENCE
007580             MOVE "EXTRACT DISAGREES WITH CHECKPOINT"
007590                 TO WS-STM-PROBLEM (STM-IX)
007600         WHEN OTHER
007610             MOVE WS-STX-DETAIL-COUNT TO WS-STM-DETAILS (STM-IX)
007620             ADD WS-STX-DETAIL-COUNT TO WS-XTR-DETAIL-COUNT
007630             ADD WS-STX-HASH-SQ-OF-SUM TO WS-XTR-HASH-SQ-OF-SUM
007640             ADD WS-STX-HASH-SUM-OF-SQ TO WS-XTR-HASH-SUM-OF-SQ
007650             ADD WS-STX-HASH-DIFFERENCE TO WS-XTR-HASH-DIFFERENCE
007660     END-EVALUATE.
007670 2300-EXIT.
007680     EXIT.
007690
007700 2350-SCAN-ONE-EXTRACT-RECORD.
007710*    THE TRAILER ENDS THE SCAN AND IS LEFT IN THE RECORD AREA
007720*    FOR 2300 - A STREAM WRITES IT ONCE, AT ITS NORMAL END.
007730     READ STM-EXTRACT-FILE
007740         AT END
007750             SET WS-STM-EOF TO TRUE
007760             GO TO 2350-EXIT
007770     END-READ
007780     IF STX-XTR-RUN-ID NOT = WS-RUN-ID
007790         SET WS-STX-WRONG-RUN TO TRUE
007800     END-IF
007810     EVALUATE TRUE
007820         WHEN STX-XTR-HEADER
007830             SET WS-STX-HEADER-FOUND TO TRUE
007840         WHEN STX-XTR-DETAIL
007850             ADD 1 TO WS-STX-DETAIL-COUNT
007860             ADD STX-XTR-SQUARE-OF-SUM TO WS-STX-HASH-SQ-OF-SUM
007870             ADD STX-XTR-SUM-OF-SQUARES TO WS-STX-HASH-SUM-OF-SQ
007880             ADD STX-XTR-DIFFERENCE TO WS-STX-HASH-DIFFERENCE
007890         WHEN STX-XTR-TRAILER
007900             SET WS-STX-TRAILER-FOUND TO TRUE
007910             SET WS-STM-EOF TO TRUE
007920         WHEN OTHER
007930             CONTINUE
007940     END-EVALUATE.
007950 2350-EXIT.
007960     EXIT.
007970
007980 2400-COUNT-AUDIT.
007990     MOVE "AUDIT" TO WS-DDNAME-PREFIX
008000     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
008010     OPEN INPUT STM-AUDIT-FILE
008020     IF NOT WS-STM-OK
008030         MOVE "AUDIT TRAIL MISSING" TO WS-STM-PROBLEM (STM-IX)
008040         GO TO 2400-EXIT
008050     END-IF
008060     PERFORM 2450-COUNT-ONE-AUDIT THRU 2450-EXIT
008070         UNTIL WS-STM-EOF
008080     CLOSE STM-AUDIT-FILE
008090     ADD WS-STM-AUDIT-COUNT (STM-IX) TO WS-TOT-AUDIT-COUNT.
008100 2400-EXIT.
008110     EXIT.
008120
008130 2450-COUNT-ONE-AUDIT.
008140     READ STM-AUDIT-FILE
008150         AT END
008160             SET WS-STM-EOF TO TRUE
008170             GO TO 2450-EXIT
008180     END-READ
008190     IF STA-AUD-RUN-ID = WS-RUN-ID
008200         ADD 1 TO WS-STM-AUDIT-COUNT (STM-IX)
008210     END-IF.
008220 2450-EXIT.
008230     EXIT.
008240
008250 2500-COUNT-REJECTS.
008260     MOVE "REJCT" TO WS-DDNAME-PREFIX
008270     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
008280     OPEN INPUT STM-REJ-FILE
008290     IF NOT WS-STM-OK
008300         MOVE "REJECT FILE MISSING" TO WS-STM-PROBLEM (STM-IX)
008310         GO TO 2500-EXIT
008320     END-IF
008330     PERFORM 2550-COUNT-ONE-REJECT THRU 2550-EXIT
008340         UNTIL WS-STM-EOF
008350     CLOSE STM-REJ-FILE
008360     ADD WS-STM-REJ-COUNT (STM-IX) TO WS-TOT-REJ-COUNT.
008370 2500-EXIT.
008380     EXIT.
008390
008400 2550-COUNT-ONE-REJECT.
008410     READ STM-REJ-FILE
008420         AT END
008430             SET WS-STM-EOF TO TRUE
008440             GO TO 2550-EXIT
008450     END-READ
008460     IF STJ-REJ-RUN-ID = WS-RUN-ID
008470             AND STJ-REJ-SOURCE = "DSQBATCH"
008480         ADD 1 TO WS-STM-REJ-COUNT (STM-IX)
008490     END-IF.
008500 2550-EXIT.
008510     EXIT.
008520
008530 2900-BUILD-DDNAME.
008540     MOVE SPACES TO WS-STM-DDNAME
008550     STRING WS-DDNAME-PREFIX WS-STREAM-NO
008560         DELIMITED BY SIZE INTO WS-STM-DDNAME
008570     END-STRING
008580     MOVE SPACES TO WS-STM-STATUS.
008590 2900-EXIT.
008600     EXIT.
008610
008620 3000-APPEND-TRAIL.
008630*    THE STREAMS' TRAIL AND REJECT RECORDS GO ONTO AUDITLOG AND
008640*    REJOUT ONCE ONLY.  NONE THERE YET FOR THIS RUN - THEY ARE
008650*    APPENDED; ALL OF THEM THERE ALREADY - AN EARLIER MERGE OF
008660*    THIS RUN GOT THAT FAR; ANY OTHER COUNT IS A PARTIAL APPEND
008670*    THAT NEEDS THE FILE RESTORED BEFORE THE RUN CAN BE MERGED.
008680     MOVE ZERO TO WS-FOUND-COUNT
008690     OPEN INPUT DSQ-AUDIT-FILE
008700     IF WS-AUDIT-OK
008710         PERFORM 3050-COUNT-ONE-AUDITLOG THRU 3050-EXIT
008720             UNTIL WS-AUDIT-EOF
008730         CLOSE DSQ-AUDIT-FILE
008740     END-IF
008750     EVALUATE TRUE
008760         WHEN WS-FOUND-COUNT = ZERO
008770             PERFORM 3100-APPEND-AUDIT THRU 3100-EXIT
008780         WHEN WS-FOUND-COUNT = WS-TOT-AUDIT-COUNT
008790             MOVE SPACES TO MERGE-REPORT-RECORD
008800             STRING "AUDITLOG           : ALREADY APPENDED BY AN "
008810                 "EARLIER MERGE OF THIS RUN"
008820                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
008830             END-STRING
008840             WRITE MERGE-REPORT-RECORD
008850         WHEN OTHER
008860             MOVE "AUDITLOG PARTLY APPENDED - RESTORE, RERUN"
008870                 TO DSQ-JLG-REASON
008880             PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
008890     END-EVALUATE
008900     MOVE ZERO TO WS-FOUND-COUNT
008910     OPEN INPUT DSQ-REJ-FILE
008920     IF WS-REJOUT-OK
008930         PERFORM 3250-COUNT-ONE-REJOUT THRU 3250-EXIT
008940             UNTIL WS-REJOUT-EOF
008950         CLOSE DSQ-REJ-FILE
008960     END-IF
008970     EVALUATE TRUE
008980         WHEN WS-FOUND-COUNT = ZERO
008990             PERFORM 3300-APPEND-REJECTS THRU 3300-EXIT
009000         WHEN WS-FOUND-COUNT = WS-TOT-REJ-COUNT
009010             MOVE SPACES TO MERGE-REPORT-RECORD
009020             STRING "REJOUT             : ALREADY APPENDED BY AN "
009030                 "EARLIER MERGE OF THIS RUN"
009040                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
009050             END-STRING
009060             WRITE MERGE-REPORT-RECORD
009070         WHEN OTHER
009080             MOVE "REJOUT PARTLY APPENDED - RESTORE, RERUN"
009090                 TO DSQ-JLG-REASON
009100             PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
009110     END-EVALUATE.
009120 3000-EXIT.
009130     EXIT.
009140
009150 3050-COUNT-ONE-AUDITLOG.
009160     READ DSQ-AUDIT-FILE
009170         AT END
009180             SET WS-AUDIT-EOF TO TRUE
009190             GO TO 3050-EXIT
009200     END-READ
009210     IF DSQ-AUD-RUN-ID = WS-RUN-ID
009220         ADD 1 TO WS-FOUND-COUNT
009230     END-IF.
009240 3050-EXIT.
009250     EXIT.
009260
009270 3100-APPEND-AUDIT.
009280     IF WS-TOT-AUDIT-COUNT = ZERO
009290         GO TO 3100-EXIT
009300     END-IF
009310     OPEN EXTEND DSQ-AUDIT-FILE
009320     IF NOT WS-AUDIT-OK
009330         OPEN OUTPUT DSQ-AUDIT-FILE
009340     END-IF
009350     IF NOT WS-AUDIT-OK
009360         MOVE "UNABLE TO WRITE AUDITLOG - NOTHING MERGED"
009370             TO DSQ-JLG-REASON
009380         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
009390     END-IF
009400     MOVE "AUDIT" TO WS-DDNAME-PREFIX
009410     SET STM-IX TO 1
009420     PERFORM 3150-APPEND-ONE-STREAM-AUDIT THRU 3150-EXIT
009430         UNTIL STM-IX > WS-STM-COUNT
009440     CLOSE DSQ-AUDIT-FILE.
009450 3100-EXIT.
009460     EXIT.
009470
009480 3150-APPEND-ONE-STREAM-AUDIT.
009490     SET WS-STREAM-NO TO STM-IX
009500     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
009510     OPEN INPUT STM-AUDIT-FILE
009511     IF NOT WS-STM-OK
009512         MOVE "STREAM AUDITLOG UNREADABLE - RESTORE IT, RERUN"
009513             TO DSQ-JLG-REASON
009514         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
009515     END-IF
009520     PERFORM 3160-APPEND-ONE-AUDIT THRU 3160-EXIT
009530         UNTIL WS-STM-EOF
009540     CLOSE STM-AUDIT-FILE
009550     SET STM-IX UP BY 1.
009560 3150-EXIT.
009570     EXIT.
009580
009590 3160-APPEND-ONE-AUDIT.
009600     READ STM-AUDIT-FILE
009610         AT END
009620             SET WS-STM-EOF TO TRUE
009630             GO TO 3160-EXIT
009640     END-READ
009650     IF STA-AUD-RUN-ID = WS-RUN-ID
009660         MOVE STA-AUDIT-RECORD TO DSQ-AUDIT-RECORD
009670         WRITE DSQ-AUDIT-RECORD
009680         ADD 1 TO WS-AUDIT-APPENDED
009690     END-IF.
009700 3160-EXIT.
009710     EXIT.
009720
009730 3250-COUNT-ONE-REJOUT.
009740     READ DSQ-REJ-FILE
009750         AT END
009760             SET WS-REJOUT-EOF TO TRUE
009770             GO TO 3250-EXIT
009780     END-READ
009790     IF DSQ-REJ-RUN-ID = WS-RUN-ID
009800             AND DSQ-REJ-SOURCE = "DSQBATCH"
009810         ADD 1 TO WS-FOUND-COUNT
009820     END-IF.
009830 3250-EXIT.
009840     EXIT.
009850
009860 3300-APPEND-REJECTS.
009870     IF WS-TOT-REJ-COUNT = ZERO
009880         GO TO 3300-EXIT
009890     END-IF
009900     OPEN EXTEND DSQ-REJ-FILE
009910     IF NOT WS-REJOUT-OK
009920         OPEN OUTPUT DSQ-REJ-FILE
009930     END-IF
009940     IF NOT WS-REJOUT-OK
009950         MOVE "UNABLE TO WRITE REJOUT - NOTHING MERGED"
009960             TO DSQ-JLG-REASON
009970         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
009980     END-IF
009990     MOVE "REJCT" TO WS-DDNAME-PREFIX
010000     SET STM-IX TO 1
010010     PERFORM 3350-APPEND-ONE-STREAM-REJECTS THRU 3350-EXIT
010020         UNTIL STM-IX > WS-STM-COUNT
010030     CLOSE DSQ-REJ-FILE.
010040 3300-EXIT.
010050     EXIT.
010060
010070 3350-APPEND-ONE-STREAM-REJECTS.
010080     SET WS-STREAM-NO TO STM-IX
010090     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
010100     OPEN INPUT STM-REJ-FILE
010101     IF NOT WS-STM-OK
010102         MOVE "STREAM REJOUT UNREADABLE - RESTORE REJOUT, RERUN"
010103             TO DSQ-JLG-REASON
010104         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
010105     END-IF
010110     PERFORM 3360-APPEND-ONE-REJECT THRU 3360-EXIT
010120         UNTIL WS-STM-EOF
010130     CLOSE STM-REJ-FILE
010140     SET STM-IX UP BY 1.
010150 3350-EXIT.
010160     EXIT.
010170
010180 3360-APPEND-ONE-REJECT.
010190     READ STM-REJ-FILE
010200         AT END
010210             SET WS-STM-EOF TO TRUE
010220             GO TO 3360-EXIT
010230     END-READ
010240     IF STJ-REJ-RUN-ID = WS-RUN-ID
010250             AND STJ-REJ-SOURCE = "DSQBATCH"
010260         MOVE STJ-REJ-RECORD TO DSQ-REJ-RECORD
010270         WRITE DSQ-REJ-RECORD
010280         ADD 1 TO WS-REJ-APPENDED
010290     END-IF.
010300 3360-EXIT.
010310     EXIT.
010320
010330 4000-WRITE-EXTRACT-REPORT.
010340*    XTRCTOUT AND RPTOUT AS THE MAIN JOB WRITES THEM FOR A WHOLE
010350*    DECK - ONE HEADER, EVERY STREAM'S DETAILS IN STREAM ORDER
010360*    (WITH A REPORT LINE FOR EACH), ONE TRAILER, THEN THE GRAND
010370*    TOTALS AND REQUESTER BLOCKS.
010380     OPEN OUTPUT DSQ-EXTRACT-FILE
010390     IF NOT WS-EXTRACT-OK
010400         MOVE "UNABLE TO OPEN XTRCTOUT" TO DSQ-JLG-REASON
010410         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
010420     END-IF
010430     OPEN OUTPUT DSQ-REPORT-FILE
010440     IF NOT WS-REPORT-OK
010450         MOVE "UNABLE TO OPEN RPTOUT" TO DSQ-JLG-REASON
010460         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
010470     END-IF
010480     MOVE SPACES TO DSQ-EXTRACT-RECORD
010490     SET DSQ-XTR-HEADER TO TRUE
010500     MOVE WS-RUN-ID TO DSQ-XTR-RUN-ID
010510     MOVE WS-START-DATE TO DSQ-XTR-HDR-RUN-DATE
010520     MOVE WS-START-TIME TO DSQ-XTR-HDR-RUN-TIME
010530     MOVE "DSQBATCH" TO DSQ-XTR-HDR-SOURCE-JOB
010540     WRITE DSQ-EXTRACT-RECORD
010550     MOVE SPACES TO DSQ-REPORT-RECORD
010560     STRING "DIFFERENCE OF SQUARES REPORT - RUN DATE "
010570         DELIMITED BY SIZE
010580         WS-START-DATE-CCYY DELIMITED BY SIZE
010590         "-" DELIMITED BY SIZE
010600         WS-START-DATE-MM DELIMITED BY SIZE
010610         "-" DELIMITED BY SIZE
010620         WS-START-DATE-DD DELIMITED BY SIZE
010630         INTO DSQ-REPORT-RECORD
010640     END-STRING
010650     WRITE DSQ-REPORT-RECORD
010660     MOVE SPACES TO DSQ-REPORT-RECORD
010670     STRING "FROM     TO       SQUARE-OF-SUM  SUM-OF-SQUARES"
010680         "  DIFFERENCE  REQ  T" DELIMITED BY SIZE
010690         INTO DSQ-REPORT-RECORD
010700     END-STRING
010710     WRITE DSQ-REPORT-RECORD
010720     MOVE "XTRCT" TO WS-DDNAME-PREFIX
010730     SET STM-IX TO 1
010740     PERFORM 4100-COPY-ONE-STREAM-EXTRACT THRU 4100-EXIT
010750         UNTIL STM-IX > WS-STM-COUNT
010760     MOVE SPACES TO DSQ-EXTRACT-RECORD
010770     SET DSQ-XTR-TRAILER TO TRUE
010780     MOVE WS-RUN-ID TO DSQ-XTR-RUN-ID
010790     MOVE WS-XTR-DETAIL-COUNT TO DSQ-XTR-TRL-DETAIL-COUNT
010800     MOVE WS-XTR-HASH-SQ-OF-SUM TO DSQ-XTR-TRL-HASH-SQ-OF-SUM
010810     MOVE WS-XTR-HASH-SUM-OF-SQ TO DSQ-XTR-TRL-HASH-SUM-OF-SQ
010820     MOVE WS-XTR-HASH-DIFFERENCE TO DSQ-XTR-TRL-HASH-DIFFERENCE
010830     WRITE DSQ-EXTRACT-RECORD
010840     CLOSE DSQ-EXTRACT-FILE
010850     IF WS-MERGE-OVERFLOW
010860         SET WS-GRAND-TOTAL-SUSPECT TO TRUE
010870     END-IF
010880     PERFORM 4300-WRITE-GRAND-TOTAL-LINES THRU 4300-EXIT
010890     CLOSE DSQ-REPORT-FILE
010900*    THE SECOND PASS MUST WRITE EXACTLY WHAT THE FIRST PROVED.
010910     IF WS-DETAILS-WRITTEN NOT = WS-XTR-DETAIL-COUNT
010920         MOVE "MERGED EXTRACT SHORT OF STREAM DETAILS"
010930             TO DSQ-JLG-REASON
010940         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
010950     END-IF.
010960 4000-EXIT.
010970     EXIT.
010980
010990 4100-COPY-ONE-STREAM-EXTRACT.
011000     SET WS-STREAM-NO TO STM-IX
011010     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
011020     OPEN INPUT STM-EXTRACT-FILE
011021     IF NOT WS-STM-OK
011022         MOVE "STREAM XTRCTOUT UNREADABLE - RERUN THE MERGE"
011023             TO DSQ-JLG-REASON
011024         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
011025     END-IF
011030     PERFORM 4200-COPY-ONE-DETAIL THRU 4200-EXIT
011040         UNTIL WS-STM-EOF
011050     CLOSE STM-EXTRACT-FILE
011060     SET STM-IX UP BY 1.
011070 4100-EXIT.
011080     EXIT.
011090
011100 4200-COPY-ONE-DETAIL.
011110     READ STM-EXTRACT-FILE
011120         AT END
011130             SET WS-STM-EOF TO TRUE
011140             GO TO 4200-EXIT
011150     END-READ
011160     IF STX-XTR-TRAILER
011170         SET WS-STM-EOF TO TRUE
011180         GO TO 4200-EXIT
011190     END-IF
011200     IF NOT STX-XTR-DETAIL
011210         GO TO 4200-EXIT
011220     END-IF
011230     MOVE STX-EXTRACT-RECORD TO DSQ-EXTRACT-RECORD
011240     WRITE DSQ-EXTRACT-RECORD
011250     ADD 1 TO WS-DETAILS-WRITTEN
011260     MOVE SPACES TO DSQ-REPORT-RECORD
011270     STRING DSQ-XTR-FROM DELIMITED BY SIZE
011280         " " DELIMITED BY SIZE
011290         DSQ-XTR-N DELIMITED BY SIZE
011300         "  " DELIMITED BY SIZE
011310         DSQ-XTR-SQUARE-OF-SUM DELIMITED BY SIZE
011320         "      " DELIMITED BY SIZE
011330         DSQ-XTR-SUM-OF-SQUARES DELIMITED BY SIZE
011340         "      " DELIMITED BY SIZE
011350         DSQ-XTR-DIFFERENCE DELIMITED BY SIZE
011360         "  " DELIMITED BY SIZE
011370         DSQ-XTR-REQUESTER DELIMITED BY SIZE
011380         " " DELIMITED BY SIZE
011390         DSQ-XTR-CALC-TYPE DELIMITED BY SIZE
011400         INTO DSQ-REPORT-RECORD
011410     END-STRING
011420     WRITE DSQ-REPORT-RECORD.
011430 4200-EXIT.
011440     EXIT.
011450
011460 4300-WRITE-GRAND-TOTAL-LINES.
011470     MOVE SPACES TO DSQ-REPORT-RECORD
011480     WRITE DSQ-REPORT-RECORD
011490     MOVE SPACES TO DSQ-REPORT-RECORD
011500     STRING "GRAND TOTAL SQUARE-OF-SUM   : " DELIMITED BY SIZE
011510         WS-GRAND-SQUARE-OF-SUM DELIMITED BY SIZE
011520         INTO DSQ-REPORT-RECORD
011530     END-STRING
011540     WRITE DSQ-REPORT-RECORD
011550     MOVE SPACES TO DSQ-REPORT-RECORD
011560     STRING "GRAND TOTAL SUM-OF-SQUARES  : " DELIMITED BY SIZE
011570         WS-GRAND-SUM-OF-SQUARES DELIMITED BY SIZE
011580         INTO DSQ-REPORT-RECORD
011590     END-STRING
011600     WRITE DSQ-REPORT-RECORD
011610     MOVE SPACES TO DSQ-REPORT-RECORD
011620     STRING "GRAND TOTAL DIFFERENCE      : " DELIMITED BY SIZE
011630         WS-GRAND-DIFFERENCE DELIMITED BY SIZE
011640         INTO DSQ-REPORT-RECORD
011650     END-STRING
011660     WRITE DSQ-REPORT-RECORD
011670     MOVE SPACES TO DSQ-REPORT-RECORD
011680     STRING "RANGES PROCESSED            : " DELIMITED BY SIZE
011690         WS-RECORD-COUNT DELIMITED BY SIZE
011700         INTO DSQ-REPORT-RECORD
011710     END-STRING
011720     WRITE DSQ-REPORT-RECORD
011730     MOVE SPACES TO DSQ-REPORT-RECORD
011740     STRING "RANGES REJECTED             : " DELIMITED BY SIZE
011750         WS-EXCEPTION-COUNT DELIMITED BY SIZE
011760         INTO DSQ-REPORT-RECORD
011770     END-STRING
011780     WRITE DSQ-REPORT-RECORD
011790     MOVE SPACES TO DSQ-REPORT-RECORD
011800     STRING "RANGES SKIPPED (RESTART)    : " DELIMITED BY SIZE
011810         WS-SKIP-COUNT DELIMITED BY SIZE
011820         INTO DSQ-REPORT-RECORD
011830     END-STRING
011840     WRITE DSQ-REPORT-RECORD
011850     MOVE SPACES TO DSQ-REPORT-RECORD
011860     IF WS-GRAND-TOTAL-SUSPECT
011870         STRING "GRAND TOTALS SUSPECT        : YES - SEE "
011880             DELIMITED BY SIZE
011890             "EXCPTRPT" DELIMITED BY SIZE
011900             INTO DSQ-REPORT-RECORD
011910         END-STRING
011920     ELSE
011930         STRING "GRAND TOTALS SUSPECT        : NO"
011940             DELIMITED BY SIZE
011950             INTO DSQ-REPORT-RECORD
011960         END-STRING
011970     END-IF
011980     WRITE DSQ-REPORT-RECORD
011990     IF WS-REQ-SUB-COUNT = ZERO
012000         GO TO 4300-EXIT
012010     END-IF
012020     IF WS-REQ-SUB-FULL
012030         MOVE SPACES TO DSQ-REPORT-RECORD
012040         STRING "*** MORE THAN " WS-REQ-SUB-MAX
012050             " REQUESTER CODES - EXCESS LUMPED INTO THE "
012060             "LAST BLOCK ***"
012070             DELIMITED BY SIZE
012080             INTO DSQ-REPORT-RECORD
012090         END-STRING
012100         WRITE DSQ-REPORT-RECORD
012110     END-IF
012120     SET RSB-IX TO 1
012130     PERFORM 4400-WRITE-ONE-REQ-SUBTOTAL THRU 4400-EXIT
012140         UNTIL RSB-IX > WS-REQ-SUB-COUNT.
012150 4300-EXIT.
012160     EXIT.
012170
012180 4400-WRITE-ONE-REQ-SUBTOTAL.
012190     MOVE SPACES TO DSQ-REPORT-RECORD
012200     WRITE DSQ-REPORT-RECORD
012210     MOVE SPACES TO DSQ-REPORT-RECORD
012220     IF WS-RSB-CODE (RSB-IX) = SPACES
012230         STRING "REQUESTER (NONE)" DELIMITED BY SIZE
012240             INTO DSQ-REPORT-RECORD
012250         END-STRING
012260     ELSE
012270         STRING "REQUESTER " WS-RSB-CODE (RSB-IX)
012280             DELIMITED BY SIZE
012290             INTO DSQ-REPORT-RECORD
012300         END-STRING
012310     END-IF
012320     WRITE DSQ-REPORT-RECORD
012330     MOVE SPACES TO DSQ-REPORT-RECORD
012340     STRING "  RANGES PROCESSED        : "
012350         WS-RSB-PROCESSED (RSB-IX)
012360         DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012370     END-STRING
012380     WRITE DSQ-REPORT-RECORD
012390     MOVE SPACES TO DSQ-REPORT-RECORD
012400     STRING "  RANGES REJECTED         : "
012410         WS-RSB-REJECTED (RSB-IX)
012420         DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012430     END-STRING
012440     WRITE DSQ-REPORT-RECORD
012450     MOVE SPACES TO DSQ-REPORT-RECORD
012460     STRING "  SQUARE-OF-SUM           : "
012470         WS-RSB-SQUARE-OF-SUM (RSB-IX)
012480         DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012490     END-STRING
012500     WRITE DSQ-REPORT-RECORD
012510     MOVE SPACES TO DSQ-REPORT-RECORD
012520     STRING "  SUM-OF-SQUARES          : "
012530         WS-RSB-SUM-OF-SQUARES (RSB-IX)
012540         DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012550     END-STRING
012560     WRITE DSQ-REPORT-RECORD
012570     MOVE SPACES TO DSQ-REPORT-RECORD
012580     STRING "  DIFFERENCE              : "
012590         WS-RSB-DIFFERENCE (RSB-IX)
012600         DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012610     END-STRING
012620     WRITE DSQ-REPORT-RECORD
012630     SET RSB-IX UP BY 1.
012640 4400-EXIT.
012650     EXIT.
012660
012670 4500-WRITE-EXCEPTIONS.
012680*    ONE EXCEPTION REPORT UNDER ONE HEADING - EVERY STREAM'S
012690*    LINES IN STREAM ORDER, LESS THEIR OWN HEADINGS.
012700     OPEN OUTPUT DSQ-EXCPT-FILE
012710     IF NOT WS-EXCPT-OK
012720         MOVE "UNABLE TO OPEN EXCPTRPT" TO DSQ-JLG-REASON
012730         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
012740     END-IF
012750     MOVE "*** DIFFERENCE-OF-SQUARES EXCEPTION REPORT ***"
012760         TO DSQ-EXCPT-RECORD
012770     WRITE DSQ-EXCPT-RECORD
012780     MOVE "EXCPT" TO WS-DDNAME-PREFIX
012790     SET STM-IX TO 1
012800     PERFORM 4600-COPY-ONE-STREAM-EXCPT THRU 4600-EXIT
012810         UNTIL STM-IX > WS-STM-COUNT
012820*    TOTALS THAT FIT EACH STREAM BUT NOT THE WHOLE RUN OVERFLOW
012830*    ONLY HERE, SO THE MERGE SAYS SO ITSELF.
012840     IF WS-MERGE-OVERFLOW
012850         MOVE SPACES TO DSQ-EXCPT-RECORD
012860         STRING "GRAND TOTAL OVERFLOW COMBINING STREAMS"
012870             " - TOTALS ARE SUSPECT"
012880             DELIMITED BY SIZE INTO DSQ-EXCPT-RECORD
012890         END-STRING
012900         WRITE DSQ-EXCPT-RECORD
012910         DISPLAY "*** " DSQ-EXCPT-RECORD
012920     END-IF
012930     CLOSE DSQ-EXCPT-FILE.
012940 4500-EXIT.
012950     EXIT.
012960
012970 4600-COPY-ONE-STREAM-EXCPT.
012980     SET WS-STREAM-NO TO STM-IX
012990     PERFORM 2900-BUILD-DDNAME THRU 2900-EXIT
013000     OPEN INPUT STM-EXCPT-FILE
013001     IF NOT WS-STM-OK
013002         MOVE "STREAM EXCEPTION RPT UNREADABLE - RERUN THE MERGE"
013003             TO DSQ-JLG-REASON
013004         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
013005     END-IF
013010     PERFORM 4650-COPY-ONE-EXCPT-LINE THRU 4650-EXIT
013020         UNTIL WS-STM-EOF
013030     CLOSE STM-EXCPT-FILE
013040     SET STM-IX UP BY 1.
013050 4600-EXIT.
013060     EXIT.
013070
013080 4650-COPY-ONE-EXCPT-LINE.
013090     READ STM-EXCPT-FILE
013100         AT END
013110             SET WS-STM-EOF TO TRUE
013120             GO TO 4650-EXIT
013130     END-READ
013140     IF STM-EXCPT-RECORD
013150             = "*** DIFFERENCE-OF-SQUARES EXCEPTION REPORT ***"
013160         GO TO 4650-EXIT
013170     END-IF
013180     MOVE STM-EXCPT-RECORD TO DSQ-EXCPT-RECORD
013190     WRITE DSQ-EXCPT-RECORD
013200     ADD 1 TO WS-EXCPT-LINES.
013210 4650-EXIT.
013220     EXIT.
013230
013240 5000-REGISTER-COMPLETE.
013250*    THE ONE COMPLETE RECORD OF THE RUN, WITH THE WHOLE DECK'S
013260*    FINGERPRINT AND THE MERGED EXTRACT'S CONTROLS - EXACTLY
013270*    WHAT DSQACK AND DSQRECON EXPECT OF A WHOLE-DECK RUN.
013280     MOVE WS-RUN-ID TO DSQ-RCT-RUN-ID
013290     MOVE WS-DECK-CARD-COUNT TO DSQ-RCT-FP-CARD-COUNT
013300     MOVE WS-DECK-FP-HASH TO DSQ-RCT-FP-HASH
013310     MOVE "COMPLETE" TO DSQ-RCT-STATUS
013320     MOVE SPACES TO DSQ-RCT-DEST
013330     MOVE WS-START-DATE TO DSQ-RCT-TS-DATE
013340     MOVE WS-START-TIME TO DSQ-RCT-TS-TIME
013350     MOVE WS-XTR-DETAIL-COUNT TO DSQ-RCT-DETAIL-COUNT
013360     MOVE WS-XTR-HASH-SQ-OF-SUM TO DSQ-RCT-HASH-SQ-OF-SUM
013370     MOVE WS-XTR-HASH-SUM-OF-SQ TO DSQ-RCT-HASH-SUM-OF-SQ
013380     MOVE WS-XTR-HASH-DIFFERENCE TO DSQ-RCT-HASH-DIFFERENCE
013390     OPEN EXTEND DSQ-RUNCTL-FILE
013400     IF NOT WS-RUNCTL-OK
013410         MOVE "UNABLE TO WRITE RUNCTL - RUN NOT COMPLETED"
013420             TO DSQ-JLG-REASON
013430         PERFORM 1900-STOP-NO-SPLIT THRU 1900-EXIT
013440     END-IF
013450     WRITE DSQ-RUNCTL-RECORD
013460     CLOSE DSQ-RUNCTL-FILE.
013470 5000-EXIT.
013480     EXIT.
013490
013500 5100-RELEASE-LOCK.
013510*    THE SUITE LOCK THE SPLIT TOOK FOR THIS RUN IS RELEASED BY
013520*    REWRITING DSQLOCK EMPTY.  A LOCK HELD BY ANYONE ELSE, OR
013530*    FOR ANOTHER RUN, IS LEFT AS FOUND AND REPORTED.
013540     MOVE SPACES TO DSQ-LOCK-HOLDER
013550     MOVE ZERO TO DSQ-LOCK-RUN-ID
013560     OPEN INPUT DSQ-LOCK-FILE
013570     IF WS-LOCK-OK
013580         READ DSQ-LOCK-FILE
013590             AT END
013600                 MOVE SPACES TO DSQ-LOCK-HOLDER
013610         END-READ
013620         CLOSE DSQ-LOCK-FILE
013630     END-IF
013640     IF DSQ-LOCK-HOLDER = SPACES
013650         GO TO 5100-EXIT
013660     END-IF
013670     IF DSQ-LOCK-HOLDER NOT = "BATCH"
013680             OR DSQ-LOCK-RUN-ID NOT = WS-RUN-ID
013690         SET WS-LOCK-LEFT TO TRUE
013700         MOVE SPACES TO MERGE-REPORT-RECORD
013710         STRING "*** DSQLOCK HELD BY " DSQ-LOCK-HOLDER " RUN "
013720             DSQ-LOCK-RUN-ID
013730             " - NOT THIS RUN'S, LEFT AS FOUND ***"
013740             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
013750         END-STRING
013760         WRITE MERGE-REPORT-RECORD
013770         GO TO 5100-EXIT
013780     END-IF
013790     OPEN OUTPUT DSQ-LOCK-FILE
013800     IF WS-LOCK-OK
013810         CLOSE DSQ-LOCK-FILE
013820     ELSE
013830         SET WS-LOCK-LEFT TO TRUE
013840         DISPLAY "*** DSQMERGE - UNABLE TO RELEASE DSQLOCK - "
013850             "CLEAR IT WITH THE ONLINE OVERRIDE ***"
013860     END-IF.
013870 5100-EXIT.
013880     EXIT.
013890
013900 6000-SETTLE-REJECTS.
013910*    THE COMPLETED RUN SETTLES THE REJECT LIFECYCLE AS THE MAIN
013920*    JOB DOES - EVERY RESUBMITTED REJECT WHOSE CORRECTED RANGE
013930*    THE RUN WORKED IS FLIPPED TO PROCESSED WITH THE RUN ID, AND
013940*    THE UPDATED FILE GOES TO REJNEW FOR THE JCL TO SWAP IN.
013950     OPEN INPUT DSQ-REJ-FILE
013960     IF NOT WS-REJOUT-OK
013970         GO TO 6000-EXIT
013980     END-IF
013990     OPEN OUTPUT DSQ-REJNEW-FILE
014000     IF NOT WS-REJNEW-OK
014010         DISPLAY "*** DSQMERGE - UNABLE TO OPEN REJNEW - REJECT "
014020             "LIFECYCLE NOT SETTLED THIS RUN ***"
014030         CLOSE DSQ-REJ-FILE
014040         GO TO 6000-EXIT
014050     END-IF
014060     PERFORM 6100-LOAD-SETTLE-EXTRACT THRU 6100-EXIT
014070     PERFORM 6200-SETTLE-ONE-REJECT THRU 6200-EXIT
014080         UNTIL WS-REJOUT-EOF
014090     CLOSE DSQ-REJ-FILE
014100     CLOSE DSQ-REJNEW-FILE.
014110 6000-EXIT.
014120     EXIT.
014130
014140 6100-LOAD-SETTLE-EXTRACT.
014150     MOVE SPACES TO WS-EXTRACT-STATUS
014160     OPEN INPUT DSQ-EXTRACT-FILE
014170     IF NOT WS-EXTRACT-OK
014180         GO TO 6100-EXIT
014190     END-IF
014200     PERFORM 6150-LOAD-ONE-SETTLE-DETAIL THRU 6150-EXIT
014210         UNTIL WS-EXTRACT-EOF
014220     CLOSE DSQ-EXTRACT-FILE.
014230 6100-EXIT.
014240     EXIT.
014250
014260 6150-LOAD-ONE-SETTLE-DETAIL.
014270     READ DSQ-EXTRACT-FILE
014280         AT END
014290             SET WS-EXTRACT-EOF TO TRUE
014300             GO TO 6150-EXIT
014310     END-READ
014320     IF NOT DSQ-XTR-DETAIL
014330         GO TO 6150-EXIT
014340     END-IF
014350     IF WS-SETTLE-COUNT NOT < WS-SETTLE-MAX
014360         IF NOT WS-SETTLE-FULL
014370             SET WS-SETTLE-FULL TO TRUE
014380             DISPLAY "*** DSQMERGE - SETTLE TABLE FULL AT "
014390                 WS-SETTLE-MAX " - SOME RECYCLED REJECTS MAY "
014400                 "STAY RESUBMITTED ***"
014410         END-IF
014420         GO TO 6150-EXIT
014430     END-IF
014440     ADD 1 TO WS-SETTLE-COUNT
014450     SET STL-IX TO WS-SETTLE-COUNT
014460     MOVE DSQ-XTR-FROM TO WS-STL-FROM (STL-IX)
014470     MOVE DSQ-XTR-N TO WS-STL-N (STL-IX)
014480     MOVE DSQ-XTR-REQUESTER TO WS-STL-REQ (STL-IX)
014490     MOVE DSQ-XTR-CALC-TYPE TO WS-STL-TYPE (STL-IX).
014500 6150-EXIT.
014510     EXIT.
014520
014530 6200-SETTLE-ONE-REJECT.
014540     READ DSQ-REJ-FILE
014550         AT END
014560             SET WS-REJOUT-EOF TO TRUE
014570             GO TO 6200-EXIT
014580     END-READ
014590     ADD 1 TO WS-REJ-READ-COUNT
014600     MOVE DSQ-REJ-RECORD TO NEW-REJ-RECORD
014610     IF DSQ-REJ-RESUBMITTED
014620         PERFORM 6300-FIND-SETTLE-MATCH THRU 6300-EXIT
014630         IF WS-SETTLE-MATCH
014640             MOVE "P" TO NEW-REJ-STATUS
014650             MOVE WS-RUN-ID TO NEW-REJ-PROC-RUN-ID
014660             ADD 1 TO WS-REJ-SETTLED-COUNT
014670         END-IF
014680     END-IF
014690     WRITE NEW-REJ-RECORD.
014700 6200-EXIT.
014710     EXIT.
014720
014730 6300-FIND-SETTLE-MATCH.
014740*    THE CORRECTED CARD IS PARSED WITH THE SAME RULES AS A
014750*    RANGEIN CARD - CLASSIC N-ONLY MEANS 1 THRU N, A ZERO FROM
014760*    MEANS 1.
014770     MOVE "N" TO WS-SETTLE-MATCH-SW
014780     MOVE DSQ-REJ-CORRECTED-CARD TO WS-SETTLE-CARD
014790     IF WS-SET-N NOT NUMERIC
014800         GO TO 6300-EXIT
014810     END-IF
014820     IF WS-SET-TO = SPACES OR WS-SET-TO-N NOT NUMERIC
014830             OR WS-SET-TO-N = ZERO
014840         MOVE 1 TO WS-SET-FROM
014850         MOVE WS-SET-N TO WS-SET-UPPER
014860     ELSE
014870         MOVE WS-SET-N TO WS-SET-FROM
014880         MOVE WS-SET-TO-N TO WS-SET-UPPER
014890     END-IF
014900     IF WS-SET-FROM = ZERO
014910         MOVE 1 TO WS-SET-FROM
014920     END-IF
014930     IF WS-SETTLE-COUNT = ZERO
014940         GO TO 6300-EXIT
014950     END-IF
014960     SET STL-IX TO 1
014970     SEARCH WS-STL-ENTRY
014980         AT END
014990             CONTINUE
015000         WHEN WS-STL-FROM (STL-IX) = WS-SET-FROM
015010                 AND WS-STL-N (STL-IX) = WS-SET-UPPER
015020                 AND WS-STL-REQ (STL-IX) = WS-SET-REQ
015030                 AND WS-STL-TYPE (STL-IX) = WS-SET-TYPE
015040             SET WS-SETTLE-MATCH TO TRUE
015050     END-SEARCH.
015060 6300-EXIT.
015070     EXIT.
015080
015090 7000-WRITE-MERGE-PROOF.
015100*    THE PROOF - THE MERGED EXTRACT HOLDS EVERY STREAM'S DETAILS,
015110*    AND THE TRAIL AND REJECTS ARE ON FILE FOR THE RUN.
015120     MOVE SPACES TO MERGE-REPORT-RECORD
015130     WRITE MERGE-REPORT-RECORD
015140     MOVE SPACES TO MERGE-REPORT-RECORD
015150     STRING "XTRCTOUT DETAILS   : " WS-DETAILS-WRITTEN
015160         "  HASHES " WS-XTR-HASH-SQ-OF-SUM
015170         " " WS-XTR-HASH-SUM-OF-SQ
015180         " " WS-XTR-HASH-DIFFERENCE
015190         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015200     END-STRING
015210     WRITE MERGE-REPORT-RECORD
015220     MOVE SPACES TO MERGE-REPORT-RECORD
015230     STRING "RANGES PROCESSED   : " WS-RECORD-COUNT
015240         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015250     END-STRING
015260     WRITE MERGE-REPORT-RECORD
015270     MOVE SPACES TO MERGE-REPORT-RECORD
015280     STRING "RANGES REJECTED    : " WS-EXCEPTION-COUNT
015290         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015300     END-STRING
015310     WRITE MERGE-REPORT-RECORD
015320     MOVE SPACES TO MERGE-REPORT-RECORD
015330     STRING "AUDIT RECORDS      : " WS-TOT-AUDIT-COUNT
015340         "  APPENDED THIS MERGE " WS-AUDIT-APPENDED
015350         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015360     END-STRING
015370     WRITE MERGE-REPORT-RECORD
015380     MOVE SPACES TO MERGE-REPORT-RECORD
015390     STRING "REJECT RECORDS     : " WS-TOT-REJ-COUNT
015400         "  APPENDED THIS MERGE " WS-REJ-APPENDED
015410         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015420     END-STRING
015430     WRITE MERGE-REPORT-RECORD
015440     MOVE SPACES TO MERGE-REPORT-RECORD
015450     STRING "RECYCLED SETTLED   : " WS-REJ-SETTLED-COUNT
015460         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015470     END-STRING
015480     WRITE MERGE-REPORT-RECORD
015490     MOVE SPACES TO MERGE-REPORT-RECORD
015500     STRING "RUN " WS-RUN-ID " REGISTERED COMPLETE ON RUNCTL"
015510         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015520     END-STRING
015530     WRITE MERGE-REPORT-RECORD.
015540 7000-EXIT.
015550     EXIT.
015560
015570 8000-CLOSE-FILES.
015580     CLOSE MERGE-REPORT-FILE
015590     DISPLAY "DSQMERGE RUN ID               :" WS-RUN-ID
015600     DISPLAY "DSQMERGE STREAMS MERGED       :" WS-STM-COUNT
015610     DISPLAY "DSQMERGE RANGES PROCESSED     :" WS-RECORD-COUNT
015620     DISPLAY "DSQMERGE RANGES REJECTED      :" WS-EXCEPTION-COUNT
015630     DISPLAY "DSQMERGE RECYCLED SETTLED     :"
015640         WS-REJ-SETTLED-COUNT.
015650 8000-EXIT.
015660     EXIT.
015670
015680 9000-SET-RETURN-CODE.
015690*    RC 00 - EVERY STREAM MERGED CLEAN AND THE RUN IS COMPLETE.
015700*    RC 04 - THE RUN IS COMPLETE, BUT RANGES WERE REJECTED, THE
015710*            GRAND TOTALS ARE SUSPECT, OR DSQLOCK WAS NOT THIS
015720*            RUN'S TO RELEASE - THE SAME WARNING THE MAIN JOB
015730*            GIVES FOR A WHOLE DECK.
015740*    RC 12 - ISSUED AT STARTUP, NOT HERE - A STREAM IS NOT READY
015750*            (RERUN THE STREAMS MARKED ON MERGRPT, THEN THIS JOB),
015760*            OR THE RUN IS ALREADY COMPLETE.  NOTHING WRITTEN.
015770*    RC 16 - ISSUED WHERE IT HAPPENS - NO COMPLETE SPLIT OR NO
015780*            STARTED RUN TO MERGE, A PARTLY APPENDED TRAIL, OR A
015790*            FILE THAT COULD NOT BE OPENED OR WRITTEN.
015800     IF WS-EXCEPTION-COUNT > ZERO
015810             OR WS-GRAND-TOTAL-SUSPECT
015820             OR WS-LOCK-LEFT
015830         MOVE 4 TO RETURN-CODE
015840     ELSE
015850         MOVE 0 TO RETURN-CODE
015860     END-IF.
015870 9000-EXIT.
015880     EXIT.
015890
015900 9900-LOG-STEP-OUTCOME.
015910*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
015920*    THE MORNING DIGEST.
015930     MOVE "STREAMS" TO DSQ-JLG-COUNT-LABEL (1)
015940     MOVE WS-STM-COUNT TO DSQ-JLG-COUNT (1)
015950     MOVE "PROCESSED" TO DSQ-JLG-COUNT-LABEL (2)
015960     MOVE WS-RECORD-COUNT TO DSQ-JLG-COUNT (2)
015970     MOVE "REJECTED" TO DSQ-JLG-COUNT-LABEL (3)
015980     MOVE WS-EXCEPTION-COUNT TO DSQ-JLG-COUNT (3)
015990     EVALUATE TRUE
016000         WHEN WS-GRAND-TOTAL-SUSPECT
016010             MOVE "GRAND TOTALS SUSPECT - SEE EXCPTRPT"
016020                 TO DSQ-JLG-REASON
016030         WHEN WS-EXCEPTION-COUNT > ZERO
016040             MOVE "RANGES REJECTED - SEE EXCPTRPT"
016050                 TO DSQ-JLG-REASON
016060         WHEN WS-LOCK-LEFT
016070             MOVE "DSQLOCK NOT RELEASED - SEE MERGRPT"
016080                 TO DSQ-JLG-REASON
016090         WHEN OTHER
016100             CONTINUE
016110     END-EVALUATE
016120     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
016130 9900-EXIT.
016140     EXIT.
016150
016160 9950-WRITE-JOB-LOG.
016170*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
016180*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
016190*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
016200     MOVE "DSQMERGE" TO DSQ-JLG-PROGRAM
016210     MOVE WS-RUN-ID TO DSQ-JLG-RUN-ID
016220     MOVE RETURN-CODE TO DSQ-JLG-RC
016230     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
016240     END-CALL
016250     MOVE DSQ-JLG-RC TO RETURN-CODE.
016260 9950-EXIT.
016270     EXIT.
016280
016290 END PROGRAM DSQMERGE.
