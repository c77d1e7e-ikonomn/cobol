000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Morning digest of the last batch cycle, off the JOBLOG
000060*          suite job log (see DSQJOBLG.CPY), so the operator on
000070*          the early shift reads one page instead of the night's
000080*          dozen separate reports to find out what needs doing.
000090*
000100*          The cycle is everything logged since the last digest
000110*          that printed - a DSQDIGST record on JOBLOG with an RC
000120*          under 16 closes one cycle and opens the next, so each
000130*          morning's page covers exactly the night just gone, and
000140*          a digest that could not print leaves the cycle open
000150*          for the rerun to report.  The page shows:
000160*            - every step logged in the cycle with its run id,
000170*              start and end time, RC, outcome and first count,
000180*              and the step's own reason for any non-zero RC;
000190*            - the steps whose latest run in the cycle failed or
000200*              was skipped (a failure rerun clean is not listed);
000210*            - the expected steps that never ran at all;
000220*            - the action items - overdue acks, variances,
000230*              reconciliation breaks and integrity findings from
000240*              each step's latest run, plus the rejects still open
000250*              on REJOUT this morning.
000260*
000270*          The expected steps are named on optional SYSIN cards,
000280*          one program name in columns 1-8 per card (* in column
000290*          1 for a comment); with no cards the nightly schedule
000300*          built in below is expected.  The main job logs under
000310*          DSQBATCH, the name its extract and REJOUT already use.
000320*
000330*          RC 00 - a clean night, nothing to act on.
000340*          RC 04 - warnings, skipped steps or action items.
000350*          RC 08 - a step failed or an expected step never ran.
000360*          RC 16 - JOBLOG or DIGSTRPT could not be opened.
000370******************************************************************
000380* Mod Log:
000390* 2026-10-15 NK  Original program.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DSQDIGST.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  GNUCOBOL312.
000460 OBJECT-COMPUTER.  GNUCOBOL312.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SYSIN-STATUS.
000520     SELECT DSQ-JOBLOG-FILE ASSIGN TO "JOBLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JOBLOG-STATUS.
000550     SELECT DSQ-REJ-FILE ASSIGN TO "REJOUT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REJOUT-STATUS.
000580     SELECT DIGEST-REPORT-FILE ASSIGN TO "DIGSTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DIGSTRPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SYSIN-FILE
000640     RECORDING MODE IS F.
000650 01  SYSIN-EXPECTED-RECORD.
000660     05  SYSIN-EXPECTED-PROGRAM      PIC X(08).
000670 FD  DSQ-JOBLOG-FILE
000680     RECORDING MODE IS F.
000690     COPY "DSQJOBLG.CPY"
000700         REPLACING LEADING ==DSQ== BY ==LOG==.
000710 FD  DSQ-REJ-FILE
000720     RECORDING MODE IS F.
000730     COPY "DSQREJCT.CPY".
000740 FD  DIGEST-REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  DIGEST-REPORT-RECORD            PIC X(80).
000770 WORKING-STORAGE SECTION.
000780 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000790     88 WS-SYSIN-OK             VALUE "00".
000800     88 WS-SYSIN-EOF            VALUE "10".
000810 01 WS-JOBLOG-STATUS PIC X(02) VALUE SPACES.
000820     88 WS-JOBLOG-OK            VALUE "00".
000830     88 WS-JOBLOG-EOF           VALUE "10".
000840 01 WS-REJOUT-STATUS PIC X(02) VALUE SPACES.
000850     88 WS-REJOUT-OK            VALUE "00".
000860     88 WS-REJOUT-EOF           VALUE "10".
000870 01 WS-DIGSTRPT-STATUS PIC X(02) VALUE SPACES.
000880     88 WS-DIGSTRPT-OK          VALUE "00".
000890 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000900 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000910     05 WS-RUN-DATE-CCYY         PIC 9(04).
000920     05 WS-RUN-DATE-MM           PIC 9(02).
000930     05 WS-RUN-DATE-DD           PIC 9(02).
000940 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
000950 01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
000960     05 WS-RUN-TIME-HH           PIC 9(02).
000970     05 WS-RUN-TIME-MM           PIC 9(02).
000980     05 WS-RUN-TIME-REST         PIC 9(04).
000990* POSITION OF THE LAST PRINTED DIGEST ON JOBLOG - THE CYCLE IS
001000* EVERY RECORD AFTER IT.  ZERO MEANS NO DIGEST HAS PRINTED YET
001010* AND THE WHOLE LOG IS THE CYCLE.
001020 01 WS-LOG-ORDINAL PIC 9(08) VALUE ZERO.
001030 01 WS-CYCLE-START PIC 9(08) VALUE ZERO.
001040 01 WS-LAST-DIGEST-DATE PIC 9(08) VALUE ZERO.
001050 01 WS-LAST-DIGEST-TIME PIC 9(08) VALUE ZERO.
001060 01 WS-STP-READ-COUNT PIC 9(08) VALUE ZERO.
001070 01 WS-COMPLETED-COUNT PIC 9(04) VALUE ZERO.
001080 01 WS-WARNING-COUNT PIC 9(04) VALUE ZERO.
001090 01 WS-FAILED-COUNT PIC 9(04) VALUE ZERO.
001100 01 WS-SKIPPED-COUNT PIC 9(04) VALUE ZERO.
001110 01 WS-LATEST-FAILED-COUNT PIC 9(04) VALUE ZERO.
001120 01 WS-LATEST-CAUTION-COUNT PIC 9(04) VALUE ZERO.
001130 01 WS-MISSING-COUNT PIC 9(04) VALUE ZERO.
001140 01 WS-ACTION-ITEM-COUNT PIC 9(04) VALUE ZERO.
001150 01 WS-OPEN-REJECT-COUNT PIC 9(08) VALUE ZERO.
001160 01 WS-CORRECTED-REJECT-COUNT PIC 9(08) VALUE ZERO.
001170 01 WS-RC-2 PIC 9(02) VALUE ZERO.
001180 01 WS-OUTCOME-WORD PIC X(08) VALUE SPACES.
001190 01 WS-LIST-SW PIC X(01) VALUE "A".
001200     88 WS-LIST-ALL-STEPS       VALUE "A".
001210     88 WS-LIST-EXCEPTIONS-ONLY VALUE "E".
001220* THE STEP LIST IS KEPT TO ONE PAGE - A CYCLE LONGER THAN THIS
001230* (A NIGHT OF RERUNS) LISTS ONLY ITS STEPS THAT DID NOT COMPLETE.
001240 01 WS-LIST-MAX PIC 9(04) VALUE 30.
001250 01 WS-FOUND-SW PIC X(01) VALUE "N".
001260     88 WS-FOUND                VALUE "Y".
001270 01 WS-STEPS-CLIPPED-SW PIC X(01) VALUE "N".
001280     88 WS-STEPS-CLIPPED        VALUE "Y".
001290* THE NIGHTLY SCHEDULE, EXPECTED WHEN NO SYSIN CARDS NAME ONE.
001300 01 WS-DEFAULT-STEP-LIST.
001310     05 FILLER                   PIC X(08) VALUE "DSQSRGEN".
001320     05 FILLER                   PIC X(08) VALUE "DSQEDIT ".
001330     05 FILLER                   PIC X(08) VALUE "DSQBATCH".
001340     05 FILLER                   PIC X(08) VALUE "DSQRECON".
001350     05 FILLER                   PIC X(08) VALUE "DSQVARNC".
001360     05 FILLER                   PIC X(08) VALUE "DSQHLOAD".
001370     05 FILLER                   PIC X(08) VALUE "DSQHCHEK".
001380     05 FILLER                   PIC X(08) VALUE "DSQDIST ".
001390     05 FILLER                   PIC X(08) VALUE "DSQACK  ".
001400 01 WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-LIST.
001410     05 WS-DEFAULT-STEP          PIC X(08) OCCURS 9 TIMES.
001420 01 WS-DEFAULT-SUB PIC 9(02) VALUE ZERO.
001430 01 WS-EXP-COUNT PIC 9(04) VALUE ZERO.
001440 01 WS-EXP-MAX PIC 9(04) VALUE 30.
001450 01 WS-EXP-TABLE.
001460     05 WS-EXP-ENTRY OCCURS 0 TO 30 TIMES
001470         DEPENDING ON WS-EXP-COUNT
001480         INDEXED BY EXP-IX.
001490         10 WS-EXP-PROGRAM            PIC X(08).
001500         10 WS-EXP-SEEN-SW            PIC X(01).
001510             88 WS-EXP-SEEN           VALUE "Y".
001520* ONE ENTRY PER STEP-OUTCOME RECORD IN THE CYCLE, IN LOG ORDER.
001530* LATEST MARKS THE LAST RUN OF ITS PROGRAM IN THE CYCLE - ONLY
001540* THAT RUN'S OUTCOME AND ACTION COUNT STILL STAND THIS MORNING.
001550 01 WS-STP-COUNT PIC 9(04) VALUE ZERO.
001560 01 WS-STP-MAX PIC 9(04) VALUE 200.
001570 01 WS-STP-TABLE.
001580     05 WS-STP-ENTRY OCCURS 0 TO 200 TIMES
001590         DEPENDING ON WS-STP-COUNT
001600         INDEXED BY STP-IX STP-WX.
001610         10 WS-STP-IMAGE              PIC X(195).
001620         10 WS-STP-IMAGE-R REDEFINES WS-STP-IMAGE.
001630             15 WS-STP-PROGRAM        PIC X(08).
001640             15 FILLER                PIC X(187).
001650         10 WS-STP-LATEST-SW          PIC X(01).
001660             88 WS-STP-LATEST         VALUE "Y".
001670* WORKING VIEW OF ONE TABLED STEP.
001680     COPY "DSQJOBLG.CPY"
001690         REPLACING LEADING ==DSQ== BY ==DIG==.
001700* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001710 COPY "DSQJOBLG.CPY".
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     INITIALIZE DSQ-JOBLOG-RECORD
001750     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001760     ACCEPT DSQ-JLG-START-TIME FROM TIME
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT WS-RUN-TIME FROM TIME
001790     PERFORM 1000-LOAD-EXPECTED-STEPS THRU 1000-EXIT
001800     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001810     PERFORM 2000-FIND-CYCLE-START THRU 2000-EXIT
001820         UNTIL WS-JOBLOG-EOF
001830     PERFORM 2500-REOPEN-JOBLOG THRU 2500-EXIT
001840     PERFORM 3000-TABLE-ONE-STEP THRU 3000-EXIT
001850         UNTIL WS-JOBLOG-EOF
001860     CLOSE DSQ-JOBLOG-FILE
001870     PERFORM 3500-COUNT-ONE-REJECT THRU 3500-EXIT
001880         UNTIL WS-REJOUT-EOF
001890     SET STP-IX TO 1
001900     PERFORM 4000-ASSESS-ONE-STEP THRU 4000-EXIT
001910         UNTIL STP-IX > WS-STP-COUNT
001920     SET EXP-IX TO 1
001930     PERFORM 4500-CHECK-ONE-EXPECTED THRU 4500-EXIT
001940         UNTIL EXP-IX > WS-EXP-COUNT
001950     PERFORM 5000-WRITE-DIGEST THRU 5000-EXIT
001960     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001970     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001980     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001990     STOP RUN.
002000
002010 1000-LOAD-EXPECTED-STEPS.
002020*    SYSIN IS OPTIONAL - NO FILE, OR NO USABLE CARD IN IT, MEANS
002030*    THE BUILT-IN NIGHTLY SCHEDULE.
002040     OPEN INPUT SYSIN-FILE
002050     IF WS-SYSIN-OK
002060         PERFORM 1100-READ-ONE-EXPECTED THRU 1100-EXIT
002070             UNTIL WS-SYSIN-EOF
002080         CLOSE SYSIN-FILE
002090     END-IF
002100     IF WS-EXP-COUNT = ZERO
002110         MOVE 1 TO WS-DEFAULT-SUB
002120         PERFORM 1200-LOAD-ONE-DEFAULT THRU 1200-EXIT
002130             UNTIL WS-DEFAULT-SUB > 9
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170
002180 1100-READ-ONE-EXPECTED.
002190     READ SYSIN-FILE
002200         AT END
002210             SET WS-SYSIN-EOF TO TRUE
002220             GO TO 1100-EXIT
002230     END-READ
002240     IF SYSIN-EXPECTED-PROGRAM = SPACES
002250             OR SYSIN-EXPECTED-PROGRAM (1:1) = "*"
002260         GO TO 1100-EXIT
002270     END-IF
002280     IF WS-EXP-COUNT < WS-EXP-MAX
002290         ADD 1 TO WS-EXP-COUNT
002300         SET EXP-IX TO WS-EXP-COUNT
002310         MOVE SYSIN-EXPECTED-PROGRAM TO WS-EXP-PROGRAM (EXP-IX)
002320         MOVE "N" TO WS-EXP-SEEN-SW (EXP-IX)
002330     ELSE
002340         DISPLAY "*** DSQDIGST - MORE THAN " WS-EXP-MAX
002350             " EXPECTED STEPS - " SYSIN-EXPECTED-PROGRAM
002360             " IGNORED ***"
002370     END-IF.
002380 1100-EXIT.
002390     EXIT.
002400
002410 1200-LOAD-ONE-DEFAULT.
002420     ADD 1 TO WS-EXP-COUNT
002430     SET EXP-IX TO WS-EXP-COUNT
002440     MOVE WS-DEFAULT-STEP (WS-DEFAULT-SUB)
002445         TO WS-EXP-PROGRAM (EXP-IX)
002450     MOVE "N" TO WS-EXP-SEEN-SW (EXP-IX)
002460     ADD 1 TO WS-DEFAULT-SUB.
002470 1200-EXIT.
002480     EXIT.
002490
002500 1500-OPEN-FILES.
002510     OPEN INPUT DSQ-JOBLOG-FILE
002520     IF NOT WS-JOBLOG-OK
002530         DISPLAY "*** DSQDIGST - UNABLE TO OPEN JOBLOG ***"
002540         MOVE 16 TO RETURN-CODE
002550         MOVE "UNABLE TO OPEN JOBLOG" TO DSQ-JLG-REASON
002560         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002570         STOP RUN
002580     END-IF
002590*    NO REJOUT YET SIMPLY MEANS NOTHING HAS EVER BEEN REJECTED.
002600     OPEN INPUT DSQ-REJ-FILE
002610     IF NOT WS-REJOUT-OK
002620         SET WS-REJOUT-EOF TO TRUE
002630     END-IF
002640     OPEN OUTPUT DIGEST-REPORT-FILE
002650     IF NOT WS-DIGSTRPT-OK
002660         DISPLAY "*** DSQDIGST - UNABLE TO OPEN DIGSTRPT ***"
002670         MOVE 16 TO RETURN-CODE
002680         MOVE "UNABLE TO OPEN DIGSTRPT" TO DSQ-JLG-REASON
002690         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002700         STOP RUN
002710     END-IF.
002720 1500-EXIT.
002730     EXIT.
002740
002750 2000-FIND-CYCLE-START.
002760*    FIRST PASS - FIND WHERE THE LAST PRINTED DIGEST SITS.
002770     READ DSQ-JOBLOG-FILE
002780         AT END
002790             SET WS-JOBLOG-EOF TO TRUE
002800             GO TO 2000-EXIT
002810     END-READ
002820     ADD 1 TO WS-LOG-ORDINAL
002830     IF LOG-JLG-PROGRAM = "DSQDIGST"
002840             AND LOG-JLG-RC < 16
002850         MOVE WS-LOG-ORDINAL TO WS-CYCLE-START
002860         MOVE LOG-JLG-END-DATE TO WS-LAST-DIGEST-DATE
002870         MOVE LOG-JLG-END-TIME TO WS-LAST-DIGEST-TIME
002880     END-IF.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2500-REOPEN-JOBLOG.
002930     CLOSE DSQ-JOBLOG-FILE
002940     OPEN INPUT DSQ-JOBLOG-FILE
002950     IF NOT WS-JOBLOG-OK
002960         DISPLAY "*** DSQDIGST - UNABLE TO REOPEN JOBLOG ***"
002970         MOVE 16 TO RETURN-CODE
002980         MOVE "UNABLE TO REOPEN JOBLOG" TO DSQ-JLG-REASON
002990         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003000         STOP RUN
003010     END-IF
003020     MOVE ZERO TO WS-LOG-ORDINAL.
003030 2500-EXIT.
003040     EXIT.
003050
003060 3000-TABLE-ONE-STEP.
003070*    SECOND PASS - TABLE EVERY RECORD AFTER THE CYCLE START.
003080     READ DSQ-JOBLOG-FILE
003090         AT END
003100             SET WS-JOBLOG-EOF TO TRUE
003110             GO TO 3000-EXIT
003120     END-READ
003130     ADD 1 TO WS-LOG-ORDINAL
003140     IF WS-LOG-ORDINAL NOT > WS-CYCLE-START
003150         GO TO 3000-EXIT
003160     END-IF
003170     ADD 1 TO WS-STP-READ-COUNT
003180     IF WS-STP-COUNT NOT < WS-STP-MAX
003190         SET WS-STEPS-CLIPPED TO TRUE
003200         GO TO 3000-EXIT
003210     END-IF
003220     ADD 1 TO WS-STP-COUNT
003230     SET STP-IX TO WS-STP-COUNT
003240     MOVE LOG-JOBLOG-RECORD TO WS-STP-IMAGE (STP-IX)
003250     MOVE "Y" TO WS-STP-LATEST-SW (STP-IX).
003260 3000-EXIT.
003270     EXIT.
003280
003290 3500-COUNT-ONE-REJECT.
003300     READ DSQ-REJ-FILE
003310         AT END
003320             SET WS-REJOUT-EOF TO TRUE
003330             GO TO 3500-EXIT
003340     END-READ
003350     EVALUATE TRUE
003360         WHEN DSQ-REJ-OPEN
003370             ADD 1 TO WS-OPEN-REJECT-COUNT
003380         WHEN DSQ-REJ-CORRECTED
003390             ADD 1 TO WS-CORRECTED-REJECT-COUNT
003400         WHEN OTHER
003410             CONTINUE
003420     END-EVALUATE.
003430 3500-EXIT.
003440     EXIT.
003450
003460 4000-ASSESS-ONE-STEP.
003470*    A LATER RUN OF THE SAME PROGRAM IN THE CYCLE SUPERSEDES THIS
003480*    ONE - ITS OUTCOME STILL PRINTS IN THE STEP LIST, BUT ONLY THE
003490*    LATEST RUN COUNTS TOWARD THE PROBLEMS, ACTIONS AND RC.
003500     MOVE WS-STP-IMAGE (STP-IX) TO DIG-JOBLOG-RECORD
003510     SET STP-WX TO STP-IX
003520     SET STP-WX UP BY 1
003530     PERFORM 4050-CHECK-LATER-STEP THRU 4050-EXIT
003540         UNTIL STP-WX > WS-STP-COUNT
003550             OR NOT WS-STP-LATEST (STP-IX)
003560     EVALUATE TRUE
003570         WHEN DIG-JLG-COMPLETED
003580             ADD 1 TO WS-COMPLETED-COUNT
003590         WHEN DIG-JLG-WARNING
003600             ADD 1 TO WS-WARNING-COUNT
003610         WHEN DIG-JLG-SKIPPED
003620             ADD 1 TO WS-SKIPPED-COUNT
003630         WHEN OTHER
003640             ADD 1 TO WS-FAILED-COUNT
003650     END-EVALUATE
003660     PERFORM 4100-MARK-EXPECTED-SEEN THRU 4100-EXIT
003670     IF NOT WS-STP-LATEST (STP-IX)
003680         GO TO 4000-NEXT
003690     END-IF
003700     EVALUATE TRUE
003710         WHEN DIG-JLG-COMPLETED
003720             CONTINUE
003730         WHEN DIG-JLG-WARNING OR DIG-JLG-SKIPPED
003740             ADD 1 TO WS-LATEST-CAUTION-COUNT
003750         WHEN OTHER
003760             ADD 1 TO WS-LATEST-FAILED-COUNT
003770     END-EVALUATE
003780     IF DIG-JLG-ACTION-COUNT > ZERO
003790         ADD 1 TO WS-ACTION-ITEM-COUNT
003800     END-IF.
003810 4000-NEXT.
003820     SET STP-IX UP BY 1.
003830 4000-EXIT.
003840     EXIT.
003850
003860 4050-CHECK-LATER-STEP.
003870     IF WS-STP-PROGRAM (STP-WX) = DIG-JLG-PROGRAM
003880         MOVE "N" TO WS-STP-LATEST-SW (STP-IX)
003890     END-IF
003900     SET STP-WX UP BY 1.
003910 4050-EXIT.
003920     EXIT.
003930
003940 4100-MARK-EXPECTED-SEEN.
003950     IF WS-EXP-COUNT = ZERO
003960         GO TO 4100-EXIT
003970     END-IF
003980     SET EXP-IX TO 1
003990     SEARCH WS-EXP-ENTRY
004000         AT END
004010             CONTINUE
004020         WHEN WS-EXP-PROGRAM (EXP-IX) = DIG-JLG-PROGRAM
004030             MOVE "Y" TO WS-EXP-SEEN-SW (EXP-IX)
004040     END-SEARCH.
004050 4100-EXIT.
004060     EXIT.
004070
004080 4500-CHECK-ONE-EXPECTED.
004090     IF NOT WS-EXP-SEEN (EXP-IX)
004100         ADD 1 TO WS-MISSING-COUNT
004110     END-IF
004120     SET EXP-IX UP BY 1.
004130 4500-EXIT.
004140     EXIT.
004150
004160 5000-WRITE-DIGEST.
004170     MOVE SPACES TO DIGEST-REPORT-RECORD
004180     STRING "DSQ MORNING DIGEST - RUN DATE "
004190         WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM "-" WS-RUN-DATE-DD
004200         " " WS-RUN-TIME-HH ":" WS-RUN-TIME-MM
004210         DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
004220     END-STRING
004230     WRITE DIGEST-REPORT-RECORD
004240     MOVE SPACES TO DIGEST-REPORT-RECORD
004250     IF WS-CYCLE-START = ZERO
004260         STRING "CYCLE: FROM THE START OF JOBLOG - "
004270             WS-STP-READ-COUNT " STEP RECORDS"
004280             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
004290         END-STRING
004300     ELSE
004310         STRING "CYCLE: SINCE THE DIGEST OF " WS-LAST-DIGEST-DATE
004320             " " WS-LAST-DIGEST-TIME (1:2) ":"
004330             WS-LAST-DIGEST-TIME (3:2) " - "
004340             WS-STP-READ-COUNT " STEP RECORDS"
004350             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
004360         END-STRING
004370     END-IF
004380     WRITE DIGEST-REPORT-RECORD
004390     IF WS-STEPS-CLIPPED
004400         MOVE "*** CYCLE OVERFLOWED THE STEP TABLE - LATER STEPS"
004410             TO DIGEST-REPORT-RECORD
004420         MOVE " NOT ASSESSED ***" TO DIGEST-REPORT-RECORD (51:17)
004430         WRITE DIGEST-REPORT-RECORD
004440     END-IF
004450     MOVE SPACES TO DIGEST-REPORT-RECORD
004460     WRITE DIGEST-REPORT-RECORD
004470*    SECTION 1 - WHAT RAN.
004480     IF WS-STP-COUNT > WS-LIST-MAX
004490         SET WS-LIST-EXCEPTIONS-ONLY TO TRUE
004500         MOVE "STEPS LOGGED - THOSE THAT DID NOT COMPLETE CLEAN"
004510             TO DIGEST-REPORT-RECORD
004520     ELSE
004530         MOVE "STEPS LOGGED" TO DIGEST-REPORT-RECORD
004540     END-IF
004550     WRITE DIGEST-REPORT-RECORD
004560     MOVE "PROGRAM  RUN ID   START END   RC OUTCOME  KEY COUNT"
004570         TO DIGEST-REPORT-RECORD
004580     WRITE DIGEST-REPORT-RECORD
004590     IF WS-STP-COUNT = ZERO
004600         MOVE "  NO STEPS LOGGED THIS CYCLE"
004605             TO DIGEST-REPORT-RECORD
004610         WRITE DIGEST-REPORT-RECORD
004620     END-IF
004630     SET STP-IX TO 1
004640     PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
004650         UNTIL STP-IX > WS-STP-COUNT
004660     MOVE SPACES TO DIGEST-REPORT-RECORD
004670     STRING "COMPLETED " WS-COMPLETED-COUNT
004680         "   WARNING " WS-WARNING-COUNT
004690         "   FAILED " WS-FAILED-COUNT
004700         "   SKIPPED " WS-SKIPPED-COUNT
004710         DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
004720     END-STRING
004730     WRITE DIGEST-REPORT-RECORD
004740     MOVE SPACES TO DIGEST-REPORT-RECORD
004750     WRITE DIGEST-REPORT-RECORD
004760*    SECTION 2 - LATEST RUNS THAT FAILED OR WERE SKIPPED.
004770     MOVE "FAILED OR SKIPPED (LATEST RUN OF THE STEP)"
004780         TO DIGEST-REPORT-RECORD
004790     WRITE DIGEST-REPORT-RECORD
004800     MOVE "N" TO WS-FOUND-SW
004810     SET STP-IX TO 1
004820     PERFORM 5200-WRITE-ONE-PROBLEM THRU 5200-EXIT
004830         UNTIL STP-IX > WS-STP-COUNT
004840     IF NOT WS-FOUND
004850         MOVE "  NONE" TO DIGEST-REPORT-RECORD
004860         WRITE DIGEST-REPORT-RECORD
004870     END-IF
004880     MOVE SPACES TO DIGEST-REPORT-RECORD
004890     WRITE DIGEST-REPORT-RECORD
004900*    SECTION 3 - EXPECTED STEPS THAT NEVER RAN.
004910     MOVE "EXPECTED STEPS THAT DID NOT RUN"
004915         TO DIGEST-REPORT-RECORD
004920     WRITE DIGEST-REPORT-RECORD
004930     IF WS-MISSING-COUNT = ZERO
004940         MOVE "  NONE" TO DIGEST-REPORT-RECORD
004950         WRITE DIGEST-REPORT-RECORD
004960     ELSE
004970         SET EXP-IX TO 1
004980         PERFORM 5300-WRITE-ONE-MISSING THRU 5300-EXIT
004990             UNTIL EXP-IX > WS-EXP-COUNT
005000     END-IF
005010     MOVE SPACES TO DIGEST-REPORT-RECORD
005020     WRITE DIGEST-REPORT-RECORD
005030*    SECTION 4 - ACTION ITEMS.
005040     MOVE "ACTION ITEMS" TO DIGEST-REPORT-RECORD
005050     WRITE DIGEST-REPORT-RECORD
005060     SET STP-IX TO 1
005070     PERFORM 5400-WRITE-ONE-ACTION THRU 5400-EXIT
005080         UNTIL STP-IX > WS-STP-COUNT
005090     IF WS-OPEN-REJECT-COUNT > ZERO
005100         ADD 1 TO WS-ACTION-ITEM-COUNT
005110         MOVE SPACES TO DIGEST-REPORT-RECORD
005120         STRING "  REJOUT   OPEN REJECTS         "
005130             WS-OPEN-REJECT-COUNT
005140             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
005150         END-STRING
005160         WRITE DIGEST-REPORT-RECORD
005170     END-IF
005180     IF WS-CORRECTED-REJECT-COUNT > ZERO
005190         ADD 1 TO WS-ACTION-ITEM-COUNT
005200         MOVE SPACES TO DIGEST-REPORT-RECORD
005210         STRING "  REJOUT   CORRECTED NOT RECYC  "
005220             WS-CORRECTED-REJECT-COUNT
005230             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
005240         END-STRING
005250         WRITE DIGEST-REPORT-RECORD
005260     END-IF
005270     IF WS-ACTION-ITEM-COUNT = ZERO
005280         MOVE "  NONE" TO DIGEST-REPORT-RECORD
005290         WRITE DIGEST-REPORT-RECORD
005300     END-IF.
005310 5000-EXIT.
005320     EXIT.
005330
005340 5100-WRITE-ONE-STEP.
005350     MOVE WS-STP-IMAGE (STP-IX) TO DIG-JOBLOG-RECORD
005360     SET STP-IX UP BY 1
005370     IF WS-LIST-EXCEPTIONS-ONLY AND DIG-JLG-COMPLETED
005380         GO TO 5100-EXIT
005390     END-IF
005400     PERFORM 5900-SET-OUTCOME-WORD THRU 5900-EXIT
005410     MOVE SPACES TO DIGEST-REPORT-RECORD
005420     STRING DIG-JLG-PROGRAM " " DIG-JLG-RUN-ID " "
005430         DIG-JLG-START-TIME (1:2) ":" DIG-JLG-START-TIME (3:2) " "
005440         DIG-JLG-END-TIME (1:2) ":" DIG-JLG-END-TIME (3:2) " "
005450         WS-RC-2 " " WS-OUTCOME-WORD " "
005460         DIG-JLG-COUNT-LABEL (1) " " DIG-JLG-COUNT (1)
005470         DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
005480     END-STRING
005490     IF DIG-JLG-COUNT-LABEL (1) = SPACES
005500         MOVE SPACES TO DIGEST-REPORT-RECORD (51:30)
005510     END-IF
005520     WRITE DIGEST-REPORT-RECORD
005530     IF DIG-JLG-REASON NOT = SPACES
005540         MOVE SPACES TO DIGEST-REPORT-RECORD
005550         MOVE DIG-JLG-REASON TO DIGEST-REPORT-RECORD (10:60)
005560         WRITE DIGEST-REPORT-RECORD
005570     END-IF.
005580 5100-EXIT.
005590     EXIT.
005600
005610 5200-WRITE-ONE-PROBLEM.
005620     MOVE WS-STP-IMAGE (STP-IX) TO DIG-JOBLOG-RECORD
005630     IF NOT WS-STP-LATEST (STP-IX)
005640             OR DIG-JLG-COMPLETED OR DIG-JLG-WARNING
005650         GO TO 5200-NEXT
005660     END-IF
005670     SET WS-FOUND TO TRUE
005680     PERFORM 5900-SET-OUTCOME-WORD THRU 5900-EXIT
005690     MOVE SPACES TO DIGEST-REPORT-RECORD
005700     STRING "  " DIG-JLG-PROGRAM " " WS-OUTCOME-WORD " "
005710         DIG-JLG-REASON
005720         DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
005730     END-STRING
005740     WRITE DIGEST-REPORT-RECORD.
005750 5200-NEXT.
005760     SET STP-IX UP BY 1.
005770 5200-EXIT.
005780     EXIT.
005790
005800 5300-WRITE-ONE-MISSING.
005810     IF NOT WS-EXP-SEEN (EXP-IX)
005820         MOVE SPACES TO DIGEST-REPORT-RECORD
005830         STRING "  " WS-EXP-PROGRAM (EXP-IX) " NO JOBLOG RECORD"
005840             " THIS CYCLE"
005850             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
005860         END-STRING
005870         WRITE DIGEST-REPORT-RECORD
005880     END-IF
005890     SET EXP-IX UP BY 1.
005900 5300-EXIT.
005910     EXIT.
005920
005930 5400-WRITE-ONE-ACTION.
005940     MOVE WS-STP-IMAGE (STP-IX) TO DIG-JOBLOG-RECORD
005950     IF WS-STP-LATEST (STP-IX)
005960             AND DIG-JLG-ACTION-COUNT > ZERO
005970         MOVE SPACES TO DIGEST-REPORT-RECORD
005980         STRING "  " DIG-JLG-PROGRAM " " DIG-JLG-ACTION-LABEL " "
005990             DIG-JLG-ACTION-COUNT
006000             DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
006010         END-STRING
006020         WRITE DIGEST-REPORT-RECORD
006030     END-IF
006040     SET STP-IX UP BY 1.
006050 5400-EXIT.
006060     EXIT.
006070
006080 5900-SET-OUTCOME-WORD.
006090     MOVE DIG-JLG-RC TO WS-RC-2
006100     EVALUATE TRUE
006110         WHEN DIG-JLG-COMPLETED
006120             MOVE "COMPLETE" TO WS-OUTCOME-WORD
006130         WHEN DIG-JLG-WARNING
006140             MOVE "WARNING " TO WS-OUTCOME-WORD
006150         WHEN DIG-JLG-SKIPPED
006160             MOVE "SKIPPED " TO WS-OUTCOME-WORD
006170         WHEN OTHER
006180             MOVE "FAILED  " TO WS-OUTCOME-WORD
006190     END-EVALUATE.
006200 5900-EXIT.
006210     EXIT.
006220
006230 8000-CLOSE-FILES.
006240     CLOSE DSQ-REJ-FILE
006250     CLOSE DIGEST-REPORT-FILE
006260     DISPLAY "DSQDIGST STEPS IN CYCLE   :" WS-STP-READ-COUNT
006270     DISPLAY "DSQDIGST FAILED (LATEST)  :" WS-LATEST-FAILED-COUNT
006280     DISPLAY "DSQDIGST EXPECTED MISSING :" WS-MISSING-COUNT
006290     DISPLAY "DSQDIGST ACTION ITEMS     :" WS-ACTION-ITEM-COUNT.
006300 8000-EXIT.
006310     EXIT.
006320
006330 9000-SET-RETURN-CODE.
006340*    RC 00 - EVERY STEP'S LATEST RUN COMPLETED AND NOTHING IS
006350*            WAITING ON ANYONE.
006360*    RC 04 - A WARNING OR SKIPPED STEP, OR AN ACTION ITEM.
006370*    RC 08 - A STEP'S LATEST RUN FAILED, OR AN EXPECTED STEP NEVER
006380*            RAN AT ALL.
006390*    RC 16 - ISSUED AT STARTUP, NOT HERE - JOBLOG OR DIGSTRPT
006400*            COULD NOT BE OPENED.
006410     EVALUATE TRUE
006420         WHEN WS-LATEST-FAILED-COUNT > ZERO
006430                 OR WS-MISSING-COUNT > ZERO
006440             MOVE 8 TO RETURN-CODE
006450         WHEN WS-LATEST-CAUTION-COUNT > ZERO
006460                 OR WS-ACTION-ITEM-COUNT > ZERO
006470                 OR WS-STEPS-CLIPPED
006480             MOVE 4 TO RETURN-CODE
006490         WHEN OTHER
006500             MOVE 0 TO RETURN-CODE
006510     END-EVALUATE.
006520 9000-EXIT.
006530     EXIT.
006540
006550 9900-LOG-STEP-OUTCOME.
006560*    THE DIGEST'S OWN RECORD CLOSES THE CYCLE IT JUST REPORTED.
006570     MOVE "STEPS" TO DSQ-JLG-COUNT-LABEL (1)
006580     MOVE WS-STP-READ-COUNT TO DSQ-JLG-COUNT (1)
006590     MOVE "FAILED" TO DSQ-JLG-COUNT-LABEL (2)
006600     MOVE WS-LATEST-FAILED-COUNT TO DSQ-JLG-COUNT (2)
006610     MOVE "MISSING" TO DSQ-JLG-COUNT-LABEL (3)
006620     MOVE WS-MISSING-COUNT TO DSQ-JLG-COUNT (3)
006630     EVALUATE TRUE
006640         WHEN WS-LATEST-FAILED-COUNT > ZERO
006650             MOVE "STEPS FAILED - SEE DIGSTRPT" TO DSQ-JLG-REASON
006660         WHEN WS-MISSING-COUNT > ZERO
006670             MOVE "EXPECTED STEPS DID NOT RUN - SEE DIGSTRPT"
006680                 TO DSQ-JLG-REASON
006690         WHEN RETURN-CODE NOT = ZERO
006700             MOVE "WARNINGS OR ACTION ITEMS - SEE DIGSTRPT"
006710                 TO DSQ-JLG-REASON
006720         WHEN OTHER
006730             CONTINUE
006740     END-EVALUATE
006750     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
006760 9900-EXIT.
006770     EXIT.
006780
006790 9950-WRITE-JOB-LOG.
006800*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
006810*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
006820*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
006830     MOVE "DSQDIGST" TO DSQ-JLG-PROGRAM
006840     MOVE RETURN-CODE TO DSQ-JLG-RC
006850     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
006860     END-CALL
006870     MOVE DSQ-JLG-RC TO RETURN-CODE.
006880 9950-EXIT.
006890     EXIT.
006900
006910 END PROGRAM DSQDIGST.
