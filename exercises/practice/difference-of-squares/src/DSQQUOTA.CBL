000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Monthly usage-against-quota report.  Reads the ENTLMST
000060*          requester entitlement master and the AUDITLOG trail
000070*          and prints QUOTARPT - one line per entitled requester
000080*          with its monthly card quota, the cards used in the
000090*          month, how many of those were rejected, the percent of
000100*          quota used and whether the requester is near, at or
000110*          over its limit - so a department running up its quota
000120*          is seen before finance sees the bill.  Cards used are
000130*          counted exactly the way DSQCHGBK bills them: every
000140*          AUDITLOG record of the month under the requester's
000150*          code, OK or not.  Usage under a code with no ENTLMST
000160*          record, and under a blank (legacy) code, is listed
000170*          after the requesters.
000180*          SYSIN cards, keyword in cols 1-8, operand from col 10:
000190*            MONTH    CCYYMM   MONTH TO REPORT (DEFAULT: THE
000200*                              CURRENT MONTH)
000210*            NEARPCT  NNN      NEAR-LIMIT PERCENT, 1-100 (DEFAULT
000220*                              080)
000230*          A card with * in col 1 is a comment.
000240******************************************************************
000250* Mod Log:
000260* 2026-10-15 NK  Original program.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DSQQUOTA.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  GNUCOBOL312.
000330 OBJECT-COMPUTER.  GNUCOBOL312.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SYSIN-STATUS.
000390     SELECT ENT-FILE ASSIGN TO "ENTLMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ENT-STATUS.
000420     SELECT DSQ-AUDIT-FILE ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450     SELECT QUOTA-REPORT-FILE ASSIGN TO "QUOTARPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-QUOTARPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SYSIN-FILE
000510     RECORDING MODE IS F.
000520 01  SYSIN-QUOTA-CARD.
000530     05  SYSIN-KEYWORD           PIC X(08).
000540     05  FILLER                  PIC X(01).
000550     05  SYSIN-OPERAND           PIC X(06).
000560     05  SYSIN-MONTH REDEFINES SYSIN-OPERAND
000570                                 PIC 9(06).
000580     05  SYSIN-PCT-X REDEFINES SYSIN-OPERAND.
000590         10  SYSIN-NEAR-PCT      PIC 9(03).
000600         10  FILLER              PIC X(03).
000610     05  FILLER                  PIC X(65).
000620 FD  ENT-FILE
000630     RECORDING MODE IS F.
000640     COPY "DSQENTL.CPY".
000650 FD  DSQ-AUDIT-FILE
000660     RECORDING MODE IS F.
000670     COPY "DSQAUDIT.CPY".
000680 FD  QUOTA-REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  QUOTA-REPORT-RECORD         PIC X(80).
000710 WORKING-STORAGE SECTION.
000720 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000730     88 WS-SYSIN-OK             VALUE "00".
000740     88 WS-SYSIN-EOF            VALUE "10".
000750 01 WS-ENT-STATUS PIC X(02) VALUE SPACES.
000760     88 WS-ENT-OK               VALUE "00".
000770     88 WS-ENT-EOF              VALUE "10".
000780 01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
000790     88 WS-AUDIT-OK             VALUE "00".
000800     88 WS-AUDIT-EOF            VALUE "10".
000810 01 WS-QUOTARPT-STATUS PIC X(02) VALUE SPACES.
000820     88 WS-QUOTARPT-OK          VALUE "00".
000830 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000840 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000850     05 WS-RUN-DATE-CCYY         PIC 9(04).
000860     05 WS-RUN-DATE-MM           PIC 9(02).
000870     05 WS-RUN-DATE-DD           PIC 9(02).
000880 01 WS-REPORT-MONTH PIC 9(06) VALUE ZERO.
000890 01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
000900     05 WS-REPORT-CCYY           PIC 9(04).
000910     05 WS-REPORT-MM             PIC 9(02).
000920 01 WS-NEAR-PCT PIC 9(03) VALUE 80.
000930 01 WS-CARD-ERROR-COUNT PIC 9(04) VALUE ZERO.
000940 01 WS-CARD-BAD-SW PIC X(01) VALUE "N".
000950     88 WS-CARD-BAD             VALUE "Y".
000960 01 WS-AUDIT-READ-COUNT PIC 9(08) VALUE ZERO.
000970 01 WS-AUDIT-MONTH-COUNT PIC 9(08) VALUE ZERO.
000980 01 WS-LEGACY-COUNT PIC 9(08) VALUE ZERO.
000990 01 WS-NEAR-COUNT PIC 9(04) VALUE ZERO.
001000 01 WS-AT-COUNT PIC 9(04) VALUE ZERO.
001010 01 WS-OVER-COUNT PIC 9(04) VALUE ZERO.
001020 01 WS-PCT-USED PIC 9(03) VALUE ZERO.
001030 01 WS-QUOTA-STATUS PIC X(10) VALUE SPACES.
001040 01 WS-ENT-FOUND-SW PIC X(01) VALUE "N".
001050     88 WS-ENT-FOUND            VALUE "Y".
001060 01 WS-ENT-SKIP-COUNT PIC 9(04) VALUE ZERO.
001070* ONE ENTRY PER ENTITLED REQUESTER, IN ENTLMST ORDER, WITH ITS
001080* USAGE FOR THE MONTH.
001090 01 WS-ENT-COUNT PIC 9(02) VALUE ZERO.
001100 01 WS-ENT-MAX PIC 9(02) VALUE 50.
001110 01 WS-ENT-TABLE.
001120     05 WS-ENT-ENTRY OCCURS 0 TO 50 TIMES
001130         DEPENDING ON WS-ENT-COUNT
001140         INDEXED BY ENT-IX.
001150         10 WS-ENT-TBL-CODE           PIC X(03).
001160         10 WS-ENT-TBL-QUOTA          PIC 9(06).
001170         10 WS-ENT-TBL-USED           PIC 9(08).
001180         10 WS-ENT-TBL-REJECTED       PIC 9(08).
001190* CODES SEEN ON THE TRAIL FOR THE MONTH WITH NO ENTLMST RECORD.
001200* MORE THAN 50 LUMPS THE EXCESS INTO THE LAST ENTRY, THE WAY
001210* DSQCHGBK DOES.
001220 01 WS-UNE-COUNT PIC 9(02) VALUE ZERO.
001230 01 WS-UNE-MAX PIC 9(02) VALUE 50.
001240 01 WS-UNE-TABLE.
001250     05 WS-UNE-ENTRY OCCURS 0 TO 50 TIMES
001260         DEPENDING ON WS-UNE-COUNT
001270         INDEXED BY UNE-IX.
001280         10 WS-UNE-TBL-CODE           PIC X(03).
001290         10 WS-UNE-TBL-USED           PIC 9(08).
001300* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001310 COPY "DSQJOBLG.CPY".
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     INITIALIZE DSQ-JOBLOG-RECORD
001350     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001360     ACCEPT DSQ-JLG-START-TIME FROM TIME
001370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001380     MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
001390     PERFORM 1000-READ-CARDS THRU 1000-EXIT
001400     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001410     PERFORM 1600-LOAD-ONE-ENTITLEMENT THRU 1600-EXIT
001420         UNTIL WS-ENT-EOF
001430     CLOSE ENT-FILE
001440     PERFORM 2000-COUNT-ONE-AUDIT THRU 2000-EXIT
001450         UNTIL WS-AUDIT-EOF
001460     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
001470     IF WS-ENT-COUNT > ZERO
001480         SET ENT-IX TO 1
001490         PERFORM 3100-WRITE-ONE-REQUESTER THRU 3100-EXIT
001500             UNTIL ENT-IX > WS-ENT-COUNT
001510     END-IF
001520     PERFORM 4000-WRITE-UNENTITLED THRU 4000-EXIT
001530     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
001540     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001550     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001560     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001570     STOP RUN.
001580
001590 1000-READ-CARDS.
001600*    NO SYSIN IS THE CURRENT MONTH AT THE DEFAULT NEAR PERCENT.
001610*    A BAD CARD STOPS THE JOB WITH RC 08 BEFORE ANYTHING IS
001620*    WRITTEN - A REPORT FOR THE WRONG MONTH IS WORSE THAN NONE.
001630     OPEN INPUT SYSIN-FILE
001640     IF NOT WS-SYSIN-OK
001650         GO TO 1000-EXIT
001660     END-IF
001670     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
001680         UNTIL WS-SYSIN-EOF
001690     CLOSE SYSIN-FILE
001700     IF WS-CARD-ERROR-COUNT > ZERO
001710         DISPLAY "*** DSQQUOTA - " WS-CARD-ERROR-COUNT
001720             " BAD SYSIN CARD(S) - NO REPORT ***"
001730         MOVE 8 TO RETURN-CODE
001740         MOVE "BAD SYSIN CARD - SEE CONSOLE" TO DSQ-JLG-REASON
001750         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001760         STOP RUN
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800
001810 1100-READ-ONE-CARD.
001820     READ SYSIN-FILE
001830         AT END
001840             SET WS-SYSIN-EOF TO TRUE
001850             GO TO 1100-EXIT
001860     END-READ
001870     IF SYSIN-QUOTA-CARD = SPACES
001880             OR SYSIN-KEYWORD (1:1) = "*"
001890         GO TO 1100-EXIT
001900     END-IF
001910     MOVE "N" TO WS-CARD-BAD-SW
001920     EVALUATE SYSIN-KEYWORD
001930         WHEN "MONTH   "
001940             IF SYSIN-MONTH NUMERIC
001950                     AND SYSIN-MONTH (5:2) > "00"
001960                     AND SYSIN-MONTH (5:2) < "13"
001970                 MOVE SYSIN-MONTH TO WS-REPORT-MONTH
001980             ELSE
001990                 SET WS-CARD-BAD TO TRUE
002000             END-IF
002010         WHEN "NEARPCT "
002020             IF SYSIN-NEAR-PCT NUMERIC
002030                     AND SYSIN-NEAR-PCT > ZERO
002040                     AND SYSIN-NEAR-PCT NOT > 100
002050                 MOVE SYSIN-NEAR-PCT TO WS-NEAR-PCT
002060             ELSE
002070                 SET WS-CARD-BAD TO TRUE
002080             END-IF
002090         WHEN OTHER
002100             SET WS-CARD-BAD TO TRUE
002110     END-EVALUATE
002120     IF WS-CARD-BAD
002130         ADD 1 TO WS-CARD-ERROR-COUNT
002140         DISPLAY "*** DSQQUOTA - BAD SYSIN CARD: "
002150             SYSIN-QUOTA-CARD (1:15) " ***"
002160     END-IF.
002170 1100-EXIT.
002180     EXIT.
002190
002200 1500-OPEN-FILES.
002210     OPEN INPUT ENT-FILE
002220     IF NOT WS-ENT-OK
002230         DISPLAY "*** DSQQUOTA - UNABLE TO OPEN ENTLMST ***"
002240         MOVE 16 TO RETURN-CODE
002250         MOVE "UNABLE TO OPEN ENTLMST" TO DSQ-JLG-REASON
002260         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002270         STOP RUN
002280     END-IF
002290     OPEN INPUT DSQ-AUDIT-FILE
002300     IF NOT WS-AUDIT-OK
002310         DISPLAY "*** DSQQUOTA - UNABLE TO OPEN AUDITLOG ***"
002320         MOVE 16 TO RETURN-CODE
002330         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
002340         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002350         STOP RUN
002360     END-IF
002370     OPEN OUTPUT QUOTA-REPORT-FILE
002380     IF NOT WS-QUOTARPT-OK
002390         DISPLAY "*** DSQQUOTA - UNABLE TO OPEN QUOTARPT ***"
002400         MOVE 16 TO RETURN-CODE
002410         MOVE "UNABLE TO OPEN QUOTARPT" TO DSQ-JLG-REASON
002420         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002430         STOP RUN
002440     END-IF.
002450 1500-EXIT.
002460     EXIT.
002470
002480 1600-LOAD-ONE-ENTITLEMENT.
002490*    A RECORD WHOSE LIMITS DO NOT PARSE IS LEFT OUT, AS DSQEDIT
002500*    LEAVES IT OUT - ITS USAGE THEN SHOWS AS UNENTITLED, WHICH IS
002510*    HOW DSQEDIT TREATS ITS CARDS.
002520     READ ENT-FILE
002530         AT END
002540             SET WS-ENT-EOF TO TRUE
002550             GO TO 1600-EXIT
002560     END-READ
002570     IF DSQ-ENT-MAX-N NOT NUMERIC
002580             OR DSQ-ENT-MONTH-QUOTA NOT NUMERIC
002590             OR WS-ENT-COUNT NOT < WS-ENT-MAX
002600         ADD 1 TO WS-ENT-SKIP-COUNT
002610         GO TO 1600-EXIT
002620     END-IF
002630     ADD 1 TO WS-ENT-COUNT
002640     SET ENT-IX TO WS-ENT-COUNT
002650     MOVE DSQ-ENT-REQUESTER TO WS-ENT-TBL-CODE (ENT-IX)
002660     MOVE DSQ-ENT-MONTH-QUOTA TO WS-ENT-TBL-QUOTA (ENT-IX)
002670     MOVE ZERO TO WS-ENT-TBL-USED (ENT-IX)
002680     MOVE ZERO TO WS-ENT-TBL-REJECTED (ENT-IX).
002690 1600-EXIT.
002700     EXIT.
002710
002720 2000-COUNT-ONE-AUDIT.
002730     READ DSQ-AUDIT-FILE
002740         AT END
002750             SET WS-AUDIT-EOF TO TRUE
002760             GO TO 2000-EXIT
002770     END-READ
002780     ADD 1 TO WS-AUDIT-READ-COUNT
002790     IF DSQ-AUD-TS-DATE (1:6) NOT = WS-REPORT-MONTH
002800         GO TO 2000-EXIT
002810     END-IF
002820     ADD 1 TO WS-AUDIT-MONTH-COUNT
002830     IF DSQ-AUD-REQUESTER = SPACES
002840         ADD 1 TO WS-LEGACY-COUNT
002850         GO TO 2000-EXIT
002860     END-IF
002870     MOVE "N" TO WS-ENT-FOUND-SW
002880     IF WS-ENT-COUNT > ZERO
002890         SET ENT-IX TO 1
002900         SEARCH WS-ENT-ENTRY
002910             AT END
002920                 CONTINUE
002930             WHEN WS-ENT-TBL-CODE (ENT-IX) = DSQ-AUD-REQUESTER
002940                 SET WS-ENT-FOUND TO TRUE
002950         END-SEARCH
002960     END-IF
002970     IF WS-ENT-FOUND
002980         ADD 1 TO WS-ENT-TBL-USED (ENT-IX)
002990         IF DSQ-AUD-OUTCOME NOT = "OK      "
003000             ADD 1 TO WS-ENT-TBL-REJECTED (ENT-IX)
003010         END-IF
003020     ELSE
003030         PERFORM 2500-COUNT-UNENTITLED THRU 2500-EXIT
003040     END-IF.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2500-COUNT-UNENTITLED.
003090     IF WS-UNE-COUNT > ZERO
003100         SET UNE-IX TO 1
003110         SEARCH WS-UNE-ENTRY
003120             AT END
003130                 CONTINUE
003140             WHEN WS-UNE-TBL-CODE (UNE-IX) = DSQ-AUD-REQUESTER
003150                 ADD 1 TO WS-UNE-TBL-USED (UNE-IX)
003160                 GO TO 2500-EXIT
003170         END-SEARCH
003180     END-IF
003190     IF WS-UNE-COUNT < WS-UNE-MAX
003200         ADD 1 TO WS-UNE-COUNT
003210         SET UNE-IX TO WS-UNE-COUNT
003220         MOVE DSQ-AUD-REQUESTER TO WS-UNE-TBL-CODE (UNE-IX)
003230         MOVE ZERO TO WS-UNE-TBL-USED (UNE-IX)
003240     ELSE
003250         DISPLAY "*** DSQQUOTA - MORE THAN " WS-UNE-MAX
003260             " UNENTITLED CODES - EXCESS IN LAST ENTRY ***"
003270         SET UNE-IX TO WS-UNE-COUNT
003280     END-IF
003290     ADD 1 TO WS-UNE-TBL-USED (UNE-IX).
003300 2500-EXIT.
003310     EXIT.
003320
003330 3000-WRITE-HEADINGS.
003340     MOVE SPACES TO QUOTA-REPORT-RECORD
003350     STRING "REQUESTER QUOTA USAGE FOR " WS-REPORT-CCYY
003360         "-" WS-REPORT-MM
003370         " - RUN DATE " WS-RUN-DATE-CCYY
003380         "-" WS-RUN-DATE-MM
003390         "-" WS-RUN-DATE-DD
003400         DELIMITED BY SIZE
003410         INTO QUOTA-REPORT-RECORD
003420     END-STRING
003430     WRITE QUOTA-REPORT-RECORD
003440     MOVE SPACES TO QUOTA-REPORT-RECORD
003450     STRING "NEAR LIMIT AT " WS-NEAR-PCT
003460         " PERCENT OF QUOTA - CARDS COUNTED AS BILLED"
003470         DELIMITED BY SIZE
003480         INTO QUOTA-REPORT-RECORD
003490     END-STRING
003500     WRITE QUOTA-REPORT-RECORD
003510     IF WS-ENT-SKIP-COUNT > ZERO
003520         MOVE SPACES TO QUOTA-REPORT-RECORD
003530         STRING "*** " WS-ENT-SKIP-COUNT
003540             " ENTLMST RECORD(S) UNUSABLE - NOT LISTED ***"
003550             DELIMITED BY SIZE
003560             INTO QUOTA-REPORT-RECORD
003570         END-STRING
003580         WRITE QUOTA-REPORT-RECORD
003590     END-IF
003600     MOVE SPACES TO QUOTA-REPORT-RECORD
003610     WRITE QUOTA-REPORT-RECORD
003620     MOVE "REQ  QUOTA       USED  REJECTED  PCT  STATUS"
003630         TO QUOTA-REPORT-RECORD
003640     WRITE QUOTA-REPORT-RECORD.
003650 3000-EXIT.
003660     EXIT.
003670
003680 3100-WRITE-ONE-REQUESTER.
003690*    A ZERO QUOTA IS NO MONTHLY LIMIT.  AT QUOTA MEANS DSQEDIT
003700*    IS ALREADY REJECTING THE REQUESTER'S CARDS; OVER QUOTA CAN
003710*    ONLY COME FROM A QUOTA CUT PART-WAY THROUGH THE MONTH OR
003720*    CARDS THAT NEVER WENT THROUGH THE EDIT.
003730     MOVE SPACES TO WS-QUOTA-STATUS
003740     MOVE ZERO TO WS-PCT-USED
003750     IF WS-ENT-TBL-QUOTA (ENT-IX) = ZERO
003760         MOVE "NO LIMIT" TO WS-QUOTA-STATUS
003770     ELSE
003780         COMPUTE WS-PCT-USED = WS-ENT-TBL-USED (ENT-IX) * 100
003790             / WS-ENT-TBL-QUOTA (ENT-IX)
003800             ON SIZE ERROR
003810                 MOVE 999 TO WS-PCT-USED
003820         END-COMPUTE
003830         EVALUATE TRUE
003840             WHEN WS-ENT-TBL-USED (ENT-IX)
003850                     > WS-ENT-TBL-QUOTA (ENT-IX)
003860                 MOVE "OVER QUOTA" TO WS-QUOTA-STATUS
003870                 ADD 1 TO WS-OVER-COUNT
003880             WHEN WS-ENT-TBL-USED (ENT-IX)
003890                     = WS-ENT-TBL-QUOTA (ENT-IX)
003900                 MOVE "AT QUOTA" TO WS-QUOTA-STATUS
003910                 ADD 1 TO WS-AT-COUNT
003920             WHEN WS-PCT-USED NOT < WS-NEAR-PCT
003930                 MOVE "NEAR QUOTA" TO WS-QUOTA-STATUS
003940                 ADD 1 TO WS-NEAR-COUNT
003950             WHEN OTHER
003960                 CONTINUE
003970         END-EVALUATE
003980     END-IF
003990     MOVE SPACES TO QUOTA-REPORT-RECORD
004000     STRING WS-ENT-TBL-CODE (ENT-IX)
004010         "  " WS-ENT-TBL-QUOTA (ENT-IX)
004020         "  " WS-ENT-TBL-USED (ENT-IX)
004030         "  " WS-ENT-TBL-REJECTED (ENT-IX)
004040         "  " WS-PCT-USED
004050         "  " WS-QUOTA-STATUS
004060         DELIMITED BY SIZE
004070         INTO QUOTA-REPORT-RECORD
004080     END-STRING
004090     WRITE QUOTA-REPORT-RECORD
004100     SET ENT-IX UP BY 1.
004110 3100-EXIT.
004120     EXIT.
004130
004140 4000-WRITE-UNENTITLED.
004150     IF WS-UNE-COUNT = ZERO AND WS-LEGACY-COUNT = ZERO
004160         GO TO 4000-EXIT
004170     END-IF
004180     MOVE SPACES TO QUOTA-REPORT-RECORD
004190     WRITE QUOTA-REPORT-RECORD
004200     MOVE "USAGE OUTSIDE ANY ENTITLEMENT" TO QUOTA-REPORT-RECORD
004210     WRITE QUOTA-REPORT-RECORD
004220     IF WS-UNE-COUNT > ZERO
004230         SET UNE-IX TO 1
004240         PERFORM 4100-WRITE-ONE-UNENTITLED THRU 4100-EXIT
004250             UNTIL UNE-IX > WS-UNE-COUNT
004260     END-IF
004270     IF WS-LEGACY-COUNT > ZERO
004280         MOVE SPACES TO QUOTA-REPORT-RECORD
004290         STRING "BLANK REQUESTER (LEGACY CARDS) USED "
004300             WS-LEGACY-COUNT
004310             DELIMITED BY SIZE
004320             INTO QUOTA-REPORT-RECORD
004330         END-STRING
004340         WRITE QUOTA-REPORT-RECORD
004350     END-IF.
004360 4000-EXIT.
004370     EXIT.
004380
004390 4100-WRITE-ONE-UNENTITLED.
004400     MOVE SPACES TO QUOTA-REPORT-RECORD
004410     STRING WS-UNE-TBL-CODE (UNE-IX)
004420         " USED " WS-UNE-TBL-USED (UNE-IX)
004430         " - NO ENTLMST RECORD"
004440         DELIMITED BY SIZE
004450         INTO QUOTA-REPORT-RECORD
004460     END-STRING
004470     WRITE QUOTA-REPORT-RECORD
004480     SET UNE-IX UP BY 1.
004490 4100-EXIT.
004500     EXIT.
004510
004520 5000-WRITE-SUMMARY.
004530     MOVE SPACES TO QUOTA-REPORT-RECORD
004540     WRITE QUOTA-REPORT-RECORD
004550     MOVE SPACES TO QUOTA-REPORT-RECORD
004560     STRING "AUDITLOG RECORDS READ   : " WS-AUDIT-READ-COUNT
004570         DELIMITED BY SIZE INTO QUOTA-REPORT-RECORD
004580     END-STRING
004590     WRITE QUOTA-REPORT-RECORD
004600     MOVE SPACES TO QUOTA-REPORT-RECORD
004610     STRING "CARDS IN THE MONTH      : " WS-AUDIT-MONTH-COUNT
004620         DELIMITED BY SIZE INTO QUOTA-REPORT-RECORD
004630     END-STRING
004640     WRITE QUOTA-REPORT-RECORD
004650     MOVE SPACES TO QUOTA-REPORT-RECORD
004660     STRING "REQUESTERS NEAR QUOTA   : " WS-NEAR-COUNT
004670         DELIMITED BY SIZE INTO QUOTA-REPORT-RECORD
004680     END-STRING
004690     WRITE QUOTA-REPORT-RECORD
004700     MOVE SPACES TO QUOTA-REPORT-RECORD
004710     STRING "REQUESTERS AT QUOTA     : " WS-AT-COUNT
004720         DELIMITED BY SIZE INTO QUOTA-REPORT-RECORD
004730     END-STRING
004740     WRITE QUOTA-REPORT-RECORD
004750     MOVE SPACES TO QUOTA-REPORT-RECORD
004760     STRING "REQUESTERS OVER QUOTA   : " WS-OVER-COUNT
004770         DELIMITED BY SIZE INTO QUOTA-REPORT-RECORD
004780     END-STRING
004790     WRITE QUOTA-REPORT-RECORD.
004800 5000-EXIT.
004810     EXIT.
004820
004830 8000-CLOSE-FILES.
004840     CLOSE DSQ-AUDIT-FILE
004850     CLOSE QUOTA-REPORT-FILE.
004860 8000-EXIT.
004870     EXIT.
004880
004890 9000-SET-RETURN-CODE.
004900*    RC 00 - EVERY REQUESTER IS COMFORTABLY INSIDE ITS QUOTA.
004910*    RC 04 - A REQUESTER IS NEAR OR AT ITS QUOTA, OR CARDS WERE
004920*            BILLED UNDER A CODE WITH NO ENTITLEMENT.
004930*    RC 08 - A REQUESTER IS OVER ITS QUOTA; ALSO ISSUED AT
004940*            STARTUP FOR A BAD SYSIN CARD.
004950*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
004960     EVALUATE TRUE
004970         WHEN WS-OVER-COUNT > ZERO
004980             MOVE 8 TO RETURN-CODE
004990         WHEN WS-NEAR-COUNT > ZERO
005000                 OR WS-AT-COUNT > ZERO
005010                 OR WS-UNE-COUNT > ZERO
005020             MOVE 4 TO RETURN-CODE
005030         WHEN OTHER
005040             MOVE 0 TO RETURN-CODE
005050     END-EVALUATE.
005060 9000-EXIT.
005070     EXIT.
005080
005090 9900-LOG-STEP-OUTCOME.
005100*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
005110*    THE MORNING DIGEST.
005120     MOVE "CARDS" TO DSQ-JLG-COUNT-LABEL (1)
005130     MOVE WS-AUDIT-MONTH-COUNT TO DSQ-JLG-COUNT (1)
005140     MOVE "NEAR/AT" TO DSQ-JLG-COUNT-LABEL (2)
005150     COMPUTE DSQ-JLG-COUNT (2) = WS-NEAR-COUNT + WS-AT-COUNT
005160     MOVE "OVER" TO DSQ-JLG-COUNT-LABEL (3)
005170     MOVE WS-OVER-COUNT TO DSQ-JLG-COUNT (3)
005180     EVALUATE TRUE
005190         WHEN WS-OVER-COUNT > ZERO
005200             MOVE "REQUESTERS OVER QUOTA - SEE QUOTARPT"
005210                 TO DSQ-JLG-REASON
005220         WHEN WS-NEAR-COUNT > ZERO OR WS-AT-COUNT > ZERO
005230             MOVE "REQUESTERS NEAR OR AT QUOTA - SEE QUOTARPT"
005240                 TO DSQ-JLG-REASON
005250         WHEN WS-UNE-COUNT > ZERO
005260             MOVE "CARDS UNDER CODES WITH NO ENTITLEMENT"
005270                 TO DSQ-JLG-REASON
005280         WHEN OTHER
005290             CONTINUE
005300     END-EVALUATE
005310     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005320 9900-EXIT.
005330     EXIT.
005340
005350 9950-WRITE-JOB-LOG.
005360*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005370*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005380*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005390     MOVE "DSQQUOTA" TO DSQ-JLG-PROGRAM
005400     MOVE RETURN-CODE TO DSQ-JLG-RC
005410     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005420     END-CALL
005430     MOVE DSQ-JLG-RC TO RETURN-CODE.
005440 9950-EXIT.
005450     EXIT.
005460
005470 END PROGRAM DSQQUOTA.
