000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Arithmetic certification of the DSQHIST totals.  Every
000060*          other check in the suite compares DSQCALC's output with
000070*          itself - DSQRECON re-derives the difference from the
000080*          other two totals, DSQVARNC compares nights, DSQHCHEK
000090*          compares the trail with the master - so a defect in
000100*          DSQCALC's closed-form prefix formulas would pass them
000110*          all.  This job recomputes a sample of DSQHIST records
000120*          by a different method, straight term-by-term summation
000130*          over FROM THRU N - the sum, and the sum of the squares
000140*          or of the cubes, one number at a time - and compares
000150*          all three recomputed totals with the stored ones.
000160*          Every small range on the master is checked.  Of the
000170*          large ranges, a fixed-size random sample per
000180*          calculation type is drawn in one pass (a reservoir
000190*          sample, so every large range of a type is equally
000200*          likely to be drawn wherever it sits on the file) and
000210*          read back by key.  The draw is driven by a seeded
000220*          generator, so the same seed against the same master
000230*          draws the same sample - the seed is printed on every
000240*          page of CERTRPT so an auditor can have a run repeated.
000250*          CERTRPT lists each record checked and whether it
000260*          agreed, with the stored and recomputed totals under
000270*          every disagreement.  Run weekly and after any change
000280*          to DSQCALC; the RC is for the scheduler to alert on.
000290*          Control cards, keyword in cols 1-8, operand in cols
000300*          10-17, zero-filled:
000310*            SEED     NNNNNNNN  SAMPLE SEED - DEFAULT RUN DATE
000320*            SMALLMAX NNNNNNNN  MOST TERMS IN A SMALL RANGE -
000330*                               DEFAULT 10000
000340*            SAMPLE   NNNNNNNN  LARGE RANGES DRAWN PER TYPE,
000350*                               1 THRU 500 - DEFAULT 5
000360*          A card with * in col 1 is a comment; a later card of
000370*          the same keyword replaces an earlier one.
000380******************************************************************
000390* Mod Log:
000400* 2026-10-15 NK  Original program.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DSQCERT.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  GNUCOBOL312.
000470 OBJECT-COMPUTER.  GNUCOBOL312.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SYSIN-STATUS.
000530     SELECT DSQ-HIST-FILE ASSIGN TO "DSQHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DSQ-HIST-KEY
000570         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000580             WITH DUPLICATES
000590         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-HIST-STATUS.
000620     SELECT DSQ-CERT-FILE ASSIGN TO "CERTRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CERT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SYSIN-FILE
000680     RECORDING MODE IS F.
000690 01  SYSIN-CONTROL-CARD.
000700     05  SYSIN-KEYWORD           PIC X(08).
000710     05  FILLER                  PIC X(01).
000720     05  SYSIN-OPERAND           PIC X(08).
000730     05  SYSIN-OPERAND-N REDEFINES SYSIN-OPERAND
000740                                 PIC 9(08).
000750     05  FILLER                  PIC X(63).
000760 FD  DSQ-HIST-FILE.
000770     COPY "DSQHIST.CPY".
000780 FD  DSQ-CERT-FILE
000790     RECORDING MODE IS F.
000800 01  DSQ-CERT-RECORD             PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000830     88 WS-SYSIN-OK             VALUE "00".
000840     88 WS-SYSIN-EOF            VALUE "10".
000850 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000860     88 WS-HIST-OK              VALUE "00".
000870     88 WS-HIST-EOF             VALUE "10".
000880     88 WS-HIST-KEY-NOT-FOUND   VALUE "23".
000890 01 WS-CERT-STATUS PIC X(02) VALUE SPACES.
000900     88 WS-CERT-OK              VALUE "00".
000910 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000920 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000930     05 WS-RUN-DATE-CCYY         PIC 9(04).
000940     05 WS-RUN-DATE-MM           PIC 9(02).
000950     05 WS-RUN-DATE-DD           PIC 9(02).
000960* CONTROL CARD SETTINGS.  A SEED OF ZERO MEANS NO SEED CARD CAME
000970* AND THE RUN DATE IS USED, SO EACH WEEK DRAWS A FRESH SAMPLE.
000980 01 WS-SEED PIC 9(08) VALUE ZERO.
000990 01 WS-SMALL-MAX PIC 9(08) VALUE 10000.
001000 01 WS-SAMPLE-SIZE PIC 9(04) VALUE 5.
001010 01 WS-SAMPLE-LIMIT PIC 9(04) VALUE 500.
001020 01 WS-CARD-COUNT PIC 9(04) VALUE ZERO.
001030 01 WS-CARD-ERROR-COUNT PIC 9(04) VALUE ZERO.
001040 01 WS-CARD-BAD-SW PIC X(01) VALUE "N".
001050     88 WS-CARD-BAD             VALUE "Y".
001060* THE SAMPLE GENERATOR - THE MINIMAL-STANDARD MULTIPLICATIVE
001070* CONGRUENTIAL GENERATOR, X = 16807 X MOD (2 ** 31 - 1).  IT IS
001080* WRITTEN OUT HERE RATHER THAN TAKEN FROM THE RUN-TIME LIBRARY SO
001090* THE SAME SEED DRAWS THE SAME SAMPLE ON ANY COMPILER.
001100 01 WS-RND-STATE PIC 9(10) VALUE ZERO.
001110 01 WS-RND-PRODUCT PIC 9(15) VALUE ZERO.
001120 01 WS-RND-QUOTIENT PIC 9(15) VALUE ZERO.
001130 01 WS-RND-MULTIPLIER PIC 9(05) VALUE 16807.
001140 01 WS-RND-MODULUS PIC 9(10) VALUE 2147483647.
001150 01 WS-RND-PICK PIC 9(09) VALUE ZERO.
001160* ONE RESERVOIR OF SAMPLED KEYS PER CALCULATION TYPE - ENTRY 1
001170* DIFFERENCE OF SQUARES (BLANK TYPE), ENTRY 2 SUM OF CUBES ("C").
001180 01 WS-TYPE-SUB PIC 9(01) VALUE ZERO.
001190 01 WS-SAMPLE-TABLE.
001200     05 WS-SMP-TYPE OCCURS 2 TIMES.
001210         10 WS-SMP-LARGE-SEEN          PIC 9(09).
001220         10 WS-SMP-COUNT               PIC 9(04).
001230         10 WS-SMP-KEY OCCURS 500 TIMES
001240                                       PIC X(36).
001250 01 WS-SMP-SUB PIC 9(04) COMP VALUE ZERO.
001260* COUNTS PER CALCULATION TYPE, SAME SUBSCRIPT AS THE SAMPLE.
001270 01 WS-TYPE-TOTALS.
001280     05 WS-TYP-ENTRY OCCURS 2 TIMES.
001290         10 WS-TYP-SMALL               PIC 9(08).
001300         10 WS-TYP-CHECKED             PIC 9(08).
001310         10 WS-TYP-AGREED              PIC 9(08).
001320         10 WS-TYP-DISAGREED           PIC 9(08).
001330 01 WS-READ-COUNT PIC 9(08) VALUE ZERO.
001340 01 WS-CHECKED-COUNT PIC 9(08) VALUE ZERO.
001350 01 WS-AGREED-COUNT PIC 9(08) VALUE ZERO.
001360 01 WS-DISAGREED-COUNT PIC 9(08) VALUE ZERO.
001370 01 WS-SKIPPED-COUNT PIC 9(08) VALUE ZERO.
001380 01 WS-SAMPLE-MISSING-COUNT PIC 9(08) VALUE ZERO.
001390 01 WS-TYPE-UNCHECKED-SW PIC X(01) VALUE "N".
001400     88 WS-TYPE-UNCHECKED       VALUE "Y".
001410* THE RECOMPUTATION.  THE TERM COUNTER IS ONE DIGIT WIDER THAN N
001420* SO THE LOOP CAN STEP PAST THE LARGEST N THE MASTER HOLDS.
001430 01 WS-CRT-LOWER PIC 9(09) VALUE ZERO.
001440 01 WS-CRT-TERM PIC 9(09) COMP VALUE ZERO.
001450 01 WS-CRT-TERMS PIC 9(09) VALUE ZERO.
001460 01 WS-CRT-POWER PIC 9(27) VALUE ZERO.
001470 01 WS-CRT-SUM PIC 9(16) VALUE ZERO.
001480 01 WS-CRT-SQUARE-OF-SUM PIC 9(31) VALUE ZERO.
001490 01 WS-CRT-POWER-SUM PIC 9(31) VALUE ZERO.
001500 01 WS-CRT-DIFFERENCE PIC S9(31) VALUE ZERO.
001510 01 WS-CRT-OVERFLOW-SW PIC X(01) VALUE "N".
001520     88 WS-CRT-OVERFLOWED       VALUE "Y".
001530 01 WS-CRT-CUBES-SW PIC X(01) VALUE "N".
001540     88 WS-CRT-CUBES            VALUE "Y".
001550 01 WS-CRT-RESULT PIC X(08) VALUE SPACES.
001560 01 WS-CRT-BASIS PIC X(06) VALUE SPACES.
001570* REPORT PAGING.
001580 01 WS-PAGE-LINES PIC 9(04) VALUE 50.
001590 01 WS-PAGE-LINE-COUNT PIC 9(04) VALUE ZERO.
001600 01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
001610 01 WS-PAGE-TITLE PIC X(30) VALUE SPACES.
001620 01 WS-ENTRY-LINES PIC 9(04) VALUE ZERO.
001630 01 WS-RPT-EDIT-31 PIC -9(31).
001640 01 WS-RPT-STORED-SOS PIC X(32) VALUE SPACES.
001650 01 WS-RPT-STORED-SSQ PIC X(32) VALUE SPACES.
001660 01 WS-RPT-STORED-DIF PIC X(32) VALUE SPACES.
001670 01 WS-RPT-CRT-SOS PIC X(32) VALUE SPACES.
001680 01 WS-RPT-CRT-SSQ PIC X(32) VALUE SPACES.
001690 01 WS-RPT-CRT-DIF PIC X(32) VALUE SPACES.
001700 01 WS-RPT-TYPE-NAME PIC X(21) VALUE SPACES.
001710* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001720 COPY "DSQJOBLG.CPY".
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     INITIALIZE DSQ-JOBLOG-RECORD
001760     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001770     ACCEPT DSQ-JLG-START-TIME FROM TIME
001780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001790     INITIALIZE WS-SAMPLE-TABLE
001800     INITIALIZE WS-TYPE-TOTALS
001810     PERFORM 1000-READ-CONTROL-CARDS THRU 1000-EXIT
001820     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001830     PERFORM 2000-PASS-ONE-RECORD THRU 2000-EXIT
001840         UNTIL WS-HIST-EOF
001850     PERFORM 4000-CHECK-SAMPLES THRU 4000-EXIT
001860     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
001870     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001880     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001890     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001900     STOP RUN.
001910
001920 1000-READ-CONTROL-CARDS.
001930*    EVERY CARD IS CHECKED BEFORE ANYTHING IS OPENED FOR OUTPUT.
001940*    ONE BAD CARD STOPS THE JOB WITH RC 08 - A CERTIFICATE CUT TO
001950*    A MISREAD SAMPLE SIZE IS NOT EVIDENCE OF ANYTHING.  NO SYSIN
001960*    AT ALL RUNS ON THE DEFAULTS.
001970     OPEN INPUT SYSIN-FILE
001980     IF WS-SYSIN-OK
001990         PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
002000             UNTIL WS-SYSIN-EOF
002010         CLOSE SYSIN-FILE
002020     END-IF
002030     IF WS-CARD-ERROR-COUNT > ZERO
002040         DISPLAY "*** DSQCERT - " WS-CARD-ERROR-COUNT
002050             " BAD CONTROL CARD(S) - NOTHING CERTIFIED ***"
002060         MOVE 8 TO RETURN-CODE
002070         MOVE "BAD CONTROL CARD - SEE CONSOLE" TO DSQ-JLG-REASON
002080         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002090         STOP RUN
002100     END-IF
002110     IF WS-SEED = ZERO
002120         MOVE WS-RUN-DATE TO WS-SEED
002130     END-IF
002140     MOVE WS-SEED TO WS-RND-STATE.
002150 1000-EXIT.
002160     EXIT.
002170
002180 1100-READ-ONE-CARD.
002190     READ SYSIN-FILE
002200         AT END
002210             SET WS-SYSIN-EOF TO TRUE
002220             GO TO 1100-EXIT
002230     END-READ
002240     IF SYSIN-CONTROL-CARD = SPACES
002250             OR SYSIN-KEYWORD (1:1) = "*"
002260         GO TO 1100-EXIT
002270     END-IF
002280     ADD 1 TO WS-CARD-COUNT
002290     MOVE "N" TO WS-CARD-BAD-SW
002300     IF SYSIN-OPERAND NOT NUMERIC
002310         SET WS-CARD-BAD TO TRUE
002320     ELSE
002330         EVALUATE SYSIN-KEYWORD
002340             WHEN "SEED    "
002350                 IF SYSIN-OPERAND-N = ZERO
002360                     SET WS-CARD-BAD TO TRUE
002370                 ELSE
002380                     MOVE SYSIN-OPERAND-N TO WS-SEED
002390                 END-IF
002400             WHEN "SMALLMAX"
002410                 MOVE SYSIN-OPERAND-N TO WS-SMALL-MAX
002420             WHEN "SAMPLE  "
002430                 IF SYSIN-OPERAND-N = ZERO
002440                         OR SYSIN-OPERAND-N > WS-SAMPLE-LIMIT
002450                     SET WS-CARD-BAD TO TRUE
002460                 ELSE
002470                     MOVE SYSIN-OPERAND-N TO WS-SAMPLE-SIZE
002480                 END-IF
002490             WHEN OTHER
002500                 SET WS-CARD-BAD TO TRUE
002510         END-EVALUATE
002520     END-IF
002530     IF WS-CARD-BAD
002540         ADD 1 TO WS-CARD-ERROR-COUNT
002550         DISPLAY "*** DSQCERT - BAD CONTROL CARD: "
002560             SYSIN-CONTROL-CARD (1:17) " ***"
002570     END-IF.
002580 1100-EXIT.
002590     EXIT.
002600
002610 1500-OPEN-FILES.
002620     OPEN INPUT DSQ-HIST-FILE
002630     IF NOT WS-HIST-OK
002640         DISPLAY "*** DSQCERT - UNABLE TO OPEN DSQHIST ***"
002650         MOVE 16 TO RETURN-CODE
002660         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
002670         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002680         STOP RUN
002690     END-IF
002700     OPEN OUTPUT DSQ-CERT-FILE
002710     IF NOT WS-CERT-OK
002720         DISPLAY "*** DSQCERT - UNABLE TO OPEN CERTRPT ***"
002730         MOVE 16 TO RETURN-CODE
002740         MOVE "UNABLE TO OPEN CERTRPT" TO DSQ-JLG-REASON
002750         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002760         STOP RUN
002770     END-IF
002780     MOVE "SMALL RANGES - ALL CHECKED" TO WS-PAGE-TITLE
002790     PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
002800     PERFORM 2950-WRITE-DETAIL-HEADING THRU 2950-EXIT.
002810 1500-EXIT.
002820     EXIT.
002830
002840 2000-PASS-ONE-RECORD.
002850*    PASS ONE, IN PRIME-KEY ORDER - EVERY SMALL RANGE IS CHECKED
002860*    AS IT IS READ, EVERY LARGE ONE IS OFFERED TO THE SAMPLE.
002870     READ DSQ-HIST-FILE NEXT RECORD
002880         AT END
002890             SET WS-HIST-EOF TO TRUE
002900             GO TO 2000-EXIT
002910     END-READ
002920     ADD 1 TO WS-READ-COUNT
002930*    A TYPE DSQCALC DOES NOT KNOW CANNOT BE RECOMPUTED - IT IS
002940*    LISTED AS SKIPPED, NOT GUESSED AT.
002950     EVALUATE DSQ-HIST-CALC-TYPE
002960         WHEN SPACE
002970             MOVE 1 TO WS-TYPE-SUB
002980         WHEN "C"
002990             MOVE 2 TO WS-TYPE-SUB
003000         WHEN OTHER
003010             ADD 1 TO WS-SKIPPED-COUNT
003020             MOVE "NONE  " TO WS-CRT-BASIS
003030             MOVE "SKIPPED " TO WS-CRT-RESULT
003040             MOVE ZERO TO WS-CRT-TERMS
003050             MOVE 1 TO WS-ENTRY-LINES
003060             PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
003070             PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT
003080             GO TO 2000-EXIT
003090     END-EVALUATE
003100     IF DSQ-HIST-FROM > 1
003110         MOVE DSQ-HIST-FROM TO WS-CRT-LOWER
003120     ELSE
003130         MOVE 1 TO WS-CRT-LOWER
003140     END-IF
003150     IF DSQ-HIST-N < WS-CRT-LOWER
003160         MOVE ZERO TO WS-CRT-TERMS
003170     ELSE
003180         COMPUTE WS-CRT-TERMS = DSQ-HIST-N - WS-CRT-LOWER + 1
003190     END-IF
003200     IF WS-CRT-TERMS NOT > WS-SMALL-MAX
003210         ADD 1 TO WS-TYP-SMALL (WS-TYPE-SUB)
003220         MOVE "SMALL " TO WS-CRT-BASIS
003230         PERFORM 3000-CERTIFY-RECORD THRU 3000-EXIT
003240     ELSE
003250         PERFORM 2500-OFFER-TO-SAMPLE THRU 2500-EXIT
003260     END-IF.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2500-OFFER-TO-SAMPLE.
003310*    RESERVOIR SAMPLING - THE FIRST SAMPLE-SIZE LARGE RANGES OF A
003320*    TYPE FILL ITS RESERVOIR; THE K-TH AFTER THAT REPLACES A
003330*    RANDOM ENTRY WITH CHANCE SAMPLE-SIZE IN K.  AT END OF FILE
003340*    EVERY LARGE RANGE OF THE TYPE HAS HAD THE SAME CHANCE OF
003350*    BEING IN THE RESERVOIR, WHICH ONE PASS IN KEY ORDER (N
003360*    ASCENDING) COULD NOT OTHERWISE PROMISE.
003370     ADD 1 TO WS-SMP-LARGE-SEEN (WS-TYPE-SUB)
003380     IF WS-SMP-COUNT (WS-TYPE-SUB) < WS-SAMPLE-SIZE
003390         ADD 1 TO WS-SMP-COUNT (WS-TYPE-SUB)
003400         MOVE DSQ-HIST-KEY TO WS-SMP-KEY (WS-TYPE-SUB,
003410             WS-SMP-COUNT (WS-TYPE-SUB))
003420         GO TO 2500-EXIT
003430     END-IF
003440     PERFORM 2600-NEXT-RANDOM THRU 2600-EXIT
003450     DIVIDE WS-RND-STATE BY WS-SMP-LARGE-SEEN (WS-TYPE-SUB)
003460         GIVING WS-RND-QUOTIENT REMAINDER WS-RND-PICK
003470     ADD 1 TO WS-RND-PICK
003480     IF WS-RND-PICK NOT > WS-SAMPLE-SIZE
003490         MOVE DSQ-HIST-KEY
003500             TO WS-SMP-KEY (WS-TYPE-SUB, WS-RND-PICK)
003510     END-IF.
003520 2500-EXIT.
003530     EXIT.
003540
003550 2600-NEXT-RANDOM.
003560     COMPUTE WS-RND-PRODUCT = WS-RND-STATE * WS-RND-MULTIPLIER
003570     DIVIDE WS-RND-PRODUCT BY WS-RND-MODULUS
003580         GIVING WS-RND-QUOTIENT REMAINDER WS-RND-STATE.
003590 2600-EXIT.
003600     EXIT.
003610
003620 2800-CHECK-PAGE.
003630*    CALLED BEFORE EVERY ENTRY WITH ITS LINE COUNT IN
003640*    WS-ENTRY-LINES - AN ENTRY IS NEVER SPLIT ACROSS A PAGE.
003650     IF WS-PAGE-LINE-COUNT + WS-ENTRY-LINES > WS-PAGE-LINES
003660         MOVE SPACES TO DSQ-CERT-RECORD
003670         WRITE DSQ-CERT-RECORD
003680         PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
003690         PERFORM 2950-WRITE-DETAIL-HEADING THRU 2950-EXIT
003700     END-IF
003710     ADD WS-ENTRY-LINES TO WS-PAGE-LINE-COUNT.
003720 2800-EXIT.
003730     EXIT.
003740
003750 2900-WRITE-PAGE-HEADING.
003760*    EVERY PAGE CARRIES THE METHOD, THE THRESHOLD AND THE SEED,
003770*    SO A PAGE HANDED TO AN AUDITOR SAYS HOW IT WAS PRODUCED.
003780     ADD 1 TO WS-PAGE-NUMBER
003790     MOVE ZERO TO WS-PAGE-LINE-COUNT
003800     MOVE SPACES TO DSQ-CERT-RECORD
003810     STRING "DSQCALC ARITHMETIC CERTIFICATION - RUN DATE "
003820         WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM "-" WS-RUN-DATE-DD
003830         "  " WS-PAGE-TITLE "  PAGE " WS-PAGE-NUMBER
003840         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
003850     END-STRING
003860     WRITE DSQ-CERT-RECORD
003870     MOVE SPACES TO DSQ-CERT-RECORD
003880     STRING "METHOD: TERM-BY-TERM SUMMATION OVER FROM THRU N"
003890         "  SMALL RANGE: " WS-SMALL-MAX " TERMS OR FEWER"
003900         "  SAMPLE PER TYPE: " WS-SAMPLE-SIZE "  SEED: " WS-SEED
003910         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
003920     END-STRING
003930     WRITE DSQ-CERT-RECORD
003940     MOVE SPACES TO DSQ-CERT-RECORD
003950     WRITE DSQ-CERT-RECORD.
003960 2900-EXIT.
003970     EXIT.
003980
003990 2950-WRITE-DETAIL-HEADING.
004000     MOVE SPACES TO DSQ-CERT-RECORD
004010     STRING "BASIS  RUN ID   RUN DATE TIME     REQ T FROM     "
004020         "N        TERMS     RESULT     STORED DIFFERENCE"
004030         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
004040     END-STRING
004050     WRITE DSQ-CERT-RECORD
004060     ADD 1 TO WS-PAGE-LINE-COUNT.
004070 2950-EXIT.
004080     EXIT.
004090
004100 3000-CERTIFY-RECORD.
004110*    RECOMPUTES THE RECORD IN HAND ONE TERM AT A TIME AND
004120*    COMPARES ALL THREE TOTALS.  NOTHING HERE SHARES A FORMULA
004130*    WITH DSQCALC - THE SUM IS ADDED UP, EACH SQUARE OR CUBE IS
004140*    MULTIPLIED OUT AND ADDED UP, AND ONLY THE FINAL SQUARE OF
004150*    THE SUM AND THE DIFFERENCE ARE TAKEN AS DSQCALC DEFINES
004160*    THEM: SQUARE-OF-SUM LESS SUM-OF-SQUARES FOR THE BLANK TYPE,
004170*    SUM-OF-CUBES LESS SQUARE-OF-SUM FOR TYPE "C".
004180     IF DSQ-HIST-CALC-TYPE = "C"
004190         SET WS-CRT-CUBES TO TRUE
004200     ELSE
004210         MOVE "N" TO WS-CRT-CUBES-SW
004220     END-IF
004230     MOVE "N" TO WS-CRT-OVERFLOW-SW
004240     MOVE ZERO TO WS-CRT-SUM
004250     MOVE ZERO TO WS-CRT-POWER-SUM
004260     MOVE ZERO TO WS-CRT-SQUARE-OF-SUM
004270     MOVE ZERO TO WS-CRT-DIFFERENCE
004280     PERFORM 3100-ADD-ONE-TERM THRU 3100-EXIT
004290         VARYING WS-CRT-TERM FROM WS-CRT-LOWER BY 1
004300         UNTIL WS-CRT-TERM > DSQ-HIST-N
004310             OR WS-CRT-OVERFLOWED
004320     IF NOT WS-CRT-OVERFLOWED
004330         MULTIPLY WS-CRT-SUM BY WS-CRT-SUM
004340             GIVING WS-CRT-SQUARE-OF-SUM
004350             ON SIZE ERROR
004360                 SET WS-CRT-OVERFLOWED TO TRUE
004370         END-MULTIPLY
004380     END-IF
004390     IF WS-CRT-CUBES
004400         SUBTRACT WS-CRT-SQUARE-OF-SUM FROM WS-CRT-POWER-SUM
004410             GIVING WS-CRT-DIFFERENCE
004420     ELSE
004430         SUBTRACT WS-CRT-POWER-SUM FROM WS-CRT-SQUARE-OF-SUM
004440             GIVING WS-CRT-DIFFERENCE
004450     END-IF
004460*    A RANGE TOO BIG TO ADD UP IN 31 DIGITS IS ONE DSQCALC SHOULD
004470*    HAVE REFUSED, SO IT CANNOT AGREE WITH A STORED RESULT.  A
004480*    NEGATIVE DIFFERENCE CANNOT MATCH THE UNSIGNED STORED ONE.
004490     IF NOT WS-CRT-OVERFLOWED
004500             AND WS-CRT-SQUARE-OF-SUM = DSQ-HIST-SQUARE-OF-SUM
004510             AND WS-CRT-POWER-SUM = DSQ-HIST-SUM-OF-SQUARES
004520             AND WS-CRT-DIFFERENCE = DSQ-HIST-DIFFERENCE
004530         MOVE "AGREE   " TO WS-CRT-RESULT
004540         ADD 1 TO WS-AGREED-COUNT
004550         ADD 1 TO WS-TYP-AGREED (WS-TYPE-SUB)
004560         MOVE 1 TO WS-ENTRY-LINES
004570     ELSE
004580         MOVE "DISAGREE" TO WS-CRT-RESULT
004590         ADD 1 TO WS-DISAGREED-COUNT
004600         ADD 1 TO WS-TYP-DISAGREED (WS-TYPE-SUB)
004610         MOVE 4 TO WS-ENTRY-LINES
004620     END-IF
004630     ADD 1 TO WS-CHECKED-COUNT
004640     ADD 1 TO WS-TYP-CHECKED (WS-TYPE-SUB)
004650     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
004660     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT
004670     IF WS-CRT-RESULT = "DISAGREE"
004680         PERFORM 3900-WRITE-DISAGREEMENT THRU 3900-EXIT
004690     END-IF.
004700 3000-EXIT.
004710     EXIT.
004720
004730 3100-ADD-ONE-TERM.
004740     ADD WS-CRT-TERM TO WS-CRT-SUM
004750         ON SIZE ERROR
004760             SET WS-CRT-OVERFLOWED TO TRUE
004770     END-ADD
004780     IF WS-CRT-CUBES
004790         COMPUTE WS-CRT-POWER =
004800             WS-CRT-TERM * WS-CRT-TERM * WS-CRT-TERM
004810     ELSE
004820         COMPUTE WS-CRT-POWER = WS-CRT-TERM * WS-CRT-TERM
004830     END-IF
004840     ADD WS-CRT-POWER TO WS-CRT-POWER-SUM
004850         ON SIZE ERROR
004860             SET WS-CRT-OVERFLOWED TO TRUE
004870     END-ADD.
004880 3100-EXIT.
004890     EXIT.
004900
004910 3800-WRITE-DETAIL.
004920     MOVE DSQ-HIST-DIFFERENCE TO WS-RPT-EDIT-31
004930     MOVE WS-RPT-EDIT-31 TO WS-RPT-STORED-DIF
004940     MOVE SPACES TO DSQ-CERT-RECORD
004950     STRING WS-CRT-BASIS " " DSQ-HIST-RUN-ID " "
004960         DSQ-HIST-TS-DATE " " DSQ-HIST-TS-TIME " "
004970         DSQ-HIST-REQUESTER " " DSQ-HIST-CALC-TYPE " "
004980         DSQ-HIST-FROM " " DSQ-HIST-N " " WS-CRT-TERMS " "
004990         WS-CRT-RESULT " " WS-RPT-STORED-DIF
005000         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
005010     END-STRING
005020     WRITE DSQ-CERT-RECORD.
005030 3800-EXIT.
005040     EXIT.
005050
005060 3900-WRITE-DISAGREEMENT.
005070*    BOTH SETS OF TOTALS UNDER THE RECORD, SIGNED SO A NEGATIVE
005080*    RECOMPUTED DIFFERENCE SHOWS AS ONE.
005090     MOVE DSQ-HIST-SQUARE-OF-SUM TO WS-RPT-EDIT-31
005100     MOVE WS-RPT-EDIT-31 TO WS-RPT-STORED-SOS
005110     MOVE DSQ-HIST-SUM-OF-SQUARES TO WS-RPT-EDIT-31
005120     MOVE WS-RPT-EDIT-31 TO WS-RPT-STORED-SSQ
005130     MOVE WS-CRT-SQUARE-OF-SUM TO WS-RPT-EDIT-31
005140     MOVE WS-RPT-EDIT-31 TO WS-RPT-CRT-SOS
005150     MOVE WS-CRT-POWER-SUM TO WS-RPT-EDIT-31
005160     MOVE WS-RPT-EDIT-31 TO WS-RPT-CRT-SSQ
005170     MOVE WS-CRT-DIFFERENCE TO WS-RPT-EDIT-31
005180     MOVE WS-RPT-EDIT-31 TO WS-RPT-CRT-DIF
005190     MOVE SPACES TO DSQ-CERT-RECORD
005200     STRING "       TOTALS     "
005210         "SQUARE-OF-SUM                    "
005220         "SUM-OF-SQUARES / CUBES           DIFFERENCE"
005230         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
005240     END-STRING
005250     WRITE DSQ-CERT-RECORD
005260     MOVE SPACES TO DSQ-CERT-RECORD
005270     STRING "       STORED     " WS-RPT-STORED-SOS " "
005280         WS-RPT-STORED-SSQ " " WS-RPT-STORED-DIF
005290         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
005300     END-STRING
005310     WRITE DSQ-CERT-RECORD
005320     MOVE SPACES TO DSQ-CERT-RECORD
005330     IF WS-CRT-OVERFLOWED
005340         STRING "       RECOMPUTED "
005350             "SUMMATION EXCEEDED 31 DIGITS - NO TOTALS"
005360             DELIMITED BY SIZE INTO DSQ-CERT-RECORD
005370         END-STRING
005380     ELSE
005390         STRING "       RECOMPUTED " WS-RPT-CRT-SOS " "
005400             WS-RPT-CRT-SSQ " " WS-RPT-CRT-DIF
005410             DELIMITED BY SIZE INTO DSQ-CERT-RECORD
005420         END-STRING
005430     END-IF
005440     WRITE DSQ-CERT-RECORD.
005450 3900-EXIT.
005460     EXIT.
005470
005480 4000-CHECK-SAMPLES.
005490*    PASS TWO - THE SAMPLED LARGE RANGES, READ BACK BY KEY, ONE
005500*    CALCULATION TYPE AFTER THE OTHER.
005510     MOVE SPACES TO DSQ-CERT-RECORD
005520     WRITE DSQ-CERT-RECORD
005530     MOVE "LARGE RANGES - SAMPLED" TO WS-PAGE-TITLE
005540     PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
005550     PERFORM 2950-WRITE-DETAIL-HEADING THRU 2950-EXIT
005560     MOVE "SAMPLE" TO WS-CRT-BASIS
005570     PERFORM 4100-CHECK-ONE-TYPE THRU 4100-EXIT
005580         VARYING WS-TYPE-SUB FROM 1 BY 1
005590         UNTIL WS-TYPE-SUB > 2.
005600 4000-EXIT.
005610     EXIT.
005620
005630 4100-CHECK-ONE-TYPE.
005640     PERFORM 4200-CHECK-ONE-SAMPLE THRU 4200-EXIT
005650         VARYING WS-SMP-SUB FROM 1 BY 1
005660         UNTIL WS-SMP-SUB > WS-SMP-COUNT (WS-TYPE-SUB).
005670 4100-EXIT.
005680     EXIT.
005690
005700 4200-CHECK-ONE-SAMPLE.
005710*    A SAMPLED RECORD GONE BY NOW MEANS SOMETHING UPDATED THE
005720*    MASTER UNDER THE JOB - COUNTED AND REPORTED, NOT CERTIFIED.
005730     MOVE WS-SMP-KEY (WS-TYPE-SUB, WS-SMP-SUB) TO DSQ-HIST-KEY
005740     READ DSQ-HIST-FILE
005750     IF NOT WS-HIST-OK
005760         ADD 1 TO WS-SAMPLE-MISSING-COUNT
005770         DISPLAY "*** DSQCERT - SAMPLED RECORD NOT READ, STATUS "
005780             WS-HIST-STATUS " KEY "
005790             WS-SMP-KEY (WS-TYPE-SUB, WS-SMP-SUB) " ***"
005800         GO TO 4200-EXIT
005810     END-IF
005820     IF DSQ-HIST-FROM > 1
005830         MOVE DSQ-HIST-FROM TO WS-CRT-LOWER
005840     ELSE
005850         MOVE 1 TO WS-CRT-LOWER
005860     END-IF
005870     COMPUTE WS-CRT-TERMS = DSQ-HIST-N - WS-CRT-LOWER + 1
005880     PERFORM 3000-CERTIFY-RECORD THRU 3000-EXIT.
005890 4200-EXIT.
005900     EXIT.
005910
005920 5000-WRITE-SUMMARY.
005930*    COUNTS PER CALCULATION TYPE, THE RUN TOTALS, AND THE
005940*    CERTIFICATE LINE ON A PAGE OF THEIR OWN.
005950     MOVE SPACES TO DSQ-CERT-RECORD
005960     WRITE DSQ-CERT-RECORD
005970     MOVE "SUMMARY" TO WS-PAGE-TITLE
005980     PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
005990     MOVE SPACES TO DSQ-CERT-RECORD
006000     STRING "DSQHIST RECORDS READ                  " WS-READ-COUNT
006010         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006020     END-STRING
006030     WRITE DSQ-CERT-RECORD
006040     MOVE SPACES TO DSQ-CERT-RECORD
006050     WRITE DSQ-CERT-RECORD
006060     MOVE SPACES TO DSQ-CERT-RECORD
006070     STRING "TYPE                     SMALL      LARGE   "
006080         "SAMPLED   CHECKED    AGREED  DISAGREE"
006090         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006100     END-STRING
006110     WRITE DSQ-CERT-RECORD
006120     PERFORM 5100-WRITE-TYPE-LINE THRU 5100-EXIT
006130         VARYING WS-TYPE-SUB FROM 1 BY 1
006140         UNTIL WS-TYPE-SUB > 2
006150     MOVE SPACES TO DSQ-CERT-RECORD
006160     WRITE DSQ-CERT-RECORD
006170     MOVE SPACES TO DSQ-CERT-RECORD
006180     STRING "RECORDS CHECKED                       "
006190         WS-CHECKED-COUNT
006200         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006210     END-STRING
006220     WRITE DSQ-CERT-RECORD
006230     MOVE SPACES TO DSQ-CERT-RECORD
006240     STRING "RECORDS AGREED                        "
006250         WS-AGREED-COUNT
006260         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006270     END-STRING
006280     WRITE DSQ-CERT-RECORD
006290     MOVE SPACES TO DSQ-CERT-RECORD
006300     STRING "RECORDS DISAGREED                     "
006310         WS-DISAGREED-COUNT
006320         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006330     END-STRING
006340     WRITE DSQ-CERT-RECORD
006350     MOVE SPACES TO DSQ-CERT-RECORD
006360     STRING "RECORDS SKIPPED - UNKNOWN CALC TYPE   "
006370         WS-SKIPPED-COUNT
006380         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006390     END-STRING
006400     WRITE DSQ-CERT-RECORD
006410     MOVE SPACES TO DSQ-CERT-RECORD
006420     STRING "SAMPLED RECORDS NO LONGER ON DSQHIST  "
006430         WS-SAMPLE-MISSING-COUNT
006440         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006450     END-STRING
006460     WRITE DSQ-CERT-RECORD
006470     MOVE SPACES TO DSQ-CERT-RECORD
006480     WRITE DSQ-CERT-RECORD
006490*    THE CERTIFICATE ITSELF.  IT IS GIVEN ONLY WHEN EVERY RECORD
006500*    CHECKED AGREES AND BOTH CALCULATION TYPES WERE CHECKED.
006510     MOVE SPACES TO DSQ-CERT-RECORD
006520     EVALUATE TRUE
006530         WHEN WS-DISAGREED-COUNT > ZERO
006540             STRING "CERTIFICATION FAILED - " WS-DISAGREED-COUNT
006550                 " RECORD(S) DISAGREE WITH TERM-BY-TERM SUMMATION"
006560                 DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006570             END-STRING
006580         WHEN WS-TYPE-UNCHECKED
006590             STRING "CERTIFICATION NOT GIVEN - A CALCULATION "
006600                 "TYPE HAD NO RECORDS TO CHECK"
006610                 DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006620             END-STRING
006630         WHEN OTHER
006640             STRING "CERTIFIED - ALL " WS-CHECKED-COUNT
006650                 " RECORDS CHECKED AGREE WITH TERM-BY-TERM "
006660                 "SUMMATION"
006670                 DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006680             END-STRING
006690     END-EVALUATE
006700     WRITE DSQ-CERT-RECORD.
006710 5000-EXIT.
006720     EXIT.
006730
006740 5100-WRITE-TYPE-LINE.
006750     IF WS-TYPE-SUB = 1
006760         MOVE "DIFFERENCE OF SQUARES" TO WS-RPT-TYPE-NAME
006770     ELSE
006780         MOVE "SUM OF CUBES" TO WS-RPT-TYPE-NAME
006790     END-IF
006800     IF WS-TYP-CHECKED (WS-TYPE-SUB) = ZERO
006810         SET WS-TYPE-UNCHECKED TO TRUE
006820     END-IF
006830     MOVE SPACES TO DSQ-CERT-RECORD
006840     STRING WS-RPT-TYPE-NAME " " WS-TYP-SMALL (WS-TYPE-SUB) "  "
006850         WS-SMP-LARGE-SEEN (WS-TYPE-SUB) "      "
006860         WS-SMP-COUNT (WS-TYPE-SUB) "  "
006870         WS-TYP-CHECKED (WS-TYPE-SUB) "  "
006880         WS-TYP-AGREED (WS-TYPE-SUB) "  "
006890         WS-TYP-DISAGREED (WS-TYPE-SUB)
006900         DELIMITED BY SIZE INTO DSQ-CERT-RECORD
006910     END-STRING
006920     WRITE DSQ-CERT-RECORD.
006930 5100-EXIT.
006940     EXIT.
006950
006960 8000-CLOSE-FILES.
006970     CLOSE DSQ-HIST-FILE
006980     CLOSE DSQ-CERT-FILE
006990     DISPLAY "DSQCERT RECORDS READ     :" WS-READ-COUNT
007000     DISPLAY "DSQCERT RECORDS CHECKED  :" WS-CHECKED-COUNT
007010     DISPLAY "DSQCERT RECORDS DISAGREED:" WS-DISAGREED-COUNT
007020     DISPLAY "DSQCERT SAMPLE SEED      :" WS-SEED.
007030 8000-EXIT.
007040     EXIT.
007050
007060 9000-SET-RETURN-CODE.
007070*    RC 00 - CERTIFIED - EVERY RECORD CHECKED AGREES AND BOTH
007080*            CALCULATION TYPES WERE CHECKED.
007090*    RC 04 - NOTHING DISAGREES, BUT A CALCULATION TYPE HAD NO
007100*            RECORDS TO CHECK, A RECORD HAD A TYPE DSQCALC DOES
007110*            NOT KNOW, OR A SAMPLED RECORD LEFT THE MASTER DURING
007120*            THE RUN - THE REPORT SAYS WHICH.
007130*    RC 08 - A RECORD DISAGREES WITH TERM-BY-TERM SUMMATION - THE
007140*            SCHEDULER SHOULD ALERT AND DSQCALC SHOULD BE
007150*            TREATED AS SUSPECT UNTIL IT IS EXPLAINED.  ALSO
007160*            ISSUED AT STARTUP FOR A BAD CONTROL CARD.
007170*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
007180     EVALUATE TRUE
007190         WHEN WS-DISAGREED-COUNT > ZERO
007200             MOVE 8 TO RETURN-CODE
007210         WHEN WS-TYPE-UNCHECKED
007220                 OR WS-SKIPPED-COUNT > ZERO
007230                 OR WS-SAMPLE-MISSING-COUNT > ZERO
007240             MOVE 4 TO RETURN-CODE
007250         WHEN OTHER
007260             MOVE 0 TO RETURN-CODE
007270     END-EVALUATE.
007280 9000-EXIT.
007290     EXIT.
007300
007310 9900-LOG-STEP-OUTCOME.
007320*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
007330*    THE MORNING DIGEST.
007340     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
007350     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
007360     MOVE "CHECKED" TO DSQ-JLG-COUNT-LABEL (2)
007370     MOVE WS-CHECKED-COUNT TO DSQ-JLG-COUNT (2)
007380     MOVE "AGREED" TO DSQ-JLG-COUNT-LABEL (3)
007390     MOVE WS-AGREED-COUNT TO DSQ-JLG-COUNT (3)
007400     MOVE "DISAGREEMENTS" TO DSQ-JLG-ACTION-LABEL
007410     MOVE WS-DISAGREED-COUNT TO DSQ-JLG-ACTION-COUNT
007420     EVALUATE TRUE
007430         WHEN WS-DISAGREED-COUNT > ZERO
007440             MOVE "TOTALS DISAGREE WITH SUMMATION - SEE CERTRPT"
007450                 TO DSQ-JLG-REASON
007460         WHEN WS-TYPE-UNCHECKED
007470             MOVE "A CALCULATION TYPE HAD NO RECORDS TO CHECK"
007480                 TO DSQ-JLG-REASON
007490         WHEN WS-SKIPPED-COUNT > ZERO
007500             MOVE "RECORDS WITH AN UNKNOWN CALC TYPE SKIPPED"
007510                 TO DSQ-JLG-REASON
007520         WHEN WS-SAMPLE-MISSING-COUNT > ZERO
007530             MOVE "SAMPLED RECORDS LEFT DSQHIST DURING THE RUN"
007540                 TO DSQ-JLG-REASON
007550         WHEN OTHER
007560             CONTINUE
007570     END-EVALUATE
007580     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
007590 9900-EXIT.
007600     EXIT.
007610
007620 9950-WRITE-JOB-LOG.
007630*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
007640*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
007650*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
007660     MOVE "DSQCERT" TO DSQ-JLG-PROGRAM
007670     MOVE RETURN-CODE TO DSQ-JLG-RC
007680     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
007690     END-CALL
007700     MOVE DSQ-JLG-RC TO RETURN-CODE.
007710 9950-EXIT.
007720     EXIT.
007730
007740 END PROGRAM DSQCERT.
