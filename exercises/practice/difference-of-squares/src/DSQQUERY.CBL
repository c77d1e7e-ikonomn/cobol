000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Ad-hoc history query.  Selects DSQHIST records by the
000060*          SYSIN selection cards below, every card given applying
000070*          (AND), and writes two outputs - the QRYRPT report, one
000080*          two-line entry per record selected, paged with the
000090*          selection on every page heading and followed by
000100*          subtotals per requester and calculation type and a
000110*          grand total, and the QRYCSV comma-delimited export with
000120*          a column-heading row for finance to open directly in a
000130*          spreadsheet.  The 31-digit totals, the requester code
000140*          and the calculation type go to QRYCSV as ="..." text
000150*          cells, so a spreadsheet keeps every digit (and every
000160*          leading zero of a code) instead of rounding the totals
000170*          to 15 significant digits.
000180*          Selection cards, keyword in cols 1-8, first operand in
000190*          cols 10-17, second in cols 19-26, numbers zero-filled:
000200*            DATES    CCYYMMDD CCYYMMDD  RUN DATE WINDOW
000210*            REQUESTR XXX                ONE REQUESTER CODE
000220*            CALCTYPE X                  BLANK = DIFFERENCE OF
000230*                                        SQUARES, C = SUM OF CUBES
000240*            NVALUE   LOW      HIGH      N BOUNDS
000250*            FROMVAL  LOW      HIGH      FROM BOUNDS
000260*            RUNID    NNNNNNNN           ONE RUN IDENTIFIER
000270*          A zero bound is open-ended; a card with * in col 1 is a
000280*          comment; a later card of the same keyword replaces an
000290*          earlier one.  No cards selects the whole master.  The
000300*          master is read on the narrowest key the cards allow -
000310*          the run-ID alternate key, else the date plus requester
000320*          alternate key, else the prime key from the N bound.
000330******************************************************************
000340* Mod Log:
000350* 2026-10-15 NK  Original program.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DSQQUERY.
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  GNUCOBOL312.
000420 OBJECT-COMPUTER.  GNUCOBOL312.
000430 REPOSITORY.
000440     FUNCTION ALL INTRINSIC.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SYSIN-STATUS.
000500     SELECT DSQ-HIST-FILE ASSIGN TO "DSQHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DSQ-HIST-KEY
000540         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-HIST-STATUS.
000590     SELECT DSQ-QRPT-FILE ASSIGN TO "QRYRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-QRPT-STATUS.
000620     SELECT DSQ-QCSV-FILE ASSIGN TO "QRYCSV"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-QCSV-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SYSIN-FILE
000680     RECORDING MODE IS F.
000690 01  SYSIN-SELECT-CARD.
000700     05  SYSIN-KEYWORD           PIC X(08).
000710     05  FILLER                  PIC X(01).
000720     05  SYSIN-OPERAND-1         PIC X(08).
000730     05  SYSIN-OPERAND-1-N REDEFINES SYSIN-OPERAND-1
000740                                 PIC 9(08).
000750     05  FILLER                  PIC X(01).
000760     05  SYSIN-OPERAND-2         PIC X(08).
000770     05  SYSIN-OPERAND-2-N REDEFINES SYSIN-OPERAND-2
000780                                 PIC 9(08).
000790     05  FILLER                  PIC X(54).
000800 FD  DSQ-HIST-FILE.
000810     COPY "DSQHIST.CPY".
000820 FD  DSQ-QRPT-FILE
000830     RECORDING MODE IS F.
000840 01  DSQ-QRPT-RECORD             PIC X(132).
000850 FD  DSQ-QCSV-FILE
000860     RECORDING MODE IS F.
000870 01  DSQ-QCSV-RECORD             PIC X(250).
000880 WORKING-STORAGE SECTION.
000890 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000900     88 WS-SYSIN-OK             VALUE "00".
000910     88 WS-SYSIN-EOF            VALUE "10".
000920 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000930     88 WS-HIST-OK              VALUE "00".
000940     88 WS-HIST-EOF             VALUE "10".
000950     88 WS-HIST-KEY-NOT-FOUND   VALUE "23".
000960 01 WS-QRPT-STATUS PIC X(02) VALUE SPACES.
000970     88 WS-QRPT-OK              VALUE "00".
000980 01 WS-QCSV-STATUS PIC X(02) VALUE SPACES.
000990     88 WS-QCSV-OK              VALUE "00".
001000 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
001010 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001020     05 WS-RUN-DATE-CCYY         PIC 9(04).
001030     05 WS-RUN-DATE-MM           PIC 9(02).
001040     05 WS-RUN-DATE-DD           PIC 9(02).
001050* THE SELECTION.  AN OPEN BOUND IS ZERO LOW OR ALL NINES HIGH, SO
001060* EVERY TEST BELOW IS THE SAME RANGE CHECK WHETHER A CARD CAME
001070* OR NOT.
001080 01 WS-SEL-DATE-FROM PIC 9(08) VALUE ZERO.
001090 01 WS-SEL-DATE-TO PIC 9(08) VALUE 99999999.
001100 01 WS-SEL-REQUESTER PIC X(03) VALUE SPACES.
001110 01 WS-SEL-REQ-SW PIC X(01) VALUE "N".
001120     88 WS-SEL-BY-REQUESTER     VALUE "Y".
001130 01 WS-SEL-CALC-TYPE PIC X(01) VALUE SPACE.
001140 01 WS-SEL-TYPE-SW PIC X(01) VALUE "N".
001150     88 WS-SEL-BY-TYPE          VALUE "Y".
001160 01 WS-SEL-N-LOW PIC 9(08) VALUE ZERO.
001170 01 WS-SEL-N-HIGH PIC 9(08) VALUE 99999999.
001180 01 WS-SEL-FROM-LOW PIC 9(08) VALUE ZERO.
001190 01 WS-SEL-FROM-HIGH PIC 9(08) VALUE 99999999.
001200 01 WS-SEL-RUN-ID PIC 9(08) VALUE ZERO.
001210 01 WS-CARD-COUNT PIC 9(04) VALUE ZERO.
001220 01 WS-CARD-ERROR-COUNT PIC 9(04) VALUE ZERO.
001230 01 WS-CARD-BAD-SW PIC X(01) VALUE "N".
001240     88 WS-CARD-BAD             VALUE "Y".
001250* WHICH KEY THE MASTER IS BROWSED ON, AND SO WHERE THE BROWSE
001260* CAN STOP EARLY.
001270 01 WS-ACCESS-PATH PIC X(01) VALUE SPACE.
001280     88 WS-PATH-RUN-ID          VALUE "R".
001290     88 WS-PATH-DATE-REQ        VALUE "D".
001300     88 WS-PATH-PRIME           VALUE "P".
001310 01 WS-READ-COUNT PIC 9(08) VALUE ZERO.
001320 01 WS-SELECTED-COUNT PIC 9(08) VALUE ZERO.
001330 01 WS-CSV-ROW-COUNT PIC 9(08) VALUE ZERO.
001340* REPORT PAGING - EACH RECORD TAKES TWO LINES AND IS NEVER SPLIT
001350* ACROSS A PAGE.
001360 01 WS-PAGE-LINES PIC 9(04) VALUE 50.
001370 01 WS-PAGE-LINE-COUNT PIC 9(04) VALUE ZERO.
001380 01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
001390 01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.
001391 01 WS-ENTRY-LINES PIC 9(04) VALUE ZERO.
001392* WHICH COLUMN HEADING A NEW PAGE CARRIES UNDER THE PAGE HEADING.
001393 01 WS-RPT-SECTION-SW PIC X(01) VALUE "D".
001394     88 WS-RPT-DETAIL           VALUE "D".
001395     88 WS-RPT-SUBTOTALS        VALUE "S".
001400 01 WS-SEL-TYPE-TEXT PIC X(03) VALUE SPACES.
001410* SUBTOTALS PER REQUESTER AND CALCULATION TYPE, KEPT IN CODE
001420* ORDER AS RECORDS ARRIVE SO THEY PRINT SORTED.  MORE PAIRS THAN
001430* THE TABLE HOLDS ARE LUMPED INTO THE LAST ENTRY, AS DSQCHGBK
001440* DOES WITH REQUESTERS, AND FOOTNOTED.
001450 01 WS-SUB-COUNT PIC 9(04) VALUE ZERO.
001460 01 WS-SUB-MAX PIC 9(04) VALUE 200.
001470 01 WS-SUB-TABLE.
001480     05 WS-SUBT-ENTRY OCCURS 0 TO 200 TIMES
001490         DEPENDING ON WS-SUB-COUNT
001500         INDEXED BY SUBT-IX.
001510         10 WS-SUBT-KEY.
001520             15 WS-SUBT-REQUESTER     PIC X(03).
001530             15 WS-SUBT-CALC-TYPE     PIC X(01).
001540         10 WS-SUBT-RECORDS           PIC 9(08).
001550         10 WS-SUBT-SQUARE-OF-SUM     PIC 9(31).
001560         10 WS-SUBT-SUM-OF-SQUARES    PIC 9(31).
001570         10 WS-SUBT-DIFFERENCE        PIC 9(31).
001580 01 WS-SUB-KEY.
001590     05 WS-SUB-KEY-REQUESTER     PIC X(03).
001600     05 WS-SUB-KEY-CALC-TYPE     PIC X(01).
001610 01 WS-SUB-POS PIC 9(04) COMP VALUE ZERO.
001620 01 WS-SUB-SHIFT PIC 9(04) COMP VALUE ZERO.
001630 01 WS-SUB-FOUND-SW PIC X(01) VALUE "N".
001640     88 WS-SUB-FOUND            VALUE "Y".
001650 01 WS-SUB-STOP-SW PIC X(01) VALUE "N".
001660     88 WS-SUB-STOP             VALUE "Y".
001670 01 WS-SUB-CLIP-SW PIC X(01) VALUE "N".
001680     88 WS-SUB-CLIPPED          VALUE "Y".
001690 01 WS-PRIOR-REQUESTER PIC X(03) VALUE SPACES.
001700 01 WS-REQ-RECORDS PIC 9(08) VALUE ZERO.
001702* THE GRAND TOTAL IS KEPT PER CALCULATION TYPE - DIFFERENCE OF
001704* SQUARES, SUM OF CUBES, AND ANY TYPE NOT KNOWN HERE - SINCE THE
001706* TYPES' TOTALS ARE DIFFERENT QUANTITIES.  ONLY THE RECORD COUNT
001708* RUNS ACROSS ALL TYPES.
001710 01 WS-GRAND-TOTALS.
001720     05 WS-GRD-RECORDS                PIC 9(08).
001730     05 WS-GRD-TYPE OCCURS 3 TIMES.
001740         10 WS-GRD-TYPE-RECORDS       PIC 9(08).
001744         10 WS-GRD-SQUARE-OF-SUM      PIC 9(31).
001748         10 WS-GRD-SUM-OF-SQUARES     PIC 9(31).
001752         10 WS-GRD-DIFFERENCE         PIC 9(31).
001756 01 WS-GRD-SUB PIC 9(01) VALUE ZERO.
001760 01 WS-OVERFLOW-SW PIC X(01) VALUE "N".
001770     88 WS-TOTALS-OVERFLOWED    VALUE "Y".
001780 01 WS-NAME-CALC-TYPE PIC X(01) VALUE SPACE.
001790 01 WS-RPT-TYPE-NAME PIC X(21) VALUE SPACES.
001800* EXPORT FIELDS WITH THE LEADING ZEROS TAKEN OFF.
001810 01 WS-CSV-EDIT-31 PIC Z(30)9.
001820 01 WS-CSV-EDIT-8 PIC Z(07)9.
001830 01 WS-CSV-SQ-OF-SUM PIC X(31) VALUE SPACES.
001840 01 WS-CSV-SUM-OF-SQ PIC X(31) VALUE SPACES.
001850 01 WS-CSV-DIFFERENCE PIC X(31) VALUE SPACES.
001860 01 WS-CSV-FROM PIC X(08) VALUE SPACES.
001870 01 WS-CSV-N PIC X(08) VALUE SPACES.
001880* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001890 COPY "DSQJOBLG.CPY".
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     INITIALIZE DSQ-JOBLOG-RECORD
001925     INITIALIZE WS-GRAND-TOTALS
001930     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001940     ACCEPT DSQ-JLG-START-TIME FROM TIME
001950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001960     PERFORM 1000-READ-SELECTION THRU 1000-EXIT
001970     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001980     PERFORM 1700-POSITION-HIST THRU 1700-EXIT
001990     PERFORM 2000-SELECT-ONE-RECORD THRU 2000-EXIT
002000         UNTIL WS-HIST-EOF
002010     PERFORM 5000-WRITE-SUBTOTALS THRU 5000-EXIT
002020     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
002030     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002040     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
002050     STOP RUN.
002060
002070 1000-READ-SELECTION.
002080*    EVERY CARD IS CHECKED BEFORE ANYTHING IS OPENED FOR OUTPUT.
002090*    ONE BAD CARD STOPS THE JOB WITH RC 08 - A SLICE CUT ON A
002100*    MISREAD SELECTION AND HANDED TO FINANCE IS WORSE THAN NONE.
002110     OPEN INPUT SYSIN-FILE
002120     IF NOT WS-SYSIN-OK
002130         GO TO 1000-EXIT
002140     END-IF
002150     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
002160         UNTIL WS-SYSIN-EOF
002170     CLOSE SYSIN-FILE
002180     IF WS-CARD-ERROR-COUNT > ZERO
002190         DISPLAY "*** DSQQUERY - " WS-CARD-ERROR-COUNT
002200             " BAD SELECTION CARD(S) - NOTHING SELECTED ***"
002210         MOVE 8 TO RETURN-CODE
002220         MOVE "BAD SELECTION CARD - SEE CONSOLE" TO DSQ-JLG-REASON
002230         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002240         STOP RUN
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280
002290 1100-READ-ONE-CARD.
002300     READ SYSIN-FILE
002310         AT END
002320             SET WS-SYSIN-EOF TO TRUE
002330             GO TO 1100-EXIT
002340     END-READ
002350     IF SYSIN-SELECT-CARD = SPACES
002360             OR SYSIN-KEYWORD (1:1) = "*"
002370         GO TO 1100-EXIT
002380     END-IF
002390     ADD 1 TO WS-CARD-COUNT
002400     MOVE "N" TO WS-CARD-BAD-SW
002410     EVALUATE SYSIN-KEYWORD
002420         WHEN "DATES   "
002430             IF SYSIN-OPERAND-1 NUMERIC
002440                     AND SYSIN-OPERAND-2 NUMERIC
002450                 MOVE SYSIN-OPERAND-1-N TO WS-SEL-DATE-FROM
002460                 MOVE SYSIN-OPERAND-2-N TO WS-SEL-DATE-TO
002470                 IF WS-SEL-DATE-TO = ZERO
002480                     MOVE 99999999 TO WS-SEL-DATE-TO
002490                 END-IF
002500                 IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
002510                     SET WS-CARD-BAD TO TRUE
002520                 END-IF
002530             ELSE
002540                 SET WS-CARD-BAD TO TRUE
002550             END-IF
002560         WHEN "REQUESTR"
002570             IF SYSIN-OPERAND-1 (1:3) = SPACES
002580                 SET WS-CARD-BAD TO TRUE
002590             ELSE
002600                 MOVE SYSIN-OPERAND-1 (1:3) TO WS-SEL-REQUESTER
002610                 SET WS-SEL-BY-REQUESTER TO TRUE
002620             END-IF
002630         WHEN "CALCTYPE"
002640             IF SYSIN-OPERAND-1 (1:1) = SPACE
002650                     OR SYSIN-OPERAND-1 (1:1) = "C"
002660                 MOVE SYSIN-OPERAND-1 (1:1) TO WS-SEL-CALC-TYPE
002670                 SET WS-SEL-BY-TYPE TO TRUE
002680             ELSE
002690                 SET WS-CARD-BAD TO TRUE
002700             END-IF
002710         WHEN "NVALUE  "
002720             IF SYSIN-OPERAND-1 NUMERIC
002730                     AND SYSIN-OPERAND-2 NUMERIC
002740                 MOVE SYSIN-OPERAND-1-N TO WS-SEL-N-LOW
002750                 MOVE SYSIN-OPERAND-2-N TO WS-SEL-N-HIGH
002760                 IF WS-SEL-N-HIGH = ZERO
002770                     MOVE 99999999 TO WS-SEL-N-HIGH
002780                 END-IF
002790                 IF WS-SEL-N-LOW > WS-SEL-N-HIGH
002800                     SET WS-CARD-BAD TO TRUE
002810                 END-IF
002820             ELSE
002830                 SET WS-CARD-BAD TO TRUE
002840             END-IF
002850         WHEN "FROMVAL "
002860             IF SYSIN-OPERAND-1 NUMERIC
002870                     AND SYSIN-OPERAND-2 NUMERIC
002880                 MOVE SYSIN-OPERAND-1-N TO WS-SEL-FROM-LOW
002890                 MOVE SYSIN-OPERAND-2-N TO WS-SEL-FROM-HIGH
002900                 IF WS-SEL-FROM-HIGH = ZERO
002910                     MOVE 99999999 TO WS-SEL-FROM-HIGH
002920                 END-IF
002930                 IF WS-SEL-FROM-LOW > WS-SEL-FROM-HIGH
002940                     SET WS-CARD-BAD TO TRUE
002950                 END-IF
002960             ELSE
002970                 SET WS-CARD-BAD TO TRUE
002980             END-IF
002990         WHEN "RUNID   "
003000             IF SYSIN-OPERAND-1 NUMERIC
003010                     AND SYSIN-OPERAND-1-N > ZERO
003020                 MOVE SYSIN-OPERAND-1-N TO WS-SEL-RUN-ID
003030             ELSE
003040                 SET WS-CARD-BAD TO TRUE
003050             END-IF
003060         WHEN OTHER
003070             SET WS-CARD-BAD TO TRUE
003080     END-EVALUATE
003090     IF WS-CARD-BAD
003100         ADD 1 TO WS-CARD-ERROR-COUNT
003110         DISPLAY "*** DSQQUERY - BAD SELECTION CARD: "
003120             SYSIN-SELECT-CARD (1:26) " ***"
003130     END-IF.
003140 1100-EXIT.
003150     EXIT.
003160
003170 1500-OPEN-FILES.
003180     OPEN INPUT DSQ-HIST-FILE
003190     IF NOT WS-HIST-OK
003200         DISPLAY "*** DSQQUERY - UNABLE TO OPEN DSQHIST ***"
003210         MOVE 16 TO RETURN-CODE
003220         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
003230         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003240         STOP RUN
003250     END-IF
003260     OPEN OUTPUT DSQ-QRPT-FILE
003270     IF NOT WS-QRPT-OK
003280         DISPLAY "*** DSQQUERY - UNABLE TO OPEN QRYRPT ***"
003290         MOVE 16 TO RETURN-CODE
003300         MOVE "UNABLE TO OPEN QRYRPT" TO DSQ-JLG-REASON
003310         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003320         STOP RUN
003330     END-IF
003340     OPEN OUTPUT DSQ-QCSV-FILE
003350     IF NOT WS-QCSV-OK
003360         DISPLAY "*** DSQQUERY - UNABLE TO OPEN QRYCSV ***"
003370         MOVE 16 TO RETURN-CODE
003380         MOVE "UNABLE TO OPEN QRYCSV" TO DSQ-JLG-REASON
003390         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003400         STOP RUN
003410     END-IF
003420     IF WS-SEL-BY-TYPE
003430         IF WS-SEL-CALC-TYPE = "C"
003440             MOVE "C" TO WS-SEL-TYPE-TEXT
003450         ELSE
003460             MOVE "D/S" TO WS-SEL-TYPE-TEXT
003470         END-IF
003480     ELSE
003490         MOVE "ANY" TO WS-SEL-TYPE-TEXT
003500     END-IF
003510     MOVE "RESULTS SELECTED" TO WS-PAGE-TITLE
003520     PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
003530     PERFORM 2950-WRITE-DETAIL-HEADING THRU 2950-EXIT
003540     MOVE SPACES TO DSQ-QCSV-RECORD
003550     STRING "RUN_ID,RUN_DATE,RUN_TIME,REQUESTER,CALC_TYPE,"
003560         "CALC_TYPE_NAME,FROM,N,SQUARE_OF_SUM,SUM_OF_SQUARES,"
003570         "DIFFERENCE"
003580         DELIMITED BY SIZE INTO DSQ-QCSV-RECORD
003590     END-STRING
003600     WRITE DSQ-QCSV-RECORD.
003610 1500-EXIT.
003620     EXIT.
003630
003640 1700-POSITION-HIST.
003650*    A RUN ID NARROWS THE MOST, THEN A DATE WINDOW OR REQUESTER,
003660*    THEN AN N BOUND; WITH NONE OF THEM THE PRIME-KEY BROWSE
003670*    STARTS AT THE TOP.  EVERY SELECTION IS STILL TESTED ON EVERY
003680*    RECORD READ - THE KEY ONLY DECIDES WHERE TO START AND STOP.
003690     EVALUATE TRUE
003700         WHEN WS-SEL-RUN-ID > ZERO
003710             SET WS-PATH-RUN-ID TO TRUE
003720             MOVE WS-SEL-RUN-ID TO DSQ-HIST-RUN-ID
003730             START DSQ-HIST-FILE KEY IS = DSQ-HIST-RUN-ID
003740         WHEN WS-SEL-DATE-FROM > ZERO
003750                 OR WS-SEL-DATE-TO < 99999999
003760                 OR WS-SEL-BY-REQUESTER
003770             SET WS-PATH-DATE-REQ TO TRUE
003780             MOVE WS-SEL-DATE-FROM TO DSQ-HIST-DRK-DATE
003790             MOVE WS-SEL-REQUESTER TO DSQ-HIST-DRK-REQUESTER
003800             START DSQ-HIST-FILE
003810                 KEY NOT < DSQ-HIST-DATE-REQ-KEY
003820         WHEN OTHER
003830             SET WS-PATH-PRIME TO TRUE
003840             MOVE WS-SEL-N-LOW TO DSQ-HIST-N
003850             MOVE ZERO TO DSQ-HIST-FROM
003860             MOVE ZERO TO DSQ-HIST-TS-DATE
003870             MOVE ZERO TO DSQ-HIST-TS-TIME
003880             MOVE SPACES TO DSQ-HIST-REQUESTER
003890             MOVE SPACES TO DSQ-HIST-CALC-TYPE
003900             START DSQ-HIST-FILE KEY NOT < DSQ-HIST-KEY
003910     END-EVALUATE
003920     IF NOT WS-HIST-OK
003930         SET WS-HIST-EOF TO TRUE
003940     END-IF.
003950 1700-EXIT.
003960     EXIT.
003970
003980 2000-SELECT-ONE-RECORD.
003990     READ DSQ-HIST-FILE NEXT RECORD
004000         AT END
004010             SET WS-HIST-EOF TO TRUE
004020             GO TO 2000-EXIT
004030     END-READ
004040     ADD 1 TO WS-READ-COUNT
004050*    ONCE THE BROWSE KEY PASSES THE SELECTION NOTHING FURTHER ON
004060*    THAT KEY CAN MATCH.
004070     EVALUATE TRUE
004080         WHEN WS-PATH-RUN-ID
004090             IF DSQ-HIST-RUN-ID NOT = WS-SEL-RUN-ID
004100                 SET WS-HIST-EOF TO TRUE
004110             END-IF
004120         WHEN WS-PATH-DATE-REQ
004130             IF DSQ-HIST-DRK-DATE > WS-SEL-DATE-TO
004140                 SET WS-HIST-EOF TO TRUE
004150             END-IF
004160         WHEN WS-PATH-PRIME
004170             IF DSQ-HIST-N > WS-SEL-N-HIGH
004180                 SET WS-HIST-EOF TO TRUE
004190             END-IF
004200     END-EVALUATE
004210     IF WS-HIST-EOF
004220         GO TO 2000-EXIT
004230     END-IF
004240     IF DSQ-HIST-TS-DATE < WS-SEL-DATE-FROM
004250             OR DSQ-HIST-TS-DATE > WS-SEL-DATE-TO
004260         GO TO 2000-EXIT
004270     END-IF
004280     IF WS-SEL-BY-REQUESTER
004290             AND DSQ-HIST-REQUESTER NOT = WS-SEL-REQUESTER
004300         GO TO 2000-EXIT
004310     END-IF
004320     IF WS-SEL-BY-TYPE
004330             AND DSQ-HIST-CALC-TYPE NOT = WS-SEL-CALC-TYPE
004340         GO TO 2000-EXIT
004350     END-IF
004360     IF DSQ-HIST-N < WS-SEL-N-LOW
004370             OR DSQ-HIST-N > WS-SEL-N-HIGH
004380         GO TO 2000-EXIT
004390     END-IF
004400     IF DSQ-HIST-FROM < WS-SEL-FROM-LOW
004410             OR DSQ-HIST-FROM > WS-SEL-FROM-HIGH
004420         GO TO 2000-EXIT
004430     END-IF
004440     IF WS-SEL-RUN-ID > ZERO
004450             AND DSQ-HIST-RUN-ID NOT = WS-SEL-RUN-ID
004460         GO TO 2000-EXIT
004470     END-IF
004480     ADD 1 TO WS-SELECTED-COUNT
004490     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
004500     PERFORM 3000-WRITE-CSV-ROW THRU 3000-EXIT
004510     PERFORM 4000-ADD-SUBTOTALS THRU 4000-EXIT.
004520 2000-EXIT.
004530     EXIT.
004540
004550 2100-WRITE-DETAIL.
004555     MOVE 2 TO WS-ENTRY-LINES
004560     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
004570     MOVE SPACES TO DSQ-QRPT-RECORD
004580     STRING DSQ-HIST-RUN-ID " " DSQ-HIST-TS-DATE " "
004590         DSQ-HIST-TS-TIME " " DSQ-HIST-REQUESTER " "
004600         DSQ-HIST-CALC-TYPE " " DSQ-HIST-FROM " " DSQ-HIST-N " "
004610         DSQ-HIST-DIFFERENCE
004620         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
004630     END-STRING
004640     WRITE DSQ-QRPT-RECORD
004650     MOVE SPACES TO DSQ-QRPT-RECORD
004660     STRING "                           " DSQ-HIST-SQUARE-OF-SUM
004670         " " DSQ-HIST-SUM-OF-SQUARES
004680         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
004690     END-STRING
004700     WRITE DSQ-QRPT-RECORD.
004710 2100-EXIT.
004720     EXIT.
004730
004740 2800-CHECK-PAGE.
004750*    CALLED BEFORE EVERY ENTRY WITH ITS LINE COUNT IN
004757*    WS-ENTRY-LINES - A FULL PAGE IS CLOSED OFF WITH A BLANK
004764*    LINE AND A FRESH HEADING, AND AN ENTRY IS NEVER SPLIT.
004771     IF WS-PAGE-LINE-COUNT + WS-ENTRY-LINES > WS-PAGE-LINES
004780         MOVE SPACES TO DSQ-QRPT-RECORD
004790         WRITE DSQ-QRPT-RECORD
004800         PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
004803         IF WS-RPT-SUBTOTALS
004806             PERFORM 5050-WRITE-SUBTOTAL-HEADING THRU 5050-EXIT
004809         ELSE
004812             PERFORM 2950-WRITE-DETAIL-HEADING THRU 2950-EXIT
004815         END-IF
004820     END-IF
004830     ADD WS-ENTRY-LINES TO WS-PAGE-LINE-COUNT.
004840 2800-EXIT.
004850     EXIT.
004860
004870 2900-WRITE-PAGE-HEADING.
004880*    EVERY PAGE CARRIES THE SELECTION, SO A PAGE TORN OFF THE
004890*    REPORT STILL SAYS WHAT SLICE OF HISTORY IT SHOWS.
004900     ADD 1 TO WS-PAGE-NUMBER
004910     MOVE ZERO TO WS-PAGE-LINE-COUNT
004920     MOVE SPACES TO DSQ-QRPT-RECORD
004930     STRING "DSQHIST HISTORY QUERY - RUN DATE "
004940         WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM "-" WS-RUN-DATE-DD
004950         "  " WS-PAGE-TITLE "  PAGE " WS-PAGE-NUMBER
004960         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
004970     END-STRING
004980     WRITE DSQ-QRPT-RECORD
004990     MOVE SPACES TO DSQ-QRPT-RECORD
005000     STRING "SELECTION: DATES " WS-SEL-DATE-FROM " THRU "
005010         WS-SEL-DATE-TO "  REQUESTER " WS-SEL-REQUESTER
005020         "  TYPE " WS-SEL-TYPE-TEXT "  RUN ID " WS-SEL-RUN-ID
005030         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
005040     END-STRING
005050     WRITE DSQ-QRPT-RECORD
005060     MOVE SPACES TO DSQ-QRPT-RECORD
005070     STRING "           N " WS-SEL-N-LOW " THRU " WS-SEL-N-HIGH
005080         "  FROM " WS-SEL-FROM-LOW " THRU " WS-SEL-FROM-HIGH
005090         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
005100     END-STRING
005110     WRITE DSQ-QRPT-RECORD
005120     MOVE SPACES TO DSQ-QRPT-RECORD
005130     WRITE DSQ-QRPT-RECORD.
005140 2900-EXIT.
005150     EXIT.
005160
005170 2950-WRITE-DETAIL-HEADING.
005180     MOVE SPACES TO DSQ-QRPT-RECORD
005190     STRING "RUN ID   RUN DATE TIME     REQ T FROM     N        "
005200         "DIFFERENCE"
005210         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
005220     END-STRING
005230     WRITE DSQ-QRPT-RECORD
005240     MOVE SPACES TO DSQ-QRPT-RECORD
005250     STRING "                           SQUARE-OF-SUM"
005260         "                   SUM-OF-SQUARES"
005270         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
005280     END-STRING
005290     WRITE DSQ-QRPT-RECORD.
005300 2950-EXIT.
005310     EXIT.
005320
005330 3000-WRITE-CSV-ROW.
005340*    NUMBERS A SPREADSHEET HOLDS EXACTLY GO OUT PLAIN, LEADING
005350*    ZEROS OFF.  THE 31-DIGIT TOTALS GO OUT AS ="..." TEXT CELLS
005360*    - AS PLAIN NUMBERS A SPREADSHEET KEEPS ONLY 15 SIGNIFICANT
005370*    DIGITS - AND SO DO THE CODES, WHOSE BLANKS AND LEADING
005380*    ZEROS MATTER.
005390     MOVE DSQ-HIST-SQUARE-OF-SUM TO WS-CSV-EDIT-31
005400     MOVE FUNCTION TRIM(WS-CSV-EDIT-31) TO WS-CSV-SQ-OF-SUM
005410     MOVE DSQ-HIST-SUM-OF-SQUARES TO WS-CSV-EDIT-31
005420     MOVE FUNCTION TRIM(WS-CSV-EDIT-31) TO WS-CSV-SUM-OF-SQ
005430     MOVE DSQ-HIST-DIFFERENCE TO WS-CSV-EDIT-31
005440     MOVE FUNCTION TRIM(WS-CSV-EDIT-31) TO WS-CSV-DIFFERENCE
005450     MOVE DSQ-HIST-FROM TO WS-CSV-EDIT-8
005460     MOVE FUNCTION TRIM(WS-CSV-EDIT-8) TO WS-CSV-FROM
005470     MOVE DSQ-HIST-N TO WS-CSV-EDIT-8
005480     MOVE FUNCTION TRIM(WS-CSV-EDIT-8) TO WS-CSV-N
005490     MOVE DSQ-HIST-CALC-TYPE TO WS-NAME-CALC-TYPE
005500     PERFORM 4900-NAME-CALC-TYPE THRU 4900-EXIT
005510     MOVE SPACES TO DSQ-QCSV-RECORD
005520     STRING DSQ-HIST-RUN-ID "," DSQ-HIST-TS-DATE ","
005530         DSQ-HIST-TS-TIME ",=" QUOTE DSQ-HIST-REQUESTER QUOTE
005540         ",=" QUOTE DSQ-HIST-CALC-TYPE QUOTE "," QUOTE
005550         DELIMITED BY SIZE
005560         WS-RPT-TYPE-NAME DELIMITED BY "  "
005570         QUOTE "," DELIMITED BY SIZE
005580         WS-CSV-FROM DELIMITED BY SPACE
005590         "," DELIMITED BY SIZE
005600         WS-CSV-N DELIMITED BY SPACE
005610         ",=" QUOTE DELIMITED BY SIZE
005620         WS-CSV-SQ-OF-SUM DELIMITED BY SPACE
005630         QUOTE ",=" QUOTE DELIMITED BY SIZE
005640         WS-CSV-SUM-OF-SQ DELIMITED BY SPACE
005650         QUOTE ",=" QUOTE DELIMITED BY SIZE
005660         WS-CSV-DIFFERENCE DELIMITED BY SPACE
005670         QUOTE DELIMITED BY SIZE
005680         INTO DSQ-QCSV-RECORD
005690     END-STRING
005700     WRITE DSQ-QCSV-RECORD
005710     ADD 1 TO WS-CSV-ROW-COUNT.
005720 3000-EXIT.
005730     EXIT.
005740
005750 4000-ADD-SUBTOTALS.
005760     MOVE DSQ-HIST-REQUESTER TO WS-SUB-KEY-REQUESTER
005770     MOVE DSQ-HIST-CALC-TYPE TO WS-SUB-KEY-CALC-TYPE
005780     PERFORM 4100-FIND-SUB-ENTRY THRU 4100-EXIT
005781     EVALUATE DSQ-HIST-CALC-TYPE
005782         WHEN SPACE
005783             MOVE 1 TO WS-GRD-SUB
005784         WHEN "C"
005785             MOVE 2 TO WS-GRD-SUB
005786         WHEN OTHER
005787             MOVE 3 TO WS-GRD-SUB
005788     END-EVALUATE
005790     ADD 1 TO WS-SUBT-RECORDS (SUBT-IX) WS-GRD-RECORDS
005795         WS-GRD-TYPE-RECORDS (WS-GRD-SUB)
005800*    TOTALS OVER A WIDE SLICE CAN OUTGROW EVEN PIC 9(31).  THE
005810*    DETAIL LINES AND THE EXPORT ARE STILL EXACT; ONLY THE SUMS
005820*    ARE FLAGGED, AND THE STEP ENDS RC 04.
005830     ADD DSQ-HIST-SQUARE-OF-SUM TO WS-SUBT-SQUARE-OF-SUM (SUBT-IX)
005840         WS-GRD-SQUARE-OF-SUM (WS-GRD-SUB)
005850         ON SIZE ERROR
005860             SET WS-TOTALS-OVERFLOWED TO TRUE
005870     END-ADD
005880     ADD DSQ-HIST-SUM-OF-SQUARES
005890         TO WS-SUBT-SUM-OF-SQUARES (SUBT-IX)
005895         WS-GRD-SUM-OF-SQUARES (WS-GRD-SUB)
005900         ON SIZE ERROR
005910             SET WS-TOTALS-OVERFLOWED TO TRUE
005920     END-ADD
005930     ADD DSQ-HIST-DIFFERENCE TO WS-SUBT-DIFFERENCE (SUBT-IX)
005940         WS-GRD-DIFFERENCE (WS-GRD-SUB)
005950         ON SIZE ERROR
005960             SET WS-TOTALS-OVERFLOWED TO TRUE
005970     END-ADD.
005980 4000-EXIT.
005990     EXIT.
006000
006010 4100-FIND-SUB-ENTRY.
006020*    LEAVES SUBT-IX ON THE ENTRY FOR THIS REQUESTER AND TYPE.  A
006030*    NEW PAIR IS SLOTTED IN AT ITS PLACE IN CODE ORDER, THE
006040*    ENTRIES AFTER IT MOVED DOWN ONE.
006050     MOVE "N" TO WS-SUB-FOUND-SW
006060     MOVE 1 TO WS-SUB-POS
006070     MOVE "N" TO WS-SUB-STOP-SW
006080     PERFORM 4150-CHECK-ONE-ENTRY THRU 4150-EXIT
006090         UNTIL WS-SUB-POS > WS-SUB-COUNT
006100             OR WS-SUB-STOP
006110     IF WS-SUB-FOUND
006120         SET SUBT-IX TO WS-SUB-POS
006130         GO TO 4100-EXIT
006140     END-IF
006150     IF WS-SUB-COUNT NOT < WS-SUB-MAX
006160         SET SUBT-IX TO WS-SUB-COUNT
006170         SET WS-SUB-CLIPPED TO TRUE
006180         GO TO 4100-EXIT
006190     END-IF
006200     ADD 1 TO WS-SUB-COUNT
006210     MOVE WS-SUB-COUNT TO WS-SUB-SHIFT
006220     PERFORM 4200-SHIFT-ONE-ENTRY THRU 4200-EXIT
006230         UNTIL WS-SUB-SHIFT NOT > WS-SUB-POS
006240     SET SUBT-IX TO WS-SUB-POS
006250     INITIALIZE WS-SUBT-ENTRY (SUBT-IX)
006260     MOVE WS-SUB-KEY TO WS-SUBT-KEY (SUBT-IX).
006270 4100-EXIT.
006280     EXIT.
006290
006300 4150-CHECK-ONE-ENTRY.
006310     IF WS-SUBT-KEY (WS-SUB-POS) < WS-SUB-KEY
006320         ADD 1 TO WS-SUB-POS
006330         GO TO 4150-EXIT
006340     END-IF
006350     SET WS-SUB-STOP TO TRUE
006360     IF WS-SUBT-KEY (WS-SUB-POS) = WS-SUB-KEY
006370         SET WS-SUB-FOUND TO TRUE
006380     END-IF.
006390 4150-EXIT.
006400     EXIT.
006410
006420 4200-SHIFT-ONE-ENTRY.
006430     MOVE WS-SUBT-ENTRY (WS-SUB-SHIFT - 1)
006440         TO WS-SUBT-ENTRY (WS-SUB-SHIFT)
006450     SUBTRACT 1 FROM WS-SUB-SHIFT.
006460 4200-EXIT.
006470     EXIT.
006480
006490 4900-NAME-CALC-TYPE.
006500     EVALUATE WS-NAME-CALC-TYPE
006510         WHEN SPACE
006520             MOVE "DIFFERENCE OF SQUARES" TO WS-RPT-TYPE-NAME
006530         WHEN "C"
006540             MOVE "SUM OF CUBES" TO WS-RPT-TYPE-NAME
006550         WHEN OTHER
006560             MOVE "UNKNOWN TYPE" TO WS-RPT-TYPE-NAME
006570     END-EVALUATE.
006580 4900-EXIT.
006590     EXIT.
006600
006610 5000-WRITE-SUBTOTALS.
006620*    ONE ENTRY PER REQUESTER AND TYPE IN CODE ORDER, A RECORD
006630*    COUNT LINE AFTER EACH REQUESTER'S LAST TYPE, THEN THE GRAND
006636*    TOTAL - THE RECORDS OF ALL TYPES, THEN ONE ENTRY PER TYPE
006642*    SEEN.  THE SUBTOTALS START ON A PAGE OF THEIR OWN.
006650     MOVE SPACES TO DSQ-QRPT-RECORD
006660     WRITE DSQ-QRPT-RECORD
006670     MOVE "SUBTOTALS BY REQUESTER AND TYPE" TO WS-PAGE-TITLE
006675     SET WS-RPT-SUBTOTALS TO TRUE
006680     PERFORM 2900-WRITE-PAGE-HEADING THRU 2900-EXIT
006690     PERFORM 5050-WRITE-SUBTOTAL-HEADING THRU 5050-EXIT
006810     IF WS-SUB-COUNT > ZERO
006820         MOVE WS-SUBT-REQUESTER (1) TO WS-PRIOR-REQUESTER
006830         MOVE ZERO TO WS-REQ-RECORDS
006840         PERFORM 5100-WRITE-ONE-SUBTOTAL THRU 5100-EXIT
006850             VARYING SUBT-IX FROM 1 BY 1
006860             UNTIL SUBT-IX > WS-SUB-COUNT
006870         PERFORM 5200-WRITE-REQ-COUNT THRU 5200-EXIT
006880     END-IF
006883     MOVE 2 TO WS-ENTRY-LINES
006886     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
006890     MOVE SPACES TO DSQ-QRPT-RECORD
006900     WRITE DSQ-QRPT-RECORD
006910     MOVE SPACES TO DSQ-QRPT-RECORD
006920     STRING "GRAND TOTAL ALL TYPES       " WS-GRD-RECORDS
006930         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
006950     END-STRING
006960     WRITE DSQ-QRPT-RECORD
006970     PERFORM 5300-WRITE-TYPE-TOTAL THRU 5300-EXIT
006980         VARYING WS-GRD-SUB FROM 1 BY 1
006990         UNTIL WS-GRD-SUB > 3
007000     MOVE 6 TO WS-ENTRY-LINES
007010     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
007030     MOVE SPACES TO DSQ-QRPT-RECORD
007040     WRITE DSQ-QRPT-RECORD
007050     MOVE SPACES TO DSQ-QRPT-RECORD
007060     STRING "DSQHIST RECORDS READ     : " WS-READ-COUNT
007070         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007080     END-STRING
007090     WRITE DSQ-QRPT-RECORD
007100     MOVE SPACES TO DSQ-QRPT-RECORD
007110     STRING "RECORDS SELECTED         : " WS-SELECTED-COUNT
007120         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007130     END-STRING
007140     WRITE DSQ-QRPT-RECORD
007150     MOVE SPACES TO DSQ-QRPT-RECORD
007160     STRING "QRYCSV ROWS EXPORTED     : " WS-CSV-ROW-COUNT
007170         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007180     END-STRING
007190     WRITE DSQ-QRPT-RECORD
007200     IF WS-SUB-CLIPPED
007210         MOVE SPACES TO DSQ-QRPT-RECORD
007220         STRING "*** MORE REQUESTER/TYPE PAIRS THAN THE TABLE"
007230             " HOLDS - THE EXCESS IS IN THE LAST SUBTOTAL ***"
007240             DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007250         END-STRING
007260         WRITE DSQ-QRPT-RECORD
007270     END-IF
007280     IF WS-TOTALS-OVERFLOWED
007290         MOVE SPACES TO DSQ-QRPT-RECORD
007300         STRING "*** A SUM EXCEEDED 31 DIGITS - SUBTOTALS AND"
007310             " GRAND TOTALS NOT RELIABLE, DETAIL AND QRYCSV"
007320             " ARE EXACT ***"
007330             DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007340         END-STRING
007350         WRITE DSQ-QRPT-RECORD
007360     END-IF.
007370 5000-EXIT.
007380     EXIT.
007381
007382 5050-WRITE-SUBTOTAL-HEADING.
007383     MOVE SPACES TO DSQ-QRPT-RECORD
007384     STRING "REQ T TYPE                  RECORDS  "
007385         "DIFFERENCE"
007386         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007387     END-STRING
007388     WRITE DSQ-QRPT-RECORD
007389     MOVE SPACES TO DSQ-QRPT-RECORD
007390     STRING "                           SQUARE-OF-SUM"
007391         "                   SUM-OF-SQUARES"
007392         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007393     END-STRING
007394     WRITE DSQ-QRPT-RECORD.
007395 5050-EXIT.
007396     EXIT.
007397
007400 5100-WRITE-ONE-SUBTOTAL.
007410     IF WS-SUBT-REQUESTER (SUBT-IX) NOT = WS-PRIOR-REQUESTER
007420         PERFORM 5200-WRITE-REQ-COUNT THRU 5200-EXIT
007430         MOVE WS-SUBT-REQUESTER (SUBT-IX) TO WS-PRIOR-REQUESTER
007440         MOVE ZERO TO WS-REQ-RECORDS
007450     END-IF
007460     ADD WS-SUBT-RECORDS (SUBT-IX) TO WS-REQ-RECORDS
007470     MOVE WS-SUBT-CALC-TYPE (SUBT-IX) TO WS-NAME-CALC-TYPE
007480     PERFORM 4900-NAME-CALC-TYPE THRU 4900-EXIT
007483     MOVE 2 TO WS-ENTRY-LINES
007486     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
007490     MOVE SPACES TO DSQ-QRPT-RECORD
007500     STRING WS-SUBT-REQUESTER (SUBT-IX) " "
007510         WS-SUBT-CALC-TYPE (SUBT-IX) " " WS-RPT-TYPE-NAME " "
007520         WS-SUBT-RECORDS (SUBT-IX) "  "
007530         WS-SUBT-DIFFERENCE (SUBT-IX)
007540         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007550     END-STRING
007560     WRITE DSQ-QRPT-RECORD
007570     MOVE SPACES TO DSQ-QRPT-RECORD
007580     STRING "                           "
007590         WS-SUBT-SQUARE-OF-SUM (SUBT-IX) " "
007600         WS-SUBT-SUM-OF-SQUARES (SUBT-IX)
007610         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007620     END-STRING
007630     WRITE DSQ-QRPT-RECORD.
007640 5100-EXIT.
007650     EXIT.
007660
007670 5200-WRITE-REQ-COUNT.
007680*    THE TYPES' TOTALS ARE DIFFERENT QUANTITIES, SO A REQUESTER
007690*    IS TOTALLED IN RECORDS ONLY.
007693     MOVE 2 TO WS-ENTRY-LINES
007696     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
007700     MOVE SPACES TO DSQ-QRPT-RECORD
007710     STRING WS-PRIOR-REQUESTER " ALL TYPES              "
007720         WS-REQ-RECORDS
007730         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007740     END-STRING
007750     WRITE DSQ-QRPT-RECORD
007760     MOVE SPACES TO DSQ-QRPT-RECORD
007770     WRITE DSQ-QRPT-RECORD.
007780 5200-EXIT.
007790     EXIT.
007800
007801 5300-WRITE-TYPE-TOTAL.
007802*    ONE GRAND-TOTAL ENTRY FOR THE TYPE IN WS-GRD-SUB, IN THE
007803*    SUBTOTAL COLUMNS.  A TYPE THE SLICE NEVER MET PRINTS NOTHING.
007804     IF WS-GRD-TYPE-RECORDS (WS-GRD-SUB) = ZERO
007805         GO TO 5300-EXIT
007806     END-IF
007807     EVALUATE WS-GRD-SUB
007808         WHEN 1
007809             MOVE SPACE TO WS-NAME-CALC-TYPE
007810         WHEN 2
007811             MOVE "C" TO WS-NAME-CALC-TYPE
007812         WHEN OTHER
007813             MOVE "?" TO WS-NAME-CALC-TYPE
007814     END-EVALUATE
007815     PERFORM 4900-NAME-CALC-TYPE THRU 4900-EXIT
007816     MOVE 2 TO WS-ENTRY-LINES
007817     PERFORM 2800-CHECK-PAGE THRU 2800-EXIT
007818     MOVE SPACES TO DSQ-QRPT-RECORD
007819     STRING "GRAND " WS-RPT-TYPE-NAME " "
007820         WS-GRD-TYPE-RECORDS (WS-GRD-SUB) "  "
007821         WS-GRD-DIFFERENCE (WS-GRD-SUB)
007822         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007823     END-STRING
007824     WRITE DSQ-QRPT-RECORD
007825     MOVE SPACES TO DSQ-QRPT-RECORD
007826     STRING "                           "
007827         WS-GRD-SQUARE-OF-SUM (WS-GRD-SUB) " "
007828         WS-GRD-SUM-OF-SQUARES (WS-GRD-SUB)
007829         DELIMITED BY SIZE INTO DSQ-QRPT-RECORD
007830     END-STRING
007831     WRITE DSQ-QRPT-RECORD.
007832 5300-EXIT.
007833     EXIT.
007834
007835 8000-CLOSE-FILES.
007836     CLOSE DSQ-HIST-FILE
007837     CLOSE DSQ-QRPT-FILE
007840     CLOSE DSQ-QCSV-FILE
007850     DISPLAY "DSQQUERY RECORDS READ    :" WS-READ-COUNT
007860     DISPLAY "DSQQUERY RECORDS SELECTED:" WS-SELECTED-COUNT
007870     DISPLAY "DSQQUERY SUBTOTAL LINES  :" WS-SUB-COUNT.
007880 8000-EXIT.
007890     EXIT.
007900
007910 9000-SET-RETURN-CODE.
007920*    RC 00 - AT LEAST ONE RECORD SELECTED, TOTALS EXACT.
007930*    RC 04 - NOTHING MATCHED THE SELECTION, OR A SUM OUTGREW ITS
007940*            31 DIGITS - THE REPORT SAYS WHICH.
007950*    RC 08 - ISSUED AT STARTUP, NOT HERE - A BAD SELECTION CARD.
007960*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
007970     IF WS-SELECTED-COUNT = ZERO
007980             OR WS-TOTALS-OVERFLOWED
007990         MOVE 4 TO RETURN-CODE
008000     ELSE
008010         MOVE 0 TO RETURN-CODE
008020     END-IF.
008030 9000-EXIT.
008040     EXIT.
008050
008060 9900-LOG-STEP-OUTCOME.
008070*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
008080*    THE MORNING DIGEST.
008090     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
008100     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
008110     MOVE "SELECTED" TO DSQ-JLG-COUNT-LABEL (2)
008120     MOVE WS-SELECTED-COUNT TO DSQ-JLG-COUNT (2)
008130     MOVE "CSV ROWS" TO DSQ-JLG-COUNT-LABEL (3)
008140     MOVE WS-CSV-ROW-COUNT TO DSQ-JLG-COUNT (3)
008150     EVALUATE TRUE
008160         WHEN WS-SELECTED-COUNT = ZERO
008170             MOVE "NO DSQHIST RECORDS MATCH THE SELECTION"
008180                 TO DSQ-JLG-REASON
008190         WHEN WS-TOTALS-OVERFLOWED
008200             MOVE "SUBTOTALS EXCEEDED 31 DIGITS - SEE QRYRPT"
008210                 TO DSQ-JLG-REASON
008220         WHEN OTHER
008230             CONTINUE
008240     END-EVALUATE
008250     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
008260 9900-EXIT.
008270     EXIT.
008280
008290 9950-WRITE-JOB-LOG.
008300*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
008310*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
008320*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
008330     MOVE "DSQQUERY" TO DSQ-JLG-PROGRAM
008340     MOVE RETURN-CODE TO DSQ-JLG-RC
008350     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
008360     END-CALL
008370     MOVE DSQ-JLG-RC TO RETURN-CODE.
008380 9950-EXIT.
008390     EXIT.
008400
008410 END PROGRAM DSQQUERY.
