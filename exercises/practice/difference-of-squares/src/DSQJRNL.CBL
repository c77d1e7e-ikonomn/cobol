000010******************************************************************
000020* Author:NIKOS
000030* Installation: DIFFERENCE-OF-SQUARES BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Purpose: Maintenance journal report.  Prints the MAINTJNL
000060*          file DSQONLN appends on every deck, standing-request
000070*          and reject save, every supervisor lock override and
000075*          every supervisor reopen of a closed period -
000080*          one line per save with the operator, role, timestamp,
000090*          screen and record counts, followed by the before
000100*          images of the records the save removed and the after
000110*          images of the records it added.  An optional SYSIN
000120*          selection card narrows the listing:
000130*            COLS  1-8   FROM DATE CCYYMMDD (ZERO = NO LOW BOUND)
000140*            COLS  9-16  TO DATE CCYYMMDD   (ZERO = NO HIGH BOUND)
000150*            COLS 17-24  OPERATOR ID        (BLANK = ANY)
000160*            COLS 25-28  SCREEN DECK/SRM/REJ/PRD/ENT (BLANK = ANY)
000170*          so "who changed Tuesday's deck" is one card.
000180******************************************************************
000190* Mod Log:
000200* 2026-10-15 NK  Original program.
000202* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000204*                a step-outcome record to the suite JOBLOG
000206*                through DSQJLOG for the morning digest.
000207* 2026-10-15 NK  Lists supervisor period reopens (type P) with
000208*                the period and the reason given.
000209* 2026-10-15 NK  Screen ENT (entitlement master saves) added to
000210*                the selection card's screen codes.
000211******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DSQJRNL.
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  GNUCOBOL312.
000270 OBJECT-COMPUTER.  GNUCOBOL312.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SYSIN-STATUS.
000330     SELECT DSQ-JRNL-FILE ASSIGN TO "MAINTJNL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-JRNL-STATUS.
000360     SELECT DSQ-JRPT-FILE ASSIGN TO "JRNLRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-JRPT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SYSIN-FILE
000420     RECORDING MODE IS F.
000430 01  SYSIN-SELECT-RECORD.
000440     05  SYSIN-SELECT-FROM       PIC 9(08).
000450     05  SYSIN-SELECT-TO         PIC 9(08).
000460     05  SYSIN-SELECT-OPER       PIC X(08).
000470     05  SYSIN-SELECT-SCREEN     PIC X(04).
000480 FD  DSQ-JRNL-FILE
000490     RECORDING MODE IS F.
000500     COPY "DSQMJRNL.CPY".
000510 FD  DSQ-JRPT-FILE
000520     RECORDING MODE IS F.
000530 01  DSQ-JRPT-RECORD             PIC X(132).
000540 WORKING-STORAGE SECTION.
000550 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000560     88 WS-SYSIN-OK             VALUE "00".
000570 01 WS-JRNL-STATUS PIC X(02) VALUE SPACES.
000580     88 WS-JRNL-OK              VALUE "00".
000590     88 WS-JRNL-EOF             VALUE "10".
000600 01 WS-JRPT-STATUS PIC X(02) VALUE SPACES.
000610     88 WS-JRPT-OK              VALUE "00".
000620 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000630 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000640     05 WS-RUN-DATE-CCYY         PIC 9(04).
000650     05 WS-RUN-DATE-MM           PIC 9(02).
000660     05 WS-RUN-DATE-DD           PIC 9(02).
000670 01 WS-SELECT-FROM PIC 9(08) VALUE ZERO.
000680 01 WS-SELECT-TO PIC 9(08) VALUE 99999999.
000690 01 WS-SELECT-OPER PIC X(08) VALUE SPACES.
000700 01 WS-SELECT-SCREEN PIC X(04) VALUE SPACES.
000710 01 WS-READ-COUNT PIC 9(08) VALUE ZERO.
000720 01 WS-SELECTED-COUNT PIC 9(08) VALUE ZERO.
000730 01 WS-SAVE-COUNT PIC 9(08) VALUE ZERO.
000740 01 WS-OVERRIDE-COUNT PIC 9(08) VALUE ZERO.
000745 01 WS-REOPEN-COUNT PIC 9(08) VALUE ZERO.
000750 01 WS-IMAGE-COUNT PIC 9(08) VALUE ZERO.
000760* THE JOURNAL TIMESTAMP PICKED APART FOR PRINTING.
000770 01 WS-JRN-DATE PIC 9(08) VALUE ZERO.
000780 01 WS-JRN-DATE-X REDEFINES WS-JRN-DATE.
000790     05 WS-JRN-DATE-CCYY         PIC 9(04).
000800     05 WS-JRN-DATE-MM           PIC 9(02).
000810     05 WS-JRN-DATE-DD           PIC 9(02).
000820 01 WS-JRN-TIME PIC 9(08) VALUE ZERO.
000830 01 WS-JRN-TIME-X REDEFINES WS-JRN-TIME.
000840     05 WS-JRN-TIME-HH           PIC 9(02).
000850     05 WS-JRN-TIME-MM           PIC 9(02).
000860     05 WS-JRN-TIME-SS           PIC 9(02).
000870     05 FILLER                   PIC 9(02).
000880 01 WS-STAMP-LINE PIC X(53) VALUE SPACES.
000883* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000886 COPY "DSQJOBLG.CPY".
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000902     INITIALIZE DSQ-JOBLOG-RECORD
000904     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000906     ACCEPT DSQ-JLG-START-TIME FROM TIME
000910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000920     PERFORM 1000-GET-SELECTION THRU 1000-EXIT
000930     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
000940     PERFORM 2000-LIST-ONE-RECORD THRU 2000-EXIT
000950         UNTIL WS-JRNL-EOF
000960     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
000970     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000980     MOVE 0 TO RETURN-CODE
000985     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
000990     STOP RUN.
001000
001010 1000-GET-SELECTION.
001020*    NO CARD, OR A BLANK ONE, LISTS THE WHOLE JOURNAL.
001030     OPEN INPUT SYSIN-FILE
001040     IF WS-SYSIN-OK
001050         READ SYSIN-FILE
001060             NOT AT END
001070                 IF SYSIN-SELECT-FROM NUMERIC
001080                         AND SYSIN-SELECT-FROM > ZERO
001090                     MOVE SYSIN-SELECT-FROM TO WS-SELECT-FROM
001100                 END-IF
001110                 IF SYSIN-SELECT-TO NUMERIC
001120                         AND SYSIN-SELECT-TO > ZERO
001130                     MOVE SYSIN-SELECT-TO TO WS-SELECT-TO
001140                 END-IF
001150                 MOVE SYSIN-SELECT-OPER TO WS-SELECT-OPER
001160                 MOVE SYSIN-SELECT-SCREEN TO WS-SELECT-SCREEN
001170         END-READ
001180         CLOSE SYSIN-FILE
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001220
001230 1500-OPEN-FILES.
001240     OPEN INPUT DSQ-JRNL-FILE
001250     IF NOT WS-JRNL-OK
001260         DISPLAY "*** DSQJRNL - UNABLE TO OPEN MAINTJNL ***"
001270         MOVE 16 TO RETURN-CODE
001273         MOVE "UNABLE TO OPEN MAINTJNL" TO DSQ-JLG-REASON
001276         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001280         STOP RUN
001290     END-IF
001300     OPEN OUTPUT DSQ-JRPT-FILE
001310     IF NOT WS-JRPT-OK
001320         DISPLAY "*** DSQJRNL - UNABLE TO OPEN JRNLRPT ***"
001330         MOVE 16 TO RETURN-CODE
001333         MOVE "UNABLE TO OPEN JRNLRPT" TO DSQ-JLG-REASON
001336         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001340         STOP RUN
001350     END-IF
001360     MOVE SPACES TO DSQ-JRPT-RECORD
001370     STRING "DSQ MAINTENANCE JOURNAL - RUN DATE "
001380         DELIMITED BY SIZE
001390         WS-RUN-DATE-CCYY DELIMITED BY SIZE
001400         "-" DELIMITED BY SIZE
001410         WS-RUN-DATE-MM DELIMITED BY SIZE
001420         "-" DELIMITED BY SIZE
001430         WS-RUN-DATE-DD DELIMITED BY SIZE
001440         INTO DSQ-JRPT-RECORD
001450     END-STRING
001460     WRITE DSQ-JRPT-RECORD
001470     MOVE SPACES TO DSQ-JRPT-RECORD
001480     STRING "SELECTION: DATES " DELIMITED BY SIZE
001490         WS-SELECT-FROM DELIMITED BY SIZE
001500         " THRU " DELIMITED BY SIZE
001510         WS-SELECT-TO DELIMITED BY SIZE
001520         "  OPERATOR " DELIMITED BY SIZE
001530         WS-SELECT-OPER DELIMITED BY SIZE
001540         "  SCREEN " DELIMITED BY SIZE
001550         WS-SELECT-SCREEN DELIMITED BY SIZE
001560         INTO DSQ-JRPT-RECORD
001570     END-STRING
001580     WRITE DSQ-JRPT-RECORD.
001590 1500-EXIT.
001600     EXIT.
001610
001620 2000-LIST-ONE-RECORD.
001630     READ DSQ-JRNL-FILE
001640         AT END
001650             SET WS-JRNL-EOF TO TRUE
001660             GO TO 2000-EXIT
001670     END-READ
001680     ADD 1 TO WS-READ-COUNT
001690*    EVERY RECORD OF ONE SAVE CARRIES THE SAME OPERATOR, STAMP
001700*    AND SCREEN, SO A SAVE IS SELECTED OR DROPPED WHOLE.
001710     IF DSQ-JRN-TS-DATE < WS-SELECT-FROM
001720             OR DSQ-JRN-TS-DATE > WS-SELECT-TO
001730         GO TO 2000-EXIT
001740     END-IF
001750     IF WS-SELECT-OPER NOT = SPACES
001760             AND DSQ-JRN-OPER-ID NOT = WS-SELECT-OPER
001770         GO TO 2000-EXIT
001780     END-IF
001790     IF WS-SELECT-SCREEN NOT = SPACES
001800             AND DSQ-JRN-SCREEN NOT = WS-SELECT-SCREEN
001810         GO TO 2000-EXIT
001820     END-IF
001830     ADD 1 TO WS-SELECTED-COUNT
001840     EVALUATE TRUE
001850         WHEN DSQ-JRN-SAVE
001860             PERFORM 2100-LIST-SAVE THRU 2100-EXIT
001870         WHEN DSQ-JRN-OVERRIDE
001880             PERFORM 2200-LIST-OVERRIDE THRU 2200-EXIT
001883         WHEN DSQ-JRN-REOPEN
001886             PERFORM 2300-LIST-REOPEN THRU 2300-EXIT
001890         WHEN DSQ-JRN-BEFORE
001900             ADD 1 TO WS-IMAGE-COUNT
001910             MOVE SPACES TO DSQ-JRPT-RECORD
001920             STRING "          BEFORE  " DELIMITED BY SIZE
001930                 DSQ-JRN-IMAGE DELIMITED BY SIZE
001940                 INTO DSQ-JRPT-RECORD
001950             END-STRING
001960             WRITE DSQ-JRPT-RECORD
001970         WHEN DSQ-JRN-AFTER
001980             ADD 1 TO WS-IMAGE-COUNT
001990             MOVE SPACES TO DSQ-JRPT-RECORD
002000             STRING "          AFTER   " DELIMITED BY SIZE
002010                 DSQ-JRN-IMAGE DELIMITED BY SIZE
002020                 INTO DSQ-JRPT-RECORD
002030             END-STRING
002040             WRITE DSQ-JRPT-RECORD
002050         WHEN OTHER
002060             CONTINUE
002070     END-EVALUATE.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-LIST-SAVE.
002120     ADD 1 TO WS-SAVE-COUNT
002130     PERFORM 2500-BUILD-STAMP THRU 2500-EXIT
002140     MOVE SPACES TO DSQ-JRPT-RECORD
002150     WRITE DSQ-JRPT-RECORD
002160     MOVE SPACES TO DSQ-JRPT-RECORD
002170     STRING WS-STAMP-LINE DELIMITED BY SIZE
002180         "SAVE " DELIMITED BY SIZE
002190         DSQ-JRN-FILE DELIMITED BY SIZE
002200         " BEFORE " DELIMITED BY SIZE
002210         DSQ-JRN-BEFORE-COUNT DELIMITED BY SIZE
002220         " AFTER " DELIMITED BY SIZE
002230         DSQ-JRN-AFTER-COUNT DELIMITED BY SIZE
002240         " REMOVED " DELIMITED BY SIZE
002250         DSQ-JRN-REMOVED-COUNT DELIMITED BY SIZE
002260         " ADDED " DELIMITED BY SIZE
002270         DSQ-JRN-ADDED-COUNT DELIMITED BY SIZE
002280         INTO DSQ-JRPT-RECORD
002290     END-STRING
002300     WRITE DSQ-JRPT-RECORD.
002310 2100-EXIT.
002320     EXIT.
002330
002340 2200-LIST-OVERRIDE.
002350*    THE IMAGE IS THE DSQLOCK RECORD THE SUPERVISOR CLEARED -
002360*    HOLDER, RUN ID AND THE TIME THE LOCK WAS TAKEN.
002370     ADD 1 TO WS-OVERRIDE-COUNT
002380     PERFORM 2500-BUILD-STAMP THRU 2500-EXIT
002390     MOVE SPACES TO DSQ-JRPT-RECORD
002400     WRITE DSQ-JRPT-RECORD
002410     MOVE SPACES TO DSQ-JRPT-RECORD
002420     STRING WS-STAMP-LINE DELIMITED BY SIZE
002430         "LOCK OVERRIDE - CLEARED " DELIMITED BY SIZE
002440         DSQ-JRN-IMAGE (1:29) DELIMITED BY SIZE
002450         INTO DSQ-JRPT-RECORD
002460     END-STRING
002470     WRITE DSQ-JRPT-RECORD.
002480 2200-EXIT.
002490     EXIT.
002491
002492 2300-LIST-REOPEN.
002493*    THE IMAGE IS THE REOPENED RECORD WRITTEN TO PRDCTL - THE
002494*    PERIOD IN COLS 1-6, THE REASON IN COLS 55-84.
002495     ADD 1 TO WS-REOPEN-COUNT
002496     PERFORM 2500-BUILD-STAMP THRU 2500-EXIT
002497     MOVE SPACES TO DSQ-JRPT-RECORD
002498     WRITE DSQ-JRPT-RECORD
002499     MOVE SPACES TO DSQ-JRPT-RECORD
002500     STRING WS-STAMP-LINE DELIMITED BY SIZE
002501         "PERIOD REOPEN - " DELIMITED BY SIZE
002502         DSQ-JRN-IMAGE (1:6) DELIMITED BY SIZE
002503         " REASON " DELIMITED BY SIZE
002504         DSQ-JRN-IMAGE (55:30) DELIMITED BY SIZE
002505         INTO DSQ-JRPT-RECORD
002506     END-STRING
002507     WRITE DSQ-JRPT-RECORD.
002508 2300-EXIT.
002509     EXIT.
002510
002511 2500-BUILD-STAMP.
002520     MOVE DSQ-JRN-TS-DATE TO WS-JRN-DATE
002530     MOVE DSQ-JRN-TS-TIME TO WS-JRN-TIME
002540     MOVE SPACES TO WS-STAMP-LINE
002550     STRING WS-JRN-DATE-CCYY DELIMITED BY SIZE
002560         "-" DELIMITED BY SIZE
002570         WS-JRN-DATE-MM DELIMITED BY SIZE
002580         "-" DELIMITED BY SIZE
002590         WS-JRN-DATE-DD DELIMITED BY SIZE
002600         " " DELIMITED BY SIZE
002610         WS-JRN-TIME-HH DELIMITED BY SIZE
002620         ":" DELIMITED BY SIZE
002630         WS-JRN-TIME-MM DELIMITED BY SIZE
002640         ":" DELIMITED BY SIZE
002650         WS-JRN-TIME-SS DELIMITED BY SIZE
002660         " OPER " DELIMITED BY SIZE
002670         DSQ-JRN-OPER-ID DELIMITED BY SIZE
002680         " ROLE " DELIMITED BY SIZE
002690         DSQ-JRN-OPER-ROLE DELIMITED BY SIZE
002700         " SCREEN " DELIMITED BY SIZE
002710         DSQ-JRN-SCREEN DELIMITED BY SIZE
002720         " " DELIMITED BY SIZE
002730         INTO WS-STAMP-LINE
002740     END-STRING.
002750 2500-EXIT.
002760     EXIT.
002770
002780 5000-WRITE-SUMMARY.
002790     MOVE SPACES TO DSQ-JRPT-RECORD
002800     WRITE DSQ-JRPT-RECORD
002810     MOVE SPACES TO DSQ-JRPT-RECORD
002820     STRING "JOURNAL RECORDS READ     : " DELIMITED BY SIZE
002830         WS-READ-COUNT DELIMITED BY SIZE
002840         INTO DSQ-JRPT-RECORD
002850     END-STRING
002860     WRITE DSQ-JRPT-RECORD
002870     MOVE SPACES TO DSQ-JRPT-RECORD
002880     STRING "RECORDS SELECTED         : " DELIMITED BY SIZE
002890         WS-SELECTED-COUNT DELIMITED BY SIZE
002900         INTO DSQ-JRPT-RECORD
002910     END-STRING
002920     WRITE DSQ-JRPT-RECORD
002930     MOVE SPACES TO DSQ-JRPT-RECORD
002940     STRING "SAVES LISTED             : " DELIMITED BY SIZE
002950         WS-SAVE-COUNT DELIMITED BY SIZE
002960         INTO DSQ-JRPT-RECORD
002970     END-STRING
002980     WRITE DSQ-JRPT-RECORD
002990     MOVE SPACES TO DSQ-JRPT-RECORD
003000     STRING "LOCK OVERRIDES LISTED    : " DELIMITED BY SIZE
003010         WS-OVERRIDE-COUNT DELIMITED BY SIZE
003020         INTO DSQ-JRPT-RECORD
003030     END-STRING
003040     WRITE DSQ-JRPT-RECORD
003041     MOVE SPACES TO DSQ-JRPT-RECORD
003042     STRING "PERIOD REOPENS LISTED    : " DELIMITED BY SIZE
003043         WS-REOPEN-COUNT DELIMITED BY SIZE
003044         INTO DSQ-JRPT-RECORD
003045     END-STRING
003046     WRITE DSQ-JRPT-RECORD
003050     MOVE SPACES TO DSQ-JRPT-RECORD
003060     STRING "BEFORE/AFTER IMAGES      : " DELIMITED BY SIZE
003070         WS-IMAGE-COUNT DELIMITED BY SIZE
003080         INTO DSQ-JRPT-RECORD
003090     END-STRING
003100     WRITE DSQ-JRPT-RECORD.
003110 5000-EXIT.
003120     EXIT.
003130
003140 8000-CLOSE-FILES.
003150     CLOSE DSQ-JRNL-FILE
003160     CLOSE DSQ-JRPT-FILE
003170     DISPLAY "DSQJRNL RECORDS READ     :" WS-READ-COUNT
003180     DISPLAY "DSQJRNL RECORDS SELECTED :" WS-SELECTED-COUNT
003190     DISPLAY "DSQJRNL SAVES LISTED     :" WS-SAVE-COUNT.
003200 8000-EXIT.
003210     EXIT.
003220
003221 9900-LOG-STEP-OUTCOME.
003222*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
003223*    THE MORNING DIGEST.
003224     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
003225     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
003226     MOVE "SELECTED" TO DSQ-JLG-COUNT-LABEL (2)
003227     MOVE WS-SELECTED-COUNT TO DSQ-JLG-COUNT (2)
003228     MOVE "SAVES" TO DSQ-JLG-COUNT-LABEL (3)
003229     MOVE WS-SAVE-COUNT TO DSQ-JLG-COUNT (3)
003230     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
003231 9900-EXIT.
003232     EXIT.
003233
003234 9950-WRITE-JOB-LOG.
003235*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
003236*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
003237*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
003238     MOVE "DSQJRNL" TO DSQ-JLG-PROGRAM
003239     MOVE RETURN-CODE TO DSQ-JLG-RC
003240     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
003241     END-CALL
003242     MOVE DSQ-JLG-RC TO RETURN-CODE.
003243 9950-EXIT.
003244     EXIT.
003245
003246 END PROGRAM DSQJRNL.
