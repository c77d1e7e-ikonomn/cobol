000060*          DSQHLOAD already merged into DSQHIST turns out bad
000070*          (a wrong deck forced through, or totals later found
000080*          suspect), this job takes the run identifier from the
000090*          JCL PARM or a SYSIN card, finds the run's records on
000097*          the DSQHIST master by its run-ID alternate key and
000104*          deletes them - any night, weeks later, with no need
000111*          for that night's XTRCTOUT - appends a
000120*          BACKDOUT status record to RUNCTL so the deck's
000130*          fingerprint becomes rerunnable without a FORCERUN
000140*          card, and prints the BKOUTRPT backout report listing
000290*                the run's COMPLETE record, refuses the backout
000300*                with RC 08 instead of registering BACKDOUT
000310*                over a master still carrying the run.
000311* 2026-10-15 NK  The BACKDOUT record clears the new RUNCTL
000312*                destination field - it is a run-level record.
000313* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000314*                a step-outcome record to the suite JOBLOG
000315*                through DSQJLOG for the morning digest.
000316* 2026-10-15 NK  A run dated in an accounting period DSQCLOSE
000317*                has closed is refused with RC 08 - the month
000318*                is billed - until a supervisor reopens the
000319*                period on DSQONLN.
000320* 2026-10-15 NK  Reverse the run straight from the master by the
000321*                new DSQHIST run-ID alternate key instead of from
000322*                XTRCTOUT, which the next night overwrites.  No
000323*                record on the master for the run, or more than
000324*                its COMPLETE record says it merged, refuses the
000325*                backout with RC 08; fewer (hand-deleted) is RC 04
000326*                as before.
000327******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DSQBKOUT.
000350 ENVIRONMENT DIVISION.
000430     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SYSIN-STATUS.
000490     SELECT DSQ-HIST-FILE ASSIGN TO "DSQHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DSQ-HIST-KEY
000522         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000524             WITH DUPLICATES
000526         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000528             WITH DUPLICATES
000530         FILE STATUS IS WS-HIST-STATUS.
000540     SELECT DSQ-RUNCTL-FILE ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000570     SELECT DSQ-BKOUT-RPT-FILE ASSIGN TO "BKOUTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-BKOUTRPT-STATUS.
000592     SELECT DSQ-PERIOD-FILE ASSIGN TO "PRDCTL"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-PRDCTL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SYSIN-FILE
000630     RECORDING MODE IS F.
000640 01  SYSIN-RUN-RECORD.
000650     05  SYSIN-RUN-ID            PIC 9(08).
000690 FD  DSQ-HIST-FILE.
000700     COPY "DSQHIST.CPY".
000710 FD  DSQ-RUNCTL-FILE
000740 FD  DSQ-BKOUT-RPT-FILE
000750     RECORDING MODE IS F.
000760 01  DSQ-BKOUT-RPT-RECORD        PIC X(132).
000762 FD  DSQ-PERIOD-FILE
000764     RECORDING MODE IS F.
000766     COPY "DSQPRDCT.CPY".
000770 WORKING-STORAGE SECTION.
000780 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000790     88 WS-SYSIN-OK             VALUE "00".
000825* "02" IS A DUPLICATE ALTERNATE KEY VALUE - STILL A GOOD READ.
000830 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000840     88 WS-HIST-OK              VALUE "00" "02".
000850     88 WS-HIST-KEY-NOT-FOUND   VALUE "23".
000852* SET ONCE THE RUN-ID BROWSE RUNS PAST THE TARGET RUN.
000854 01 WS-RUN-DONE-SW PIC X(01) VALUE "N".
000856     88 WS-RUN-DONE             VALUE "Y".
000860 01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
000870     88 WS-RUNCTL-OK            VALUE "00".
000880     88 WS-RUNCTL-EOF           VALUE "10".
000890 01 WS-BKOUTRPT-STATUS PIC X(02) VALUE SPACES.
000900     88 WS-BKOUTRPT-OK          VALUE "00".
000902 01 WS-PRDCTL-STATUS PIC X(02) VALUE SPACES.
000904     88 WS-PRDCTL-OK            VALUE "00".
000906     88 WS-PRDCTL-EOF           VALUE "10".
000910 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000920 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000930     05 WS-RUN-DATE-CCYY         PIC 9(04).
001150     88 WS-RUN-COMPLETE         VALUE "Y".
001160 01 WS-RUN-BACKEDOUT-SW PIC X(01) VALUE "N".
001170     88 WS-RUN-BACKEDOUT        VALUE "Y".
001171* THE RUN IS DATED BY ITS FIRST RUNCTL RECORD; ITS PERIOD'S
001172* LATEST PRDCTL STATUS SAYS WHETHER THE MONTH IS CLOSED.
001173 01 WS-RUN-START-DATE PIC 9(08) VALUE ZERO.
001174 01 WS-RUN-PERIOD PIC 9(06) VALUE ZERO.
001175 01 WS-PERIOD-STATE PIC X(08) VALUE SPACES.
001176     88 WS-PERIOD-IS-CLOSED     VALUE "CLOSED  ".
001177 01 WS-CLOSED-DATE PIC 9(08) VALUE ZERO.
001178 01 WS-CLOSED-BY PIC X(08) VALUE SPACES.
001180 01 WS-DETAIL-COUNT PIC 9(08) VALUE ZERO.
001190 01 WS-DELETED-COUNT PIC 9(08) VALUE ZERO.
001200 01 WS-NOTFOUND-COUNT PIC 9(08) VALUE ZERO.
001210 01 WS-ERROR-COUNT PIC 9(08) VALUE ZERO.
001213* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001216 COPY "DSQJOBLG.CPY".
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001232     INITIALIZE DSQ-JOBLOG-RECORD
001234     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001236     ACCEPT DSQ-JLG-START-TIME FROM TIME
001240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001250     ACCEPT WS-RUN-TIME FROM TIME
001260     PERFORM 1000-GET-RUN-ID THRU 1000-EXIT
001270     PERFORM 1500-SCAN-RUNCTL THRU 1500-EXIT
001280     PERFORM 1700-PRESCAN-MASTER THRU 1700-EXIT
001290     PERFORM 1800-OPEN-FILES THRU 1800-EXIT
001300     PERFORM 2000-WRITE-RPT-HEADING THRU 2000-EXIT
001310     PERFORM 3000-BACKOUT-ONE-RECORD THRU 3000-EXIT
001320         UNTIL WS-RUN-DONE
001325     PERFORM 3200-REPORT-SHORTFALL THRU 3200-EXIT
001330     PERFORM 5000-WRITE-BKOUT-SUMMARY THRU 5000-EXIT
001340     PERFORM 6000-REGISTER-BACKOUT THRU 6000-EXIT
001350     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001360     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001365     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001370     STOP RUN.
001380
001390 1000-GET-RUN-ID.
001640     IF WS-TARGET-RUN-ID = ZERO
001650         DISPLAY "*** DSQBKOUT - NO RUN IDENTIFIER SUPPLIED ***"
001660         MOVE 8 TO RETURN-CODE
001663         MOVE "NO RUN IDENTIFIER SUPPLIED" TO DSQ-JLG-REASON
001666         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001670         STOP RUN
001680     END-IF.
001690 1000-EXIT.
001780     IF NOT WS-RUNCTL-OK
001790         DISPLAY "*** DSQBKOUT - UNABLE TO OPEN RUNCTL ***"
001800         MOVE 16 TO RETURN-CODE
001803         MOVE "UNABLE TO OPEN RUNCTL" TO DSQ-JLG-REASON
001806         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001810         STOP RUN
001820     END-IF
001830     PERFORM 1600-SCAN-ONE-RUNCTL THRU 1600-EXIT
001870         DISPLAY "*** DSQBKOUT - RUN " WS-TARGET-RUN-ID
001880             " NOT ON RUNCTL ***"
001890         MOVE 8 TO RETURN-CODE
001892         STRING "RUN " WS-TARGET-RUN-ID " NOT ON RUNCTL"
001894             DELIMITED BY SIZE INTO DSQ-JLG-REASON
001896         END-STRING
001898         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001900         STOP RUN
001910     END-IF
001920     IF NOT WS-RUN-COMPLETE
001930         DISPLAY "*** DSQBKOUT - RUN " WS-TARGET-RUN-ID
001940             " NEVER COMPLETED - NOTHING TO BACK OUT ***"
001950         MOVE 8 TO RETURN-CODE
001951         STRING "RUN " WS-TARGET-RUN-ID
001952             " NEVER COMPLETED - NOTHING TO BACK OUT"
001953             DELIMITED BY SIZE INTO DSQ-JLG-REASON
001954         END-STRING
001955         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001960         STOP RUN
001970     END-IF
001980     IF WS-RUN-BACKEDOUT
001990         DISPLAY "*** DSQBKOUT - RUN " WS-TARGET-RUN-ID
002000             " ALREADY BACKED OUT ***"
002010         MOVE 8 TO RETURN-CODE
002012         STRING "RUN " WS-TARGET-RUN-ID " ALREADY BACKED OUT"
002014             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002016         END-STRING
002018         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002020         STOP RUN
002030     END-IF
002035     PERFORM 1650-CHECK-PERIOD-OPEN THRU 1650-EXIT.
002040 1500-EXIT.
002050     EXIT.
002060
002120     END-READ
002130     IF DSQ-RCT-RUN-ID NOT = WS-TARGET-RUN-ID
002140         GO TO 1600-EXIT
002142     END-IF
002144     IF NOT WS-RUN-SEEN
002146         MOVE DSQ-RCT-TS-DATE TO WS-RUN-START-DATE
002150     END-IF
002160     SET WS-RUN-SEEN TO TRUE
002170     MOVE DSQ-RCT-FP-CARD-COUNT TO WS-FP-CARD-COUNT
002260 1600-EXIT.
002270     EXIT.
002280
002282 1650-CHECK-PERIOD-OPEN.
002284*    ONCE DSQCLOSE HAS CLOSED THE MONTH A RUN IS DATED IN, THE
002286*    MONTH HAS BEEN BILLED AND SIGNED OFF - REVERSING THE RUN
002288*    WOULD PUT THE SYSTEM AND THE BILL AT ODDS.  ONLY A
002290*    SUPERVISOR'S REOPEN ON DSQONLN LETS THE BACKOUT THROUGH.
002292*    NO PRDCTL MEANS NO PERIOD HAS EVER BEEN CLOSED.
002294     MOVE WS-RUN-START-DATE (1:6) TO WS-RUN-PERIOD
002296     OPEN INPUT DSQ-PERIOD-FILE
002298     IF NOT WS-PRDCTL-OK
002300         GO TO 1650-EXIT
002302     END-IF
002304     PERFORM 1660-READ-ONE-PERIOD THRU 1660-EXIT
002306         UNTIL WS-PRDCTL-EOF
002308     CLOSE DSQ-PERIOD-FILE
002310     IF WS-PERIOD-IS-CLOSED
002312         DISPLAY "*** DSQBKOUT - RUN " WS-TARGET-RUN-ID
002314             " IS DATED IN PERIOD " WS-RUN-PERIOD
002316             ", CLOSED " WS-CLOSED-DATE " BY " WS-CLOSED-BY
002318             " - BACKOUT REFUSED UNTIL A SUPERVISOR REOPENS"
002320             " THE PERIOD ***"
002322         MOVE 8 TO RETURN-CODE
002324         STRING "RUN " WS-TARGET-RUN-ID " IN CLOSED PERIOD "
002326             WS-RUN-PERIOD " - BACKOUT REFUSED"
002328             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002330         END-STRING
002332         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002334         STOP RUN
002336     END-IF.
002338 1650-EXIT.
002340     EXIT.
002342
002344 1660-READ-ONE-PERIOD.
002346     READ DSQ-PERIOD-FILE
002348         AT END
002350             SET WS-PRDCTL-EOF TO TRUE
002352             GO TO 1660-EXIT
002354     END-READ
002356     IF DSQ-PRD-PERIOD = WS-RUN-PERIOD
002358         MOVE DSQ-PRD-STATUS TO WS-PERIOD-STATE
002360         MOVE DSQ-PRD-TS-DATE TO WS-CLOSED-DATE
002362         MOVE DSQ-PRD-OPER-ID TO WS-CLOSED-BY
002364     END-IF.
002366 1660-EXIT.
002368     EXIT.
002370
002372 1700-PRESCAN-MASTER.
002374*    THE RUN'S RECORDS ARE COUNTED ON THE RUN-ID ALTERNATE KEY
002376*    BEFORE ANY IS TOUCHED.  NONE MEANS THE RUN NEVER REACHED
002378*    THE MASTER (OR ITS RECORDS PREDATE THE RUN ID AND WERE
002380*    NEVER CONVERTED - SEE DSQHRELD) - DELETING NOTHING AND
002382*    STILL REGISTERING BACKDOUT WOULD MAKE RUN CONTROL SAY THE
002384*    REVERSE OF THE TRUTH.  MORE THAN THE COMPLETE RECORD SAYS
002386*    THE RUN EXTRACTED MEANS THE RUN IDS ON THE MASTER ARE NOT
002388*    TO BE TRUSTED.  FEWER IS LEFT TO 3000 - THE SHORTFALL WAS
002390*    HAND-DELETED AND IS REPORTED AS NOT ON MASTER.
002392     OPEN INPUT DSQ-HIST-FILE
002394     IF NOT WS-HIST-OK
002396         DISPLAY "*** DSQBKOUT - UNABLE TO OPEN DSQHIST ***"
002400         MOVE 16 TO RETURN-CODE
002403         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
002406         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002410         STOP RUN
002420     END-IF
002425     PERFORM 1720-START-RUN-BROWSE THRU 1720-EXIT
002430     PERFORM 1750-PRESCAN-ONE-RECORD THRU 1750-EXIT
002440         UNTIL WS-RUN-DONE
002450     CLOSE DSQ-HIST-FILE
002460     MOVE "N" TO WS-RUN-DONE-SW
002470     IF WS-FOUND-DETAILS = ZERO
002480         DISPLAY "*** DSQBKOUT - NO DSQHIST RECORDS CARRY RUN "
002490             WS-TARGET-RUN-ID " - BACKOUT REFUSED ***"
002510         MOVE 8 TO RETURN-CODE
002511         STRING "NO DSQHIST RECORDS CARRY RUN " WS-TARGET-RUN-ID
002512             " - BACKOUT REFUSED"
002513             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002514         END-STRING
002515         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002520         STOP RUN
002530     END-IF
002540     IF WS-EXPECTED-DETAILS-X NUMERIC
002550             AND WS-EXPECTED-DETAILS > ZERO
002560             AND WS-FOUND-DETAILS > WS-EXPECTED-DETAILS
002570         DISPLAY "*** DSQBKOUT - DSQHIST HAS " WS-FOUND-DETAILS
002580             " RECORDS FOR RUN " WS-TARGET-RUN-ID
002590             " BUT ITS COMPLETE RECORD SAYS "
002600             WS-EXPECTED-DETAILS " - BACKOUT REFUSED ***"
002610         MOVE 8 TO RETURN-CODE
002611         STRING "DSQHIST HAS " WS-FOUND-DETAILS
002612             " RECORDS FOR RUN " WS-TARGET-RUN-ID
002613             " BUT ITS COMPLETE RECORD SAYS " WS-EXPECTED-DETAILS
002614             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002615         END-STRING
002616         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002620         STOP RUN
002630     END-IF.
002640 1700-EXIT.
002650     EXIT.
002651
002652 1720-START-RUN-BROWSE.
002653*    POSITIONS ON THE FIRST RECORD OF THE TARGET RUN.  NO SUCH
002654*    KEY ENDS THE BROWSE BEFORE IT BEGINS.
002655     MOVE WS-TARGET-RUN-ID TO DSQ-HIST-RUN-ID
002656     START DSQ-HIST-FILE KEY IS = DSQ-HIST-RUN-ID
002657     IF NOT WS-HIST-OK
002658         SET WS-RUN-DONE TO TRUE
002659     END-IF.
002660 1720-EXIT.
002661     EXIT.
002662
002670 1750-PRESCAN-ONE-RECORD.
002680     READ DSQ-HIST-FILE NEXT RECORD
002690         AT END
002700             SET WS-RUN-DONE TO TRUE
002710             GO TO 1750-EXIT
002720     END-READ
002730     IF DSQ-HIST-RUN-ID NOT = WS-TARGET-RUN-ID
002740         SET WS-RUN-DONE TO TRUE
002750         GO TO 1750-EXIT
002760     END-IF
002765     ADD 1 TO WS-FOUND-DETAILS.
002770 1750-EXIT.
002780     EXIT.
002790
002800 1800-OPEN-FILES.
002870     OPEN I-O DSQ-HIST-FILE
002880     IF NOT WS-HIST-OK
002890         DISPLAY "*** DSQBKOUT - UNABLE TO OPEN DSQHIST ***"
002900         MOVE 16 TO RETURN-CODE
002903         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
002906         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002910         STOP RUN
002920     END-IF
002930     OPEN OUTPUT DSQ-BKOUT-RPT-FILE
002940     IF NOT WS-BKOUTRPT-OK
002950         DISPLAY "*** DSQBKOUT - UNABLE TO OPEN BKOUTRPT ***"
002960         MOVE 16 TO RETURN-CODE
002963         MOVE "UNABLE TO OPEN BKOUTRPT" TO DSQ-JLG-REASON
002966         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002970         STOP RUN
002980     END-IF.
002990 1800-EXIT.
003200 2000-EXIT.
003210     EXIT.
003220
003230 3000-BACKOUT-ONE-RECORD.
003235*    EACH PASS RE-POSITIONS ON THE RUN ID AND TAKES THE FIRST
003240*    RECORD STILL CARRYING IT, SO THE BROWSE NEVER DEPENDS ON
003245*    WHERE THE DELETE LEFT THE FILE POSITION.  A FAILED DELETE
003250*    ENDS THE LOOP - THE SAME RECORD WOULD ONLY COME BACK.
003255     PERFORM 1720-START-RUN-BROWSE THRU 1720-EXIT
003260     IF WS-RUN-DONE
003265         GO TO 3000-EXIT
003270     END-IF
003275     READ DSQ-HIST-FILE NEXT RECORD
003280         AT END
003290             SET WS-RUN-DONE TO TRUE
003300             GO TO 3000-EXIT
003310     END-READ
003320     IF NOT WS-HIST-OK
003322         ADD 1 TO WS-ERROR-COUNT
003324         DISPLAY "*** DSQBKOUT - READ ERROR STATUS "
003326             WS-HIST-STATUS " RUN " WS-TARGET-RUN-ID " ***"
003328         SET WS-RUN-DONE TO TRUE
003330         GO TO 3000-EXIT
003340     END-IF
003350     IF DSQ-HIST-RUN-ID NOT = WS-TARGET-RUN-ID
003355         SET WS-RUN-DONE TO TRUE
003360         GO TO 3000-EXIT
003370     END-IF
003380     ADD 1 TO WS-DETAIL-COUNT
003390     PERFORM 3500-REMOVE-HIST-RECORD THRU 3500-EXIT
003400     IF NOT WS-HIST-OK
003410         SET WS-RUN-DONE TO TRUE
003680     END-IF.
003690 3000-EXIT.
003691     EXIT.
003692
003693 3200-REPORT-SHORTFALL.
003694*    RECORDS THE COMPLETE RECORD COUNTED BUT THE MASTER NO
003695*    LONGER HOLDS - TYPICALLY HAND-DELETED BEFORE THIS JOB
003696*    EXISTED.  SAID ON THE REPORT AND REFLECTED AS A WARNING
003697*    IN THE RETURN CODE.
003698     IF WS-EXPECTED-DETAILS-X NOT NUMERIC
003699         GO TO 3200-EXIT
003700     END-IF
003701     IF WS-EXPECTED-DETAILS > WS-DETAIL-COUNT
003702         COMPUTE WS-NOTFOUND-COUNT = WS-EXPECTED-DETAILS
003703             - WS-DETAIL-COUNT
003704         MOVE SPACES TO DSQ-BKOUT-RPT-RECORD
003705         STRING "NOT ON MASTER  " WS-NOTFOUND-COUNT
003706             " OF " WS-EXPECTED-DETAILS
003707             " RECORDS THE RUN'S COMPLETE RECORD COUNTED"
003708             DELIMITED BY SIZE
003709             INTO DSQ-BKOUT-RPT-RECORD
003710         END-STRING
003711         WRITE DSQ-BKOUT-RPT-RECORD
003712     END-IF.
003713 3200-EXIT.
003714     EXIT.
003715
003720 3500-REMOVE-HIST-RECORD.
003730*    THE RECORD'S TOTALS GO ON THE REPORT BEFORE THE DELETE SO
003740*    COMPLIANCE HAS THE FULL PICTURE OF WHAT WAS REMOVED, NOT
004150     MOVE SPACES TO DSQ-BKOUT-RPT-RECORD
004160     WRITE DSQ-BKOUT-RPT-RECORD
004170     MOVE SPACES TO DSQ-BKOUT-RPT-RECORD
004180     STRING "HISTORY RECORDS FOR RUN  : " WS-DETAIL-COUNT
004190         DELIMITED BY SIZE INTO DSQ-BKOUT-RPT-RECORD
004200     END-STRING
004210     WRITE DSQ-BKOUT-RPT-RECORD
004470     MOVE WS-FP-CARD-COUNT TO DSQ-RCT-FP-CARD-COUNT
004480     MOVE WS-FP-HASH TO DSQ-RCT-FP-HASH
004490     MOVE "BACKDOUT" TO DSQ-RCT-STATUS
004495     MOVE SPACES TO DSQ-RCT-DEST
004500     MOVE ZERO TO DSQ-RCT-DETAIL-COUNT
004510     MOVE ZERO TO DSQ-RCT-HASH-SQ-OF-SUM
004520     MOVE ZERO TO DSQ-RCT-HASH-SUM-OF-SQ
004720     EXIT.
004730
004740 8000-CLOSE-FILES.
004760     CLOSE DSQ-HIST-FILE
004770     CLOSE DSQ-BKOUT-RPT-FILE
004780     DISPLAY "DSQBKOUT DETAILS FOR RUN :" WS-DETAIL-COUNT
004830     EXIT.
004840
004850 9000-SET-RETURN-CODE.
004860*    RC 00 - EVERY RECORD OF THE RUN WAS FOUND AND REMOVED, AND
004870*            THE BACKOUT IS REGISTERED ON RUNCTL.
004878*    RC 04 - SOME RECORDS THE COMPLETE RECORD COUNTED WERE
004886*            ALREADY OFF THE MASTER (HAND-DELETED EARLIER) -
004894*            THE BACKOUT STILL REGISTERED, BUT THE REPORT
004902*            SHOULD BE REVIEWED.
004910*    RC 08 - ISSUED AT STARTUP, NOT HERE - NO USABLE RUN
004920*            IDENTIFIER, OR THE RUN IS NOT A COMPLETED,
004930*            NOT-YET-BACKED-OUT RUN ON RUNCTL.
004940*            ALSO ISSUED WHEN NO DSQHIST RECORD CARRIES THE RUN
004945*            ID, OR MORE DO THAN THE RUN'S COMPLETE RECORD SAYS.
004950*            ALSO ISSUED WHEN THE RUN IS DATED IN A CLOSED
004955*            ACCOUNTING PERIOD.
004960*    RC 12 - AN I-O ERROR LEFT THE BACKOUT INCOMPLETE OR
004970*            UNREGISTERED - OPERATIONS MUST INTERVENE.
004980     IF WS-ERROR-COUNT > ZERO
005070 9000-EXIT.
005080     EXIT.
005090
005100 9900-LOG-STEP-OUTCOME.
005110*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
005120*    THE MORNING DIGEST.
005130     MOVE "DETAILS" TO DSQ-JLG-COUNT-LABEL (1)
005140     MOVE WS-DETAIL-COUNT TO DSQ-JLG-COUNT (1)
005150     MOVE "DELETED" TO DSQ-JLG-COUNT-LABEL (2)
005160     MOVE WS-DELETED-COUNT TO DSQ-JLG-COUNT (2)
005170     MOVE "NOT FOUND" TO DSQ-JLG-COUNT-LABEL (3)
005180     MOVE WS-NOTFOUND-COUNT TO DSQ-JLG-COUNT (3)
005190     EVALUATE TRUE
005200         WHEN WS-ERROR-COUNT > ZERO
005210             MOVE "I-O ERROR - BACKOUT INCOMPLETE OR UNREGISTERED"
005220                 TO DSQ-JLG-REASON
005230         WHEN WS-NOTFOUND-COUNT > ZERO
005240             MOVE "KEYS ALREADY OFF DSQHIST - REVIEW BKOUTRPT"
005250                 TO DSQ-JLG-REASON
005260         WHEN OTHER
005270             CONTINUE
005280     END-EVALUATE
005290     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005300 9900-EXIT.
005310     EXIT.
005320
005330 9950-WRITE-JOB-LOG.
005340*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005350*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005360*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005370     MOVE "DSQBKOUT" TO DSQ-JLG-PROGRAM
005380     MOVE WS-TARGET-RUN-ID TO DSQ-JLG-RUN-ID
005390     MOVE RETURN-CODE TO DSQ-JLG-RC
005400     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005410     END-CALL
005420     MOVE DSQ-JLG-RC TO RETURN-CODE.
005430 9950-EXIT.
005440     EXIT.
005450
005460 END PROGRAM DSQBKOUT.
