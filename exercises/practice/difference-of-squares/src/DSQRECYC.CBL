000240*                or a maintenance save holds the deck; the run
000250*                is refused with RC 12, the batch's own
000260*                pattern.
000261* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000262*                a step-outcome record to the suite JOBLOG
000263*                through DSQJLOG for the morning digest.
000264* 2026-10-15 NK  A corrected reject dated in an accounting
000265*                period DSQCLOSE has closed is held back - left
000266*                corrected, said on RECYCRPT and counted, RC 04 -
000267*                until a supervisor reopens the period on DSQONLN.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DSQRECYC.
000480     SELECT DSQ-LOCK-FILE ASSIGN TO "DSQLOCK"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LOCK-STATUS.
000502     SELECT DSQ-PERIOD-FILE ASSIGN TO "PRDCTL"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-PRDCTL-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DSQ-REJ-FILE
000660 FD  DSQ-LOCK-FILE
000670     RECORDING MODE IS F.
000680     COPY "DSQLOCK.CPY".
000682 FD  DSQ-PERIOD-FILE
000684     RECORDING MODE IS F.
000686     COPY "DSQPRDCT.CPY".
000690 WORKING-STORAGE SECTION.
000700 01 WS-REJOUT-STATUS PIC X(02) VALUE SPACES.
000710     88 WS-REJOUT-OK            VALUE "00".
000780     88 WS-RECYCRPT-OK          VALUE "00".
000790 01 WS-LOCK-STATUS PIC X(02) VALUE SPACES.
000800     88 WS-LOCK-OK              VALUE "00".
000802 01 WS-PRDCTL-STATUS PIC X(02) VALUE SPACES.
000804     88 WS-PRDCTL-OK            VALUE "00".
000806     88 WS-PRDCTL-EOF           VALUE "10".
000810 01 WS-LOCK-HELD-SW PIC X(01) VALUE "N".
000820     88 WS-LOCK-HELD            VALUE "Y".
000830 01 WS-LOCK-HOLDER PIC X(05) VALUE SPACES.
000900 01 WS-REJ-READ-COUNT PIC 9(08) VALUE ZERO.
000910 01 WS-RECYCLED-COUNT PIC 9(08) VALUE ZERO.
000920 01 WS-STILL-OPEN-COUNT PIC 9(08) VALUE ZERO.
000921 01 WS-HELD-CLOSED-COUNT PIC 9(08) VALUE ZERO.
000922 01 WS-LOOK-PERIOD PIC 9(06) VALUE ZERO.
000923 01 WS-PERIOD-STATE PIC X(08) VALUE SPACES.
000924     88 WS-PERIOD-IS-CLOSED     VALUE "CLOSED  ".
000925* EVERY PERIOD ON PRDCTL WITH ITS LATEST STATUS - THE FILE IS
000926* APPEND-ONLY, SO THE LAST RECORD READ FOR A PERIOD WINS.
000927 01 WS-PRD-FOUND-SW PIC X(01) VALUE "N".
000928     88 WS-PRD-FOUND            VALUE "Y".
000929 01 WS-PRD-COUNT PIC 9(04) VALUE ZERO.
000930 01 WS-PRD-MAX PIC 9(04) VALUE 600.
000931 01 WS-PRD-TABLE.
000932     05 WS-PRDT-ENTRY OCCURS 0 TO 600 TIMES
000933         DEPENDING ON WS-PRD-COUNT
000934         INDEXED BY PRDT-IX.
000935         10 WS-PRDT-PERIOD            PIC 9(06).
000936         10 WS-PRDT-STATUS            PIC X(08).
000937* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000938 COPY "DSQJOBLG.CPY".
000939 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000942     INITIALIZE DSQ-JOBLOG-RECORD
000944     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000946     ACCEPT DSQ-JLG-START-TIME FROM TIME
000950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000960     PERFORM 0500-CHECK-SUITE-LOCK THRU 0500-EXIT
000970     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000975     PERFORM 1100-LOAD-CLOSED-PERIODS THRU 1100-EXIT
000980     PERFORM 2000-RECYCLE-ONE-REJECT THRU 2000-EXIT
000990         UNTIL WS-REJOUT-EOF
001000     PERFORM 5000-WRITE-RECYC-SUMMARY THRU 5000-EXIT
001010     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001020     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001025     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001030     STOP RUN.
001040
001050 0500-CHECK-SUITE-LOCK.
001250             WS-LOCK-HOLDER " RUN " WS-LOCK-RUN-ID
001260             " - RUN REFUSED ***"
001270         MOVE 12 TO RETURN-CODE
001271         MOVE "S" TO DSQ-JLG-OUTCOME
001272         STRING "RANGEIN LOCKED BY " WS-LOCK-HOLDER " RUN "
001273             WS-LOCK-RUN-ID " - RUN REFUSED"
001274             DELIMITED BY SIZE INTO DSQ-JLG-REASON
001275         END-STRING
001276         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001280         STOP RUN
001290     END-IF.
001300 0500-EXIT.
001350     IF NOT WS-REJOUT-OK
001360         DISPLAY "*** DSQRECYC - UNABLE TO OPEN REJOUT ***"
001370         MOVE 16 TO RETURN-CODE
001373         MOVE "UNABLE TO OPEN REJOUT" TO DSQ-JLG-REASON
001376         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001380         STOP RUN
001390     END-IF
001400     OPEN OUTPUT DSQ-REJNEW-FILE
001410     IF NOT WS-REJNEW-OK
001420         DISPLAY "*** DSQRECYC - UNABLE TO OPEN REJNEW ***"
001430         MOVE 16 TO RETURN-CODE
001433         MOVE "UNABLE TO OPEN REJNEW" TO DSQ-JLG-REASON
001436         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001440         STOP RUN
001450     END-IF
001460*    CORRECTED CARDS ARE APPENDED TO WHATEVER DECK IS ALREADY
001530     IF NOT WS-RANGE-OK
001540         DISPLAY "*** DSQRECYC - UNABLE TO OPEN RANGEIN ***"
001550         MOVE 16 TO RETURN-CODE
001553         MOVE "UNABLE TO OPEN RANGEIN" TO DSQ-JLG-REASON
001556         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001560         STOP RUN
001570     END-IF
001580     OPEN OUTPUT RECYC-REPORT-FILE
001590     IF NOT WS-RECYCRPT-OK
001600         DISPLAY "*** DSQRECYC - UNABLE TO OPEN RECYCRPT ***"
001610         MOVE 16 TO RETURN-CODE
001613         MOVE "UNABLE TO OPEN RECYCRPT" TO DSQ-JLG-REASON
001616         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001620         STOP RUN
001630     END-IF
001640     MOVE SPACES TO RECYC-REPORT-RECORD
001730     END-STRING
001740     WRITE RECYC-REPORT-RECORD.
001750 1000-EXIT.
001751     EXIT.
001752
001753 1100-LOAD-CLOSED-PERIODS.
001754*    NO PRDCTL MEANS NO PERIOD HAS EVER BEEN CLOSED.
001755     OPEN INPUT DSQ-PERIOD-FILE
001756     IF NOT WS-PRDCTL-OK
001757         GO TO 1100-EXIT
001758     END-IF
001759     PERFORM 1150-TABLE-ONE-PERIOD THRU 1150-EXIT
001760         UNTIL WS-PRDCTL-EOF
001761     CLOSE DSQ-PERIOD-FILE.
001762 1100-EXIT.
001763     EXIT.
001764
001765 1150-TABLE-ONE-PERIOD.
001766     READ DSQ-PERIOD-FILE
001767         AT END
001768             SET WS-PRDCTL-EOF TO TRUE
001769             GO TO 1150-EXIT
001770     END-READ
001771     MOVE DSQ-PRD-PERIOD TO WS-LOOK-PERIOD
001772     PERFORM 2250-FIND-PERIOD-ENTRY THRU 2250-EXIT
001773     IF WS-PRD-FOUND
001774         MOVE DSQ-PRD-STATUS TO WS-PRDT-STATUS (PRDT-IX)
001775         GO TO 1150-EXIT
001776     END-IF
001777*    A PERIOD DROPPED HERE COULD BE CLOSED AND STILL HAVE ITS
001778*    REJECTS RECYCLED, SO A FULL TABLE STOPS THE RUN OUTRIGHT.
001779     IF WS-PRD-COUNT NOT < WS-PRD-MAX
001780         DISPLAY "*** DSQRECYC - MORE THAN " WS-PRD-MAX
001781             " PERIODS ON PRDCTL - RUN NOT MADE ***"
001782         MOVE 16 TO RETURN-CODE
001783         MOVE "PRDCTL PERIOD TABLE FULL - RUN NOT MADE"
001784             TO DSQ-JLG-REASON
001785         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001786         STOP RUN
001787     END-IF
001788     ADD 1 TO WS-PRD-COUNT
001789     SET PRDT-IX TO WS-PRD-COUNT
001790     MOVE DSQ-PRD-PERIOD TO WS-PRDT-PERIOD (PRDT-IX)
001791     MOVE DSQ-PRD-STATUS TO WS-PRDT-STATUS (PRDT-IX).
001792 1150-EXIT.
001793     EXIT.
001794
001795 2000-RECYCLE-ONE-REJECT.
001796     READ DSQ-REJ-FILE
001800         AT END
001810             SET WS-REJOUT-EOF TO TRUE
001820             GO TO 2000-EXIT
001930     END-EVALUATE
001940     WRITE NEW-REJ-RECORD.
001950 2000-EXIT.
001951     EXIT.
001952
001953 2200-CHECK-PERIOD-CLOSED.
001954*    LEAVES WS-PERIOD-STATE HOLDING WS-LOOK-PERIOD'S LATEST
001955*    PRDCTL STATUS - SPACES WHEN IT WAS NEVER CLOSED.
001956     MOVE SPACES TO WS-PERIOD-STATE
001957     PERFORM 2250-FIND-PERIOD-ENTRY THRU 2250-EXIT
001958     IF WS-PRD-FOUND
001959         MOVE WS-PRDT-STATUS (PRDT-IX) TO WS-PERIOD-STATE
001960     END-IF.
001961 2200-EXIT.
001962     EXIT.
001963
001964 2250-FIND-PERIOD-ENTRY.
001965     MOVE "N" TO WS-PRD-FOUND-SW
001966     IF WS-PRD-COUNT > ZERO
001967         SET PRDT-IX TO 1
001968         SEARCH WS-PRDT-ENTRY
001969             AT END
001970                 CONTINUE
001971             WHEN WS-PRDT-PERIOD (PRDT-IX) = WS-LOOK-PERIOD
001972                 SET WS-PRD-FOUND TO TRUE
001973         END-SEARCH
001974     END-IF.
001975 2250-EXIT.
001976     EXIT.
001977
001980 3000-FOLD-INTO-DECK.
001990*    THE CORRECTED CARD GOES INTO THE DECK AS KEYED BY THE
002000*    REJECT SCREEN - ALREADY IN THE DECK'S NORMALIZED FORM -
002010*    AND THE REJECT MOVES TO RESUBMITTED WITH TODAY'S DATE, SO
002020*    THE MAIN JOB CAN SETTLE IT TO PROCESSED WHEN THE RANGE IS
002030*    ACTUALLY WORKED.
002031*    A REJECT DATED IN A CLOSED PERIOD IS HELD BACK INSTEAD -
002032*    THAT MONTH IS BILLED AND SIGNED OFF.
002033     MOVE DSQ-REJ-DATE (1:6) TO WS-LOOK-PERIOD
002034     PERFORM 2200-CHECK-PERIOD-CLOSED THRU 2200-EXIT
002035     IF WS-PERIOD-IS-CLOSED
002036         PERFORM 3100-HOLD-CLOSED-PERIOD THRU 3100-EXIT
002037         GO TO 3000-EXIT
002038     END-IF
002040     MOVE DSQ-REJ-CORRECTED-CARD TO DSQ-RANGE-RECORD
002050     WRITE DSQ-RANGE-RECORD
002060     MOVE "R" TO NEW-REJ-STATUS
002150     END-STRING
002160     WRITE RECYC-REPORT-RECORD.
002170 3000-EXIT.
002171     EXIT.
002172
002173 3100-HOLD-CLOSED-PERIOD.
002174*    THE REJECT STAYS CORRECTED ON REJNEW, SO IT GOES INTO THE
002175*    NEXT DECK BY ITSELF THE FIRST RUN AFTER A SUPERVISOR
002176*    REOPENS THE PERIOD.
002177     ADD 1 TO WS-HELD-CLOSED-COUNT
002178     MOVE SPACES TO RECYC-REPORT-RECORD
002179     STRING "HELD     " DSQ-REJ-CORRECTED-CARD
002180         " (PERIOD " WS-LOOK-PERIOD
002181         " CLOSED - SUPERVISOR MUST REOPEN)"
002182         DELIMITED BY SIZE
002183         INTO RECYC-REPORT-RECORD
002184     END-STRING
002185     WRITE RECYC-REPORT-RECORD
002186     DISPLAY "*** DSQRECYC - PERIOD " WS-LOOK-PERIOD
002187         " IS CLOSED - RECYCLE OF " DSQ-REJ-CORRECTED-CARD
002188         " REFUSED ***".
002189 3100-EXIT.
002190     EXIT.
002191
002200 5000-WRITE-RECYC-SUMMARY.
002210     MOVE SPACES TO RECYC-REPORT-RECORD
002220     WRITE RECYC-REPORT-RECORD
002340     STRING "STILL OPEN - NOT FIXED : " WS-STILL-OPEN-COUNT
002350         DELIMITED BY SIZE INTO RECYC-REPORT-RECORD
002360     END-STRING
002361     WRITE RECYC-REPORT-RECORD
002362     MOVE SPACES TO RECYC-REPORT-RECORD
002363     STRING "HELD - PERIOD CLOSED   : " WS-HELD-CLOSED-COUNT
002364         DELIMITED BY SIZE INTO RECYC-REPORT-RECORD
002365     END-STRING
002370     WRITE RECYC-REPORT-RECORD.
002380 5000-EXIT.
002390     EXIT.
002450     CLOSE RECYC-REPORT-FILE
002460     DISPLAY "DSQRECYC RECORDS READ    :" WS-REJ-READ-COUNT
002470     DISPLAY "DSQRECYC CARDS RECYCLED  :" WS-RECYCLED-COUNT
002480     DISPLAY "DSQRECYC STILL OPEN      :" WS-STILL-OPEN-COUNT
002485     DISPLAY "DSQRECYC HELD - CLOSED   :" WS-HELD-CLOSED-COUNT.
002490 8000-EXIT.
002500     EXIT.
002510
002540*            RECYCRPT SAY WHAT MOVED.
002550*    RC 04 - NOTHING WAS CORRECTED AND REJECTS STILL SIT OPEN -
002560*            WORTH A LOOK AT THE REJECT SCREEN BEFORE THE NEXT
002566*            DECK IS CUT.  ALSO ISSUED WHEN A CORRECTED REJECT
002572*            WAS HELD BACK BECAUSE ITS PERIOD IS CLOSED.
002580*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
002582     IF WS-HELD-CLOSED-COUNT > ZERO
002584         MOVE 4 TO RETURN-CODE
002586         GO TO 9000-EXIT
002588     END-IF
002590     IF WS-RECYCLED-COUNT = ZERO
002600             AND WS-STILL-OPEN-COUNT > ZERO
002610         MOVE 4 TO RETURN-CODE
002650 9000-EXIT.
002660     EXIT.
002670
002680 9900-LOG-STEP-OUTCOME.
002690*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
002700*    THE MORNING DIGEST.
002710     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
002720     MOVE WS-REJ-READ-COUNT TO DSQ-JLG-COUNT (1)
002730     MOVE "RECYCLED" TO DSQ-JLG-COUNT-LABEL (2)
002740     MOVE WS-RECYCLED-COUNT TO DSQ-JLG-COUNT (2)
002750     MOVE "STILL OPEN" TO DSQ-JLG-COUNT-LABEL (3)
002760     MOVE WS-STILL-OPEN-COUNT TO DSQ-JLG-COUNT (3)
002770     MOVE "HELD - PERIOD CLOSED" TO DSQ-JLG-ACTION-LABEL
002780     MOVE WS-HELD-CLOSED-COUNT TO DSQ-JLG-ACTION-COUNT
002790     EVALUATE TRUE
002800         WHEN WS-HELD-CLOSED-COUNT > ZERO
002810             MOVE "CORRECTED REJECTS HELD - PERIOD CLOSED"
002820                 TO DSQ-JLG-REASON
002830         WHEN RETURN-CODE NOT = ZERO
002840             MOVE "REJECTS STILL OPEN AND NONE CORRECTED"
002850                 TO DSQ-JLG-REASON
002860         WHEN OTHER
002870             CONTINUE
002880     END-EVALUATE
002890     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
002900 9900-EXIT.
002910     EXIT.
002920
002930 9950-WRITE-JOB-LOG.
002940*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
002950*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
002960*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
002970     MOVE "DSQRECYC" TO DSQ-JLG-PROGRAM
002980     MOVE RETURN-CODE TO DSQ-JLG-RC
002990     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
003000     END-CALL
003010     MOVE DSQ-JLG-RC TO RETURN-CODE.
003020 9950-EXIT.
003030     EXIT.
003040
003050 END PROGRAM DSQRECYC.
