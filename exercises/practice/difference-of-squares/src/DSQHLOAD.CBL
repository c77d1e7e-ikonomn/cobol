000050* Purpose: Batch load job for the DSQHIST keyed results history
000060*          master.  Runs after the nightly DIFFERENCE-OF-SQUARES
000070*          run and merges that run's XTRCTOUT detail records
000080*          into DSQHIST, keyed by N-value plus run timestamp,
000085*          each record stamped with the run ID it came from.
000090*          A duplicate key from a rerun replaces the record
000100*          already on the master instead of failing the load,
000110*          so a deliberate rerun's results win.
000175* 2026-09-01 NK  Carry the calculation-type code onto the
000176*                master with the rest of the suite - part of
000177*                the DSQHIST key now.
000178* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000179*                a step-outcome record to the suite JOBLOG
000180*                through DSQJLOG for the morning digest.
000181* 2026-10-15 NK  A duplicate key dated in an accounting period
000182*                DSQCLOSE has closed is not replaced - the
000183*                record stays as billed, the refusal is counted
000184*                and said, and the step ends RC 08 until a
000185*                supervisor reopens the period on DSQONLN.
000186* 2026-10-15 NK  Stamp the extract's run ID and the date plus
000187*                requester alternate key on every record added
000188*                or replaced - a rerun's replacement carries the
000189*                rerun's ID.
000190******************************************************************
000191 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DSQHLOAD.
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS DSQ-HIST-KEY
000332         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000334             WITH DUPLICATES
000336         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000338             WITH DUPLICATES
000340         FILE STATUS IS WS-HIST-STATUS.
000342     SELECT DSQ-PERIOD-FILE ASSIGN TO "PRDCTL"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-PRDCTL-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  DSQ-EXTRACT-FILE
000390     COPY "DSQXTRCT.CPY".
000400 FD  DSQ-HIST-FILE.
000410     COPY "DSQHIST.CPY".
000412 FD  DSQ-PERIOD-FILE
000414     RECORDING MODE IS F.
000416     COPY "DSQPRDCT.CPY".
000420 WORKING-STORAGE SECTION.
000430 01 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
000440     88 WS-EXTRACT-OK           VALUE "00".
000450     88 WS-EXTRACT-EOF          VALUE "10".
000455* "02" IS A DUPLICATE ALTERNATE KEY VALUE - STILL A GOOD WRITE.
000460 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000470     88 WS-HIST-OK              VALUE "00" "02".
000480     88 WS-HIST-NOT-FOUND       VALUE "35".
000490     88 WS-HIST-DUP-KEY         VALUE "22".
000492 01 WS-PRDCTL-STATUS PIC X(02) VALUE SPACES.
000494     88 WS-PRDCTL-OK            VALUE "00".
000496     88 WS-PRDCTL-EOF           VALUE "10".
000500 01 WS-READ-COUNT PIC 9(08) VALUE ZERO.
000510 01 WS-ADDED-COUNT PIC 9(08) VALUE ZERO.
000520 01 WS-REPLACED-COUNT PIC 9(08) VALUE ZERO.
000530 01 WS-ERROR-COUNT PIC 9(08) VALUE ZERO.
000531 01 WS-REFUSED-COUNT PIC 9(08) VALUE ZERO.
000532 01 WS-LOOK-PERIOD PIC 9(06) VALUE ZERO.
000533 01 WS-PERIOD-STATE PIC X(08) VALUE SPACES.
000534     88 WS-PERIOD-IS-CLOSED     VALUE "CLOSED  ".
000535* EVERY PERIOD ON PRDCTL WITH ITS LATEST STATUS - THE FILE IS
000536* APPEND-ONLY, SO THE LAST RECORD READ FOR A PERIOD WINS.
000537 01 WS-PRD-FOUND-SW PIC X(01) VALUE "N".
000538     88 WS-PRD-FOUND            VALUE "Y".
000539 01 WS-PRD-COUNT PIC 9(04) VALUE ZERO.
000540 01 WS-PRD-MAX PIC 9(04) VALUE 600.
000541 01 WS-PRD-TABLE.
000542     05 WS-PRDT-ENTRY OCCURS 0 TO 600 TIMES
000543         DEPENDING ON WS-PRD-COUNT
000544         INDEXED BY PRDT-IX.
000545         10 WS-PRDT-PERIOD            PIC 9(06).
000546         10 WS-PRDT-STATUS            PIC X(08).
000547* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000548 COPY "DSQJOBLG.CPY".
000549 PROCEDURE DIVISION.
000550 0000-MAINLINE.
000552     INITIALIZE DSQ-JOBLOG-RECORD
000554     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000556     ACCEPT DSQ-JLG-START-TIME FROM TIME
000560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000570     PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
000580         UNTIL WS-EXTRACT-EOF
000590     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000600     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
000605     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
000610     STOP RUN.
000620
000630 1000-INITIALIZE.
000650     IF NOT WS-EXTRACT-OK
000660         DISPLAY "*** DSQHLOAD - UNABLE TO OPEN XTRCTOUT ***"
000670         MOVE 16 TO RETURN-CODE
000673         MOVE "UNABLE TO OPEN XTRCTOUT" TO DSQ-JLG-REASON
000676         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000680         STOP RUN
000690     END-IF
000700* FIRST LOAD EVER - THE MASTER DOES NOT EXIST YET, SO IT IS
000780     IF NOT WS-HIST-OK
000790         DISPLAY "*** DSQHLOAD - UNABLE TO OPEN DSQHIST ***"
000800         MOVE 16 TO RETURN-CODE
000803         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
000806         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000810         STOP RUN
000820     END-IF
000825     PERFORM 1100-LOAD-CLOSED-PERIODS THRU 1100-EXIT.
000830 1000-EXIT.
000831     EXIT.
000832
000833 1100-LOAD-CLOSED-PERIODS.
000834*    NO PRDCTL MEANS NO PERIOD HAS EVER BEEN CLOSED.
000835     OPEN INPUT DSQ-PERIOD-FILE
000836     IF NOT WS-PRDCTL-OK
000837         GO TO 1100-EXIT
000838     END-IF
000839     PERFORM 1150-TABLE-ONE-PERIOD THRU 1150-EXIT
000840         UNTIL WS-PRDCTL-EOF
000841     CLOSE DSQ-PERIOD-FILE.
000842 1100-EXIT.
000843     EXIT.
000844
000845 1150-TABLE-ONE-PERIOD.
000846     READ DSQ-PERIOD-FILE
000847         AT END
000848             SET WS-PRDCTL-EOF TO TRUE
000849             GO TO 1150-EXIT
000850     END-READ
000851     MOVE DSQ-PRD-PERIOD TO WS-LOOK-PERIOD
000852     PERFORM 2250-FIND-PERIOD-ENTRY THRU 2250-EXIT
000853     IF WS-PRD-FOUND
000854         MOVE DSQ-PRD-STATUS TO WS-PRDT-STATUS (PRDT-IX)
000855         GO TO 1150-EXIT
000856     END-IF
000857*    A PERIOD DROPPED HERE COULD BE CLOSED AND STILL TAKE A
000858*    REPLACEMENT, SO A FULL TABLE STOPS THE LOAD OUTRIGHT.
000859     IF WS-PRD-COUNT NOT < WS-PRD-MAX
000860         DISPLAY "*** DSQHLOAD - MORE THAN " WS-PRD-MAX
000861             " PERIODS ON PRDCTL - LOAD NOT RUN ***"
000862         MOVE 16 TO RETURN-CODE
000863         MOVE "PRDCTL PERIOD TABLE FULL - LOAD NOT RUN"
000864             TO DSQ-JLG-REASON
000865         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000866         STOP RUN
000867     END-IF
000868     ADD 1 TO WS-PRD-COUNT
000869     SET PRDT-IX TO WS-PRD-COUNT
000870     MOVE DSQ-PRD-PERIOD TO WS-PRDT-PERIOD (PRDT-IX)
000871     MOVE DSQ-PRD-STATUS TO WS-PRDT-STATUS (PRDT-IX).
000872 1150-EXIT.
000873     EXIT.
000874
000875 2000-LOAD-EXTRACT.
000876     READ DSQ-EXTRACT-FILE
000880         AT END
000890             SET WS-EXTRACT-EOF TO TRUE
000900             GO TO 2000-EXIT
001020     MOVE DSQ-XTR-SQUARE-OF-SUM  TO DSQ-HIST-SQUARE-OF-SUM
001030     MOVE DSQ-XTR-SUM-OF-SQUARES TO DSQ-HIST-SUM-OF-SQUARES
001040     MOVE DSQ-XTR-DIFFERENCE     TO DSQ-HIST-DIFFERENCE
001042     MOVE DSQ-XTR-RUN-ID         TO DSQ-HIST-RUN-ID
001044     MOVE DSQ-XTR-TS-DATE        TO DSQ-HIST-DRK-DATE
001046     MOVE DSQ-XTR-REQUESTER      TO DSQ-HIST-DRK-REQUESTER
001050     WRITE DSQ-HIST-RECORD
001060     IF WS-HIST-OK
001070         ADD 1 TO WS-ADDED-COUNT
001080     ELSE
001090         IF WS-HIST-DUP-KEY
001091             MOVE DSQ-XTR-TS-DATE (1:6) TO WS-LOOK-PERIOD
001092             PERFORM 2200-CHECK-PERIOD-CLOSED THRU 2200-EXIT
001093             IF WS-PERIOD-IS-CLOSED
001094                 PERFORM 2300-REFUSE-REPLACEMENT THRU 2300-EXIT
001095                 GO TO 2000-EXIT
001096             END-IF
001100             REWRITE DSQ-HIST-RECORD
001110             IF WS-HIST-OK
001120                 ADD 1 TO WS-REPLACED-COUNT
001280 2100-EXIT.
001290     EXIT.
001300
001301 2200-CHECK-PERIOD-CLOSED.
001302*    LEAVES WS-PERIOD-STATE HOLDING WS-LOOK-PERIOD'S LATEST
001303*    PRDCTL STATUS - SPACES WHEN IT WAS NEVER CLOSED.
001304     MOVE SPACES TO WS-PERIOD-STATE
001305     PERFORM 2250-FIND-PERIOD-ENTRY THRU 2250-EXIT
001306     IF WS-PRD-FOUND
001307         MOVE WS-PRDT-STATUS (PRDT-IX) TO WS-PERIOD-STATE
001308     END-IF.
001309 2200-EXIT.
001310     EXIT.
001311
001312 2250-FIND-PERIOD-ENTRY.
001313     MOVE "N" TO WS-PRD-FOUND-SW
001314     IF WS-PRD-COUNT > ZERO
001315         SET PRDT-IX TO 1
001316         SEARCH WS-PRDT-ENTRY
001317             AT END
001318                 CONTINUE
001319             WHEN WS-PRDT-PERIOD (PRDT-IX) = WS-LOOK-PERIOD
001320                 SET WS-PRD-FOUND TO TRUE
001321         END-SEARCH
001322     END-IF.
001323 2250-EXIT.
001324     EXIT.
001325
001326 2300-REFUSE-REPLACEMENT.
001327*    THE PERIOD IS CLOSED AND BILLED - THE RECORD ON THE MASTER
001328*    IS WHAT THE BILL WAS CUT AGAINST, SO IT STAYS.
001329     ADD 1 TO WS-REFUSED-COUNT
001330     DISPLAY "*** DSQHLOAD - PERIOD " WS-LOOK-PERIOD
001331         " IS CLOSED - REPLACEMENT REFUSED N=" DSQ-XTR-N
001332         " RUN " DSQ-XTR-TS-DATE "/" DSQ-XTR-TS-TIME
001333         " - A SUPERVISOR MUST REOPEN THE PERIOD ***".
001334 2300-EXIT.
001335     EXIT.
001336
001337 8000-CLOSE-FILES.
001338     CLOSE DSQ-EXTRACT-FILE
001339     CLOSE DSQ-HIST-FILE
001340     DISPLAY "DSQHLOAD DETAILS READ    :" WS-READ-COUNT
001350     DISPLAY "DSQHLOAD RECORDS ADDED   :" WS-ADDED-COUNT
001360     DISPLAY "DSQHLOAD RECORDS REPLACED:" WS-REPLACED-COUNT
001370     DISPLAY "DSQHLOAD LOAD ERRORS     :" WS-ERROR-COUNT
001375     DISPLAY "DSQHLOAD CLOSED - REFUSED:" WS-REFUSED-COUNT.
001380 8000-EXIT.
001390     EXIT.
001400
001410 9000-SET-RETURN-CODE.
001420*    RC 00 - EVERY DETAIL MERGED CLEAN (ADDED OR REPLACED).
001430*    RC 08 - ONE OR MORE DETAILS COULD NOT BE MERGED - THE
001440*            MASTER IS INCOMPLETE FOR THIS RUN - OR A
001445*            REPLACEMENT IN A CLOSED PERIOD WAS REFUSED.
001450     IF WS-ERROR-COUNT > ZERO
001455             OR WS-REFUSED-COUNT > ZERO
001460         MOVE 8 TO RETURN-CODE
001470     ELSE
001480         MOVE 0 TO RETURN-CODE
001500 9000-EXIT.
001510     EXIT.
001520
001530 9900-LOG-STEP-OUTCOME.
001540*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
001550*    THE MORNING DIGEST.
001560     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
001570     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
001580     MOVE "ADDED" TO DSQ-JLG-COUNT-LABEL (2)
001590     MOVE WS-ADDED-COUNT TO DSQ-JLG-COUNT (2)
001600     MOVE "REPLACED" TO DSQ-JLG-COUNT-LABEL (3)
001610     MOVE WS-REPLACED-COUNT TO DSQ-JLG-COUNT (3)
001620     MOVE "CLOSED-PRD REFUSALS" TO DSQ-JLG-ACTION-LABEL
001630     MOVE WS-REFUSED-COUNT TO DSQ-JLG-ACTION-COUNT
001640     EVALUATE TRUE
001650         WHEN WS-ERROR-COUNT > ZERO
001660             MOVE "DETAILS NOT MERGED - DSQHIST INCOMPLETE"
001670                 TO DSQ-JLG-REASON
001680         WHEN WS-REFUSED-COUNT > ZERO
001690             MOVE "REPLACEMENTS IN A CLOSED PERIOD REFUSED"
001700                 TO DSQ-JLG-REASON
001710         WHEN OTHER
001720             CONTINUE
001730     END-EVALUATE
001740     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
001750 9900-EXIT.
001760     EXIT.
001770
001780 9950-WRITE-JOB-LOG.
001790*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
001800*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
001810*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
001820     MOVE "DSQHLOAD" TO DSQ-JLG-PROGRAM
001830     MOVE RETURN-CODE TO DSQ-JLG-RC
001840     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
001850     END-CALL
001860     MOVE DSQ-JLG-RC TO RETURN-CODE.
001870 9950-EXIT.
001880     EXIT.
001890
001900 END PROGRAM DSQHLOAD.
