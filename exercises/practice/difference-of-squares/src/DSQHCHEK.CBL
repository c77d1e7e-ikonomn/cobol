000230*                from the master on purpose, and reporting them
000240*                MISSING every week would bury real corruption.
000250*                They get their own NOT CHECKED count instead.
000251* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000252*                a step-outcome record to the suite JOBLOG
000253*                through DSQJLOG for the morning digest.
000254* 2026-10-15 NK  DSQHIST now carries the run ID.  A master
000255*                record whose run ID disagrees with its trail
000256*                record - zero on a master never converted, or
000257*                wrong - is reported RUN ID DISAGREES and counted
000258*                with the totals mismatches: DSQBKOUT reverses a
000259*                run by that ID, so a wrong one is corruption.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DSQHCHEK.
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DSQ-HIST-KEY
000382         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000384             WITH DUPLICATES
000386         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000388             WITH DUPLICATES
000390         FILE STATUS IS WS-HIST-STATUS.
000400     SELECT DSQ-AUDIT-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
001020         DEPENDING ON WS-BKO-COUNT
001030         INDEXED BY BKO-IX.
001040         10 WS-BKO-RUN-ID             PIC 9(08).
001043* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001046 COPY "DSQJOBLG.CPY".
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001062     INITIALIZE DSQ-JOBLOG-RECORD
001064     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001066     ACCEPT DSQ-JLG-START-TIME FROM TIME
001070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001080     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001090     PERFORM 1500-TABLE-BACKED-OUT-RUNS THRU 1500-EXIT
001140     PERFORM 5000-WRITE-CHEK-SUMMARY THRU 5000-EXIT
001150     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001160     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001165     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001170     STOP RUN.
001180
001190 1000-OPEN-FILES.
001210     IF NOT WS-HIST-OK
001220         DISPLAY "*** DSQHCHEK - UNABLE TO OPEN DSQHIST ***"
001230         MOVE 16 TO RETURN-CODE
001233         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
001236         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001240         STOP RUN
001250     END-IF
001260     OPEN INPUT DSQ-AUDIT-FILE
001270     IF NOT WS-AUDIT-OK
001280         DISPLAY "*** DSQHCHEK - UNABLE TO OPEN AUDITLOG ***"
001290         MOVE 16 TO RETURN-CODE
001293         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
001296         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001300         STOP RUN
001310     END-IF
001320     OPEN OUTPUT CHEK-REPORT-FILE
001330     IF NOT WS-CHEKRPT-OK
001340         DISPLAY "*** DSQHCHEK - UNABLE TO OPEN CHEKRPT ***"
001350         MOVE 16 TO RETURN-CODE
001353         MOVE "UNABLE TO OPEN CHEKRPT" TO DSQ-JLG-REASON
001356         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001360         STOP RUN
001370     END-IF
001380     MOVE SPACES TO CHEK-REPORT-RECORD
002670             INTO CHEK-REPORT-RECORD
002680         END-STRING
002690         WRITE CHEK-REPORT-RECORD
002691         GO TO 3000-EXIT
002692     END-IF
002693     IF DSQ-HIST-RUN-ID NOT = DSQ-AUD-RUN-ID
002694         ADD 1 TO WS-MISMATCH-COUNT
002695         MOVE SPACES TO CHEK-REPORT-RECORD
002696         STRING "RUN ID DISAGREES     N=" DSQ-AUD-N
002697             " FROM=" DSQ-AUD-FROM
002698             " RUN " DSQ-AUD-TS-DATE
002699             "/" DSQ-AUD-TS-TIME
002700             " TRAIL " DSQ-AUD-RUN-ID
002701             " MASTER " DSQ-HIST-RUN-ID
002702             DELIMITED BY SIZE
002703             INTO CHEK-REPORT-RECORD
002704         END-STRING
002705         WRITE CHEK-REPORT-RECORD
002706     END-IF.
002710 3000-EXIT.
002720     EXIT.
002730
003100     END-STRING
003110     WRITE CHEK-REPORT-RECORD
003120     MOVE SPACES TO CHEK-REPORT-RECORD
003130     STRING "TOTALS/RUN ID DISAGREE : " WS-MISMATCH-COUNT
003140         DELIMITED BY SIZE INTO CHEK-REPORT-RECORD
003150     END-STRING
003160     WRITE CHEK-REPORT-RECORD
003540 9000-EXIT.
003550     EXIT.
003560
003570 9900-LOG-STEP-OUTCOME.
003580*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
003590*    THE MORNING DIGEST.
003600     MOVE "MASTER" TO DSQ-JLG-COUNT-LABEL (1)
003610     MOVE WS-HIST-COUNT TO DSQ-JLG-COUNT (1)
003620     MOVE "TRAIL OK" TO DSQ-JLG-COUNT-LABEL (2)
003630     MOVE WS-AUD-OK-COUNT TO DSQ-JLG-COUNT (2)
003640     MOVE "BACKED OUT" TO DSQ-JLG-COUNT-LABEL (3)
003650     MOVE WS-BACKEDOUT-COUNT TO DSQ-JLG-COUNT (3)
003660     MOVE "INTEGRITY FINDINGS" TO DSQ-JLG-ACTION-LABEL
003670     COMPUTE DSQ-JLG-ACTION-COUNT = WS-MISSING-COUNT
003680         + WS-MISMATCH-COUNT
003690     EVALUATE TRUE
003700         WHEN WS-MISSING-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
003710             MOVE "DSQHIST DISAGREES WITH TRAIL - SEE CHEKRPT"
003720                 TO DSQ-JLG-REASON
003730         WHEN OTHER
003740             CONTINUE
003750     END-EVALUATE
003760     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
003770 9900-EXIT.
003780     EXIT.
003790
003800 9950-WRITE-JOB-LOG.
003810*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
003820*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
003830*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
003840     MOVE "DSQHCHEK" TO DSQ-JLG-PROGRAM
003850     MOVE RETURN-CODE TO DSQ-JLG-RC
003860     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
003870     END-CALL
003880     MOVE DSQ-JLG-RC TO RETURN-CODE.
003890 9950-EXIT.
003900     EXIT.
003910
003920 END PROGRAM DSQHCHEK.
