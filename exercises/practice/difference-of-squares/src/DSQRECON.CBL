000260*                the trailer's detail count and hash totals are
000270*                recomputed from the details read, and a control
000280*                failure holds distribution like any other break.
000282* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000284*                a step-outcome record to the suite JOBLOG
000286*                through DSQJLOG for the morning digest.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. DSQRECON.
001250 01 WS-RCN-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001260 01 WS-RCN-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
001270 01 WS-CONTROL-ERROR-COUNT PIC 9(08) VALUE ZERO.
001273* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001276 COPY "DSQJOBLG.CPY".
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001292     INITIALIZE DSQ-JOBLOG-RECORD
001294     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001296     ACCEPT DSQ-JLG-START-TIME FROM TIME
001300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
001360     PERFORM 5000-WRITE-RECON-REPORT THRU 5000-EXIT
001370     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001380     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001385     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001390     STOP RUN.
001400
001410 1000-INITIALIZE.
001430     IF NOT WS-EXTRACT-OK
001440         DISPLAY "*** DSQRECON - UNABLE TO OPEN XTRCTOUT ***"
001450         MOVE 16 TO RETURN-CODE
001453         MOVE "UNABLE TO OPEN XTRCTOUT" TO DSQ-JLG-REASON
001456         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001460         STOP RUN
001470     END-IF
001480     OPEN INPUT DSQ-AUDIT-FILE
001490     IF NOT WS-AUDIT-OK
001500         DISPLAY "*** DSQRECON - UNABLE TO OPEN AUDITLOG ***"
001510         MOVE 16 TO RETURN-CODE
001513         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
001516         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001520         STOP RUN
001530     END-IF
001540     OPEN OUTPUT DSQ-RECON-FILE
001550     IF NOT WS-RECON-OK
001560         DISPLAY "*** DSQRECON - UNABLE TO OPEN RECONRPT ***"
001570         MOVE 16 TO RETURN-CODE
001573         MOVE "UNABLE TO OPEN RECONRPT" TO DSQ-JLG-REASON
001576         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001580         STOP RUN
001590     END-IF.
001600 1000-EXIT.
005440 9000-EXIT.
005450     EXIT.
005460
005470 9900-LOG-STEP-OUTCOME.
005480*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
005490*    THE MORNING DIGEST.
005500     MOVE "MATCHED" TO DSQ-JLG-COUNT-LABEL (1)
005510     MOVE WS-MATCHED-COUNT TO DSQ-JLG-COUNT (1)
005520     MOVE "MISMATCHED" TO DSQ-JLG-COUNT-LABEL (2)
005530     MOVE WS-MISMATCHED-COUNT TO DSQ-JLG-COUNT (2)
005540     MOVE "DERIVE ERR" TO DSQ-JLG-COUNT-LABEL (3)
005550     MOVE WS-DERIVE-ERROR-COUNT TO DSQ-JLG-COUNT (3)
005560     MOVE "RECON BREAKS" TO DSQ-JLG-ACTION-LABEL
005570     COMPUTE DSQ-JLG-ACTION-COUNT = WS-MISMATCHED-COUNT
005580         + WS-DERIVE-ERROR-COUNT
005590         + WS-AUD-UNMATCHED-COUNT
005600         + WS-XTR-UNMATCHED-COUNT
005610         + WS-CONTROL-ERROR-COUNT
005620     EVALUATE TRUE
005630         WHEN WS-TABLE-FULL
005640             MOVE "EXTRACT OVERFLOWED THE RECONCILIATION TABLE"
005650                 TO DSQ-JLG-REASON
005660         WHEN RETURN-CODE NOT = ZERO
005670             MOVE "RUN DOES NOT BALANCE - HOLD DISTRIBUTION"
005680                 TO DSQ-JLG-REASON
005690         WHEN OTHER
005700             CONTINUE
005710     END-EVALUATE
005720     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005730 9900-EXIT.
005740     EXIT.
005750
005760 9950-WRITE-JOB-LOG.
005770*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005780*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005790*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005800     MOVE "DSQRECON" TO DSQ-JLG-PROGRAM
005810     MOVE RETURN-CODE TO DSQ-JLG-RC
005820     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005830     END-CALL
005840     MOVE DSQ-JLG-RC TO RETURN-CODE.
005850 9950-EXIT.
005860     EXIT.
005870
005880 END PROGRAM DSQRECON.
