000160******************************************************************
000170* Mod Log:
000180* 2026-09-01 NK  Original program.
000182* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000184*                a step-outcome record to the suite JOBLOG
000186*                through DSQJLOG for the morning digest.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DSQCHGBK.
000850         10 WS-RQT-SUBMITTED          PIC 9(08).
000860         10 WS-RQT-REJECTED           PIC 9(08).
000870         10 WS-RQT-LARGEST-N          PIC 9(08).
000873* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000876 COPY "DSQJOBLG.CPY".
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000892     INITIALIZE DSQ-JOBLOG-RECORD
000894     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000896     ACCEPT DSQ-JLG-START-TIME FROM TIME
000900     PERFORM 1000-GET-BILLING-MONTH THRU 1000-EXIT
000910     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
000920     PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
000940     PERFORM 5000-WRITE-CHGBK-EXTRACT THRU 5000-EXIT
000950     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000960     MOVE 0 TO RETURN-CODE
000965     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
000970     STOP RUN.
000971
000980 1000-GET-BILLING-MONTH.
001240     IF WS-BILLING-MONTH = ZERO
001250         DISPLAY "*** DSQCHGBK - NO BILLING MONTH SUPPLIED ***"
001260         MOVE 8 TO RETURN-CODE
001263         MOVE "NO BILLING MONTH SUPPLIED" TO DSQ-JLG-REASON
001266         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001270         STOP RUN
001280     END-IF.
001290 1000-EXIT.
001330     IF NOT WS-AUDIT-OK
001340         DISPLAY "*** DSQCHGBK - UNABLE TO OPEN AUDITLOG ***"
001350         MOVE 16 TO RETURN-CODE
001353         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
001356         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001360         STOP RUN
001370     END-IF
001380     OPEN OUTPUT DSQ-CHGBK-FILE
001390     IF NOT WS-CHGBK-OK
001400         DISPLAY "*** DSQCHGBK - UNABLE TO OPEN CHGBKOUT ***"
001410         MOVE 16 TO RETURN-CODE
001413         MOVE "UNABLE TO OPEN CHGBKOUT" TO DSQ-JLG-REASON
001416         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001420         STOP RUN
001430     END-IF.
001440 1500-EXIT.
002260 8000-EXIT.
002270     EXIT.
002271
002281 9900-LOG-STEP-OUTCOME.
002291*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
002301*    THE MORNING DIGEST.
002311     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
002321     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
002331     MOVE "SELECTED" TO DSQ-JLG-COUNT-LABEL (2)
002341     MOVE WS-SELECTED-COUNT TO DSQ-JLG-COUNT (2)
002351     MOVE "WRITTEN" TO DSQ-JLG-COUNT-LABEL (3)
002361     MOVE WS-WRITTEN-COUNT TO DSQ-JLG-COUNT (3)
002371     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
002381 9900-EXIT.
002391     EXIT.
002401
002411 9950-WRITE-JOB-LOG.
002421*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
002431*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
002441*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
002451     MOVE "DSQCHGBK" TO DSQ-JLG-PROGRAM
002461     MOVE RETURN-CODE TO DSQ-JLG-RC
002471     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
002481     END-CALL
002491     MOVE DSQ-JLG-RC TO RETURN-CODE.
002501 9950-EXIT.
002511     EXIT.
002521
002531 END PROGRAM DSQCHGBK.
