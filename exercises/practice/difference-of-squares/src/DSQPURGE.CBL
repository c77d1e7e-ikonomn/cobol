000170******************************************************************
000180* Mod Log:
000190* 2026-08-22 NK  Original program.
000192* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000194*                a step-outcome record to the suite JOBLOG
000196*                through DSQJLOG for the morning digest.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. DSQPURGE.
001020         10 WS-YTB-YEAR               PIC 9(04).
001030         10 WS-YTB-KEPT               PIC 9(08).
001040         10 WS-YTB-ARCHIVED           PIC 9(08).
001043* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001046 COPY "DSQJOBLG.CPY".
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001062     INITIALIZE DSQ-JOBLOG-RECORD
001064     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001066     ACCEPT DSQ-JLG-START-TIME FROM TIME
001070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001080     PERFORM 1000-GET-CUTOFF-DATE THRU 1000-EXIT
001090     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001120     PERFORM 5000-WRITE-PURGE-SUMMARY THRU 5000-EXIT
001130     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001140     MOVE 0 TO RETURN-CODE
001145     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001150     STOP RUN.
001160
001170 1000-GET-CUTOFF-DATE.
001450         DISPLAY "*** DSQPURGE - NO RETENTION CUTOFF DATE "
001460             "SUPPLIED ***"
001470         MOVE 8 TO RETURN-CODE
001472         MOVE "NO RETENTION CUTOFF DATE SUPPLIED"
001474             TO DSQ-JLG-REASON
001476         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001480         STOP RUN
001490     END-IF.
001500 1000-EXIT.
001550     IF NOT WS-AUDIT-OK
001560         DISPLAY "*** DSQPURGE - UNABLE TO OPEN AUDITLOG ***"
001570         MOVE 16 TO RETURN-CODE
001573         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
001576         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001580         STOP RUN
001590     END-IF
001600     OPEN OUTPUT DSQ-ARCH-FILE
001650         DISPLAY "*** DSQPURGE - UNABLE TO OPEN AN OUTPUT "
001660             "FILE ***"
001670         MOVE 16 TO RETURN-CODE
001673         MOVE "UNABLE TO OPEN AN OUTPUT FILE" TO DSQ-JLG-REASON
001676         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001680         STOP RUN
001690     END-IF.
001700 1500-EXIT.
002920 8000-EXIT.
002930     EXIT.
002940
002950 9900-LOG-STEP-OUTCOME.
002960*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
002970*    THE MORNING DIGEST.
002980     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
002990     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
003000     MOVE "KEPT" TO DSQ-JLG-COUNT-LABEL (2)
003010     MOVE WS-KEPT-COUNT TO DSQ-JLG-COUNT (2)
003020     MOVE "ARCHIVED" TO DSQ-JLG-COUNT-LABEL (3)
003030     MOVE WS-ARCHIVED-COUNT TO DSQ-JLG-COUNT (3)
003040     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
003050 9900-EXIT.
003060     EXIT.
003070
003080 9950-WRITE-JOB-LOG.
003090*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
003100*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
003110*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
003120     MOVE "DSQPURGE" TO DSQ-JLG-PROGRAM
003130     MOVE RETURN-CODE TO DSQ-JLG-RC
003140     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
003150     END-CALL
003160     MOVE DSQ-JLG-RC TO RETURN-CODE.
003170 9950-EXIT.
003180     EXIT.
003190
003200 END PROGRAM DSQPURGE.
