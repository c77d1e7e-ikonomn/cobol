000170******************************************************************
000180* Mod Log:
000190* 2026-08-22 NK  Original program.
000192* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000194*                a step-outcome record to the suite JOBLOG
000196*                through DSQJLOG for the morning digest.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. DSQSTATS.
001090         10 WS-MTH-MAX-N              PIC 9(08).
001100         10 WS-MTH-HOUR-CT            PIC 9(08)
001110             OCCURS 24 TIMES.
001113* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001116 COPY "DSQJOBLG.CPY".
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001132     INITIALIZE DSQ-JOBLOG-RECORD
001134     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001136     ACCEPT DSQ-JLG-START-TIME FROM TIME
001140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001150     PERFORM 1000-GET-DATE-WINDOW THRU 1000-EXIT
001160     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001200     PERFORM 6000-WRITE-TOTALS-PAGE THRU 6000-EXIT
001210     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001220     MOVE 0 TO RETURN-CODE
001225     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001230     STOP RUN.
001240
001250 1000-GET-DATE-WINDOW.
001490     IF NOT WS-AUDIT-OK
001500         DISPLAY "*** DSQSTATS - UNABLE TO OPEN AUDITLOG ***"
001510         MOVE 16 TO RETURN-CODE
001513         MOVE "UNABLE TO OPEN AUDITLOG" TO DSQ-JLG-REASON
001516         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001520         STOP RUN
001530     END-IF
001540     OPEN OUTPUT DSQ-STATS-FILE
001550     IF NOT WS-STATS-OK
001560         DISPLAY "*** DSQSTATS - UNABLE TO OPEN STATSRPT ***"
001570         MOVE 16 TO RETURN-CODE
001573         MOVE "UNABLE TO OPEN STATSRPT" TO DSQ-JLG-REASON
001576         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001580         STOP RUN
001590     END-IF.
001600 1500-EXIT.
004520 8000-EXIT.
004530     EXIT.
004540
004550 9900-LOG-STEP-OUTCOME.
004560*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
004570*    THE MORNING DIGEST.
004580     MOVE "READ" TO DSQ-JLG-COUNT-LABEL (1)
004590     MOVE WS-READ-COUNT TO DSQ-JLG-COUNT (1)
004600     MOVE "SELECTED" TO DSQ-JLG-COUNT-LABEL (2)
004610     MOVE WS-SELECTED-COUNT TO DSQ-JLG-COUNT (2)
004620     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
004630 9900-EXIT.
004640     EXIT.
004650
004660 9950-WRITE-JOB-LOG.
004670*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
004680*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
004690*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
004700     MOVE "DSQSTATS" TO DSQ-JLG-PROGRAM
004710     MOVE RETURN-CODE TO DSQ-JLG-RC
004720     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
004730     END-CALL
004740     MOVE DSQ-JLG-RC TO RETURN-CODE.
004750 9950-EXIT.
004760     EXIT.
004770
004780 END PROGRAM DSQSTATS.
