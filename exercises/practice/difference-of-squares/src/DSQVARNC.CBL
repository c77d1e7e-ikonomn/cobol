000217* 2026-09-01 NK  The DSQHIST key also grew a calculation-type
000218*                code; the prior-run browse compares within a
000219*                type - the types compute different totals.
000220* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000221*                a step-outcome record to the suite JOBLOG
000222*                through DSQJLOG for the morning digest.
000223* 2026-10-15 NK  DSQHIST declared with its run-ID and date plus
000224*                requester alternate keys; the prior-run browse
000225*                still walks the prime key.
000226******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DSQVARNC.
000250 ENVIRONMENT DIVISION.
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS DSQ-HIST-KEY
000372         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000374             WITH DUPLICATES
000376         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000378             WITH DUPLICATES
000380         FILE STATUS IS WS-HIST-STATUS.
000390     SELECT DSQ-VARY-RPT-FILE ASSIGN TO "VARYRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000850 01 WS-NEW-COUNT PIC 9(08) VALUE ZERO.
000860 01 WS-UNCHANGED-COUNT PIC 9(08) VALUE ZERO.
000870 01 WS-CHANGED-COUNT PIC 9(08) VALUE ZERO.
000873* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000876 COPY "DSQJOBLG.CPY".
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000892     INITIALIZE DSQ-JOBLOG-RECORD
000894     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000896     ACCEPT DSQ-JLG-START-TIME FROM TIME
000900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000920     PERFORM 2000-VARY-ONE-EXTRACT THRU 2000-EXIT
000940     PERFORM 5000-WRITE-VARY-SUMMARY THRU 5000-EXIT
000950     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000960     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
000965     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
000970     STOP RUN.
000971
000980 1000-INITIALIZE.
001000     IF NOT WS-EXTRACT-OK
001010         DISPLAY "*** DSQVARNC - UNABLE TO OPEN XTRCTOUT ***"
001020         MOVE 16 TO RETURN-CODE
001023         MOVE "UNABLE TO OPEN XTRCTOUT" TO DSQ-JLG-REASON
001026         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001030         STOP RUN
001040     END-IF
001050     OPEN INPUT DSQ-HIST-FILE
001090         IF NOT WS-HIST-OK
001100             DISPLAY "*** DSQVARNC - UNABLE TO OPEN DSQHIST ***"
001110             MOVE 16 TO RETURN-CODE
001113             MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
001116             PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001120             STOP RUN
001130         END-IF
001140     END-IF
001160     IF NOT WS-VARYRPT-OK
001170         DISPLAY "*** DSQVARNC - UNABLE TO OPEN VARYRPT ***"
001180         MOVE 16 TO RETURN-CODE
001183         MOVE "UNABLE TO OPEN VARYRPT" TO DSQ-JLG-REASON
001186         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001190         STOP RUN
001200     END-IF
001210     MOVE SPACES TO DSQ-VARY-RPT-RECORD
003230 9000-EXIT.
003240     EXIT.
003241
003251 9900-LOG-STEP-OUTCOME.
003261*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
003271*    THE MORNING DIGEST.
003281     MOVE "DETAILS" TO DSQ-JLG-COUNT-LABEL (1)
003291     MOVE WS-DETAIL-COUNT TO DSQ-JLG-COUNT (1)
003301     MOVE "NEW" TO DSQ-JLG-COUNT-LABEL (2)
003311     MOVE WS-NEW-COUNT TO DSQ-JLG-COUNT (2)
003321     MOVE "CHANGED" TO DSQ-JLG-COUNT-LABEL (3)
003331     MOVE WS-CHANGED-COUNT TO DSQ-JLG-COUNT (3)
003341     MOVE "VARIANCES" TO DSQ-JLG-ACTION-LABEL
003351     MOVE WS-CHANGED-COUNT TO DSQ-JLG-ACTION-COUNT
003361     EVALUATE TRUE
003371         WHEN WS-CHANGED-COUNT > ZERO
003381             MOVE "RANGES CHANGED AGAINST HISTORY - HOLD DSQHLOAD"
003391                 TO DSQ-JLG-REASON
003401         WHEN OTHER
003411             CONTINUE
003421     END-EVALUATE
003431     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
003441 9900-EXIT.
003451     EXIT.
003461
003471 9950-WRITE-JOB-LOG.
003481*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
003491*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
003501*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
003511     MOVE "DSQVARNC" TO DSQ-JLG-PROGRAM
003521     MOVE RETURN-CODE TO DSQ-JLG-RC
003531     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
003541     END-CALL
003551     MOVE DSQ-JLG-RC TO RETURN-CODE.
003561 9950-EXIT.
003571     EXIT.
003581
003591 END PROGRAM DSQVARNC.
