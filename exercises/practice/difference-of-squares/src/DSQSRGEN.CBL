000320*                - RANGEIN is not rewritten while the batch or
000330*                a maintenance save holds the deck; the run is
000340*                refused with RC 12, the batch's own pattern.
000341* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000342*                a step-outcome record to the suite JOBLOG
000343*                through DSQJLOG for the morning digest.
000344* 2026-10-15 NK  Every usable master entry with a requester code
000345*                is checked against that requester's ENTLMST
000346*                entitlement - no entitlement, a calc type it may
000347*                not submit, or a TO above its maximum N is warned
000348*                on GENRPT, and so is a requester whose standing
000349*                requests alone come to more cards over the
000350*                processing month than its monthly quota.  The
000351*                cards are still generated (DSQEDIT rejects what
000352*                does not fit); the warnings make the run RC 04.
000353******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DSQSRGEN.
000380 ENVIRONMENT DIVISION.
000610     SELECT DSQ-LOCK-FILE ASSIGN TO "DSQLOCK"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LOCK-STATUS.
000632     SELECT ENT-FILE ASSIGN TO "ENTLMST"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-ENT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SYSIN-FILE
000820 FD  DSQ-LOCK-FILE
000830     RECORDING MODE IS F.
000840     COPY "DSQLOCK.CPY".
000842 FD  ENT-FILE
000844     RECORDING MODE IS F.
000846     COPY "DSQENTL.CPY".
000850 WORKING-STORAGE SECTION.
000860 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000870     88 WS-SYSIN-OK             VALUE "00".
001350 01 WS-SKIPPED-COUNT PIC 9(08) VALUE ZERO.
001360 01 WS-BAD-MASTER-COUNT PIC 9(08) VALUE ZERO.
001370 01 WS-ONEOFF-COUNT PIC 9(08) VALUE ZERO.
001371* THE ENTLMST ENTITLEMENT TABLE, WITH THE CARDS EACH REQUESTER'S
001372* STANDING REQUESTS WILL GENERATE OVER THE PROCESSING MONTH.
001373 01 WS-ENT-STATUS PIC X(02) VALUE SPACES.
001374     88 WS-ENT-OK               VALUE "00".
001375     88 WS-ENT-EOF              VALUE "10".
001376 01 WS-NO-ENTLMST-SW PIC X(01) VALUE "N".
001377     88 WS-NO-ENTLMST           VALUE "Y".
001378 01 WS-ENT-FOUND-SW PIC X(01) VALUE "N".
001379     88 WS-ENT-FOUND            VALUE "Y".
001380 01 WS-ENT-WARN-COUNT PIC 9(08) VALUE ZERO.
001381 01 WS-ENT-WARNING PIC X(40) VALUE SPACES.
001382 01 WS-MONTH-CARDS PIC 9(06) VALUE ZERO.
001383 01 WS-FIRST-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
001384 01 WS-WEEKDAY-OFFSET PIC 9(01) VALUE ZERO.
001385 01 WS-ENT-COUNT PIC 9(02) VALUE ZERO.
001386 01 WS-ENT-MAX PIC 9(02) VALUE 50.
001387 01 WS-ENT-TABLE.
001388     05 WS-ENT-ENTRY OCCURS 0 TO 50 TIMES
001389         DEPENDING ON WS-ENT-COUNT
001390         INDEXED BY ENT-IX.
001391         10 WS-ENT-TBL-CODE           PIC X(03).
001392         10 WS-ENT-TBL-SQUARES        PIC X(01).
001393             88 WS-ENT-TBL-SQUARES-OK VALUE "Y".
001394         10 WS-ENT-TBL-CUBES          PIC X(01).
001395             88 WS-ENT-TBL-CUBES-OK   VALUE "Y".
001396         10 WS-ENT-TBL-MAX-N          PIC 9(08).
001397         10 WS-ENT-TBL-QUOTA          PIC 9(06).
001398         10 WS-ENT-TBL-PROJECTED      PIC 9(06).
001399* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001400 COPY "DSQJOBLG.CPY".
001401 PROCEDURE DIVISION.
001402 0000-MAINLINE.
001403     INITIALIZE DSQ-JOBLOG-RECORD
001404     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001405     ACCEPT DSQ-JLG-START-TIME FROM TIME
001406     PERFORM 1000-GET-PROCESSING-DATE THRU 1000-EXIT
001410     PERFORM 1100-CHECK-SUITE-LOCK THRU 1100-EXIT
001420     PERFORM 1200-WORK-THE-CALENDAR THRU 1200-EXIT
001430     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001435     PERFORM 1600-LOAD-ENTITLEMENTS THRU 1600-EXIT
001440     PERFORM 2000-GENERATE-ONE-MASTER THRU 2000-EXIT
001450         UNTIL WS-SRM-EOF
001460     PERFORM 4000-COPY-ONE-ONEOFF THRU 4000-EXIT
001470         UNTIL WS-ONEOFF-EOF
001475     PERFORM 4500-CHECK-QUOTA-PROJECTION THRU 4500-EXIT
001480     PERFORM 5000-WRITE-GEN-SUMMARY THRU 5000-EXIT
001490     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001500     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001505     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001510     STOP RUN.
001520
001530 1000-GET-PROCESSING-DATE.
001830         DISPLAY "*** DSQSRGEN - PROCESSING DATE "
001840             WS-PROC-DATE " IS NOT A DATE ***"
001850         MOVE 8 TO RETURN-CODE
001852         STRING "PROCESSING DATE " WS-PROC-DATE " IS NOT A DATE"
001854             DELIMITED BY SIZE INTO DSQ-JLG-REASON
001856         END-STRING
001858         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001860         STOP RUN
001870     END-IF.
001880 1000-EXIT.
002110             WS-LOCK-HOLDER " RUN " WS-LOCK-RUN-ID
002120             " - RUN REFUSED ***"
002130         MOVE 12 TO RETURN-CODE
002131         MOVE "S" TO DSQ-JLG-OUTCOME
002132         STRING "RANGEIN LOCKED BY " WS-LOCK-HOLDER " RUN "
002133             WS-LOCK-RUN-ID " - RUN REFUSED"
002134             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002135         END-STRING
002136         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002140         STOP RUN
002150     END-IF.
002160 1100-EXIT.
002430         + (5 * WS-ZELLER-J), 7)
002440     COMPUTE WS-DAY-OF-WEEK =
002450         FUNCTION MOD(WS-ZELLER-H + 5, 7) + 1
002452*    AND THE DAY-OF-WEEK THE MONTH STARTED ON, FOR COUNTING HOW
002454*    MANY TIMES A WEEKLY REQUEST FIRES IN IT.
002456     COMPUTE WS-FIRST-DAY-OF-WEEK =
002458         FUNCTION MOD(WS-DAY-OF-WEEK + 35 - WS-PROC-DD, 7) + 1
002460*    THE LENGTH OF THE PROCESSING MONTH, LEAP YEARS INCLUDED,
002470*    SO MONTHLY AND MONTH-END REQUESTS KNOW THE LAST DAY.
002480     EVALUATE WS-PROC-MM
002720         DISPLAY "*** DSQSRGEN - PROCESSING DATE "
002730             WS-PROC-DATE " IS NOT A DATE ***"
002740         MOVE 8 TO RETURN-CODE
002742         STRING "PROCESSING DATE " WS-PROC-DATE " IS NOT A DATE"
002744             DELIMITED BY SIZE INTO DSQ-JLG-REASON
002746         END-STRING
002748         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002750         STOP RUN
002760     END-IF.
002770 1200-EXIT.
002820     IF NOT WS-SRM-OK
002830         DISPLAY "*** DSQSRGEN - UNABLE TO OPEN STANDMST ***"
002840         MOVE 16 TO RETURN-CODE
002843         MOVE "UNABLE TO OPEN STANDMST" TO DSQ-JLG-REASON
002846         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002850         STOP RUN
002860     END-IF
002870*    ONE-OFF CARDS ARE OPTIONAL - NO ONEOFFIN JUST MEANS THE
002960         DISPLAY "*** DSQSRGEN - UNABLE TO OPEN AN OUTPUT "
002970             "FILE ***"
002980         MOVE 16 TO RETURN-CODE
002983         MOVE "UNABLE TO OPEN AN OUTPUT FILE" TO DSQ-JLG-REASON
002986         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002990         STOP RUN
003000     END-IF
003010     MOVE SPACES TO GEN-REPORT-RECORD
003060     END-STRING
003070     WRITE GEN-REPORT-RECORD.
003080 1500-EXIT.
003081     EXIT.
003082
003083 1600-LOAD-ENTITLEMENTS.
003084*    NO ENTLMST MEANS NO ENTITLEMENT TO CHECK AGAINST - SAID ONCE
003085*    ON THE REPORT RATHER THAN AGAINST EVERY ENTRY, SINCE DSQEDIT
003086*    WILL REJECT EVERY CARD WITH A REQUESTER CODE ANYWAY.  A
003087*    RECORD THAT DOES NOT PARSE IS LEFT OUT, AS DSQEDIT DOES.
003088     OPEN INPUT ENT-FILE
003089     IF NOT WS-ENT-OK
003090         SET WS-NO-ENTLMST TO TRUE
003091         MOVE SPACES TO GEN-REPORT-RECORD
003092         STRING "*** NO ENTLMST ENTITLEMENT FILE - "
003093             "ENTITLEMENTS NOT CHECKED ***"
003094             DELIMITED BY SIZE
003095             INTO GEN-REPORT-RECORD
003096         END-STRING
003097         WRITE GEN-REPORT-RECORD
003098         GO TO 1600-EXIT
003099     END-IF
003100     PERFORM 1650-LOAD-ONE-ENTITLEMENT THRU 1650-EXIT
003101         UNTIL WS-ENT-EOF
003102     CLOSE ENT-FILE.
003103 1600-EXIT.
003104     EXIT.
003105
003106 1650-LOAD-ONE-ENTITLEMENT.
003107     READ ENT-FILE
003108         AT END
003109             SET WS-ENT-EOF TO TRUE
003110             GO TO 1650-EXIT
003111     END-READ
003112     IF DSQ-ENT-MAX-N NOT NUMERIC
003113             OR DSQ-ENT-MONTH-QUOTA NOT NUMERIC
003114         GO TO 1650-EXIT
003115     END-IF
003116     IF WS-ENT-COUNT < WS-ENT-MAX
003117         ADD 1 TO WS-ENT-COUNT
003118         SET ENT-IX TO WS-ENT-COUNT
003119         MOVE DSQ-ENT-REQUESTER TO WS-ENT-TBL-CODE (ENT-IX)
003120         MOVE DSQ-ENT-SQUARES TO WS-ENT-TBL-SQUARES (ENT-IX)
003121         MOVE DSQ-ENT-CUBES TO WS-ENT-TBL-CUBES (ENT-IX)
003122         MOVE DSQ-ENT-MAX-N TO WS-ENT-TBL-MAX-N (ENT-IX)
003123         MOVE DSQ-ENT-MONTH-QUOTA TO WS-ENT-TBL-QUOTA (ENT-IX)
003124         MOVE ZERO TO WS-ENT-TBL-PROJECTED (ENT-IX)
003125     END-IF.
003126 1650-EXIT.
003127     EXIT.
003128
003129 2000-GENERATE-ONE-MASTER.
003130     READ DSQ-SRM-FILE
003131         AT END
003140             SET WS-SRM-EOF TO TRUE
003150             GO TO 2000-EXIT
003160     END-READ
003350         END-STRING
003360         WRITE GEN-REPORT-RECORD
003370         GO TO 2000-EXIT
003372     END-IF
003374     IF DSQ-SRM-REQUESTER NOT = SPACES AND NOT WS-NO-ENTLMST
003376         PERFORM 2700-CHECK-ENTITLEMENT THRU 2700-EXIT
003380     END-IF
003390     PERFORM 2500-CHECK-DUE THRU 2500-EXIT
003400     IF NOT WS-DUE
003710             END-IF
003720     END-EVALUATE.
003730 2500-EXIT.
003731     EXIT.
003732
003733 2700-CHECK-ENTITLEMENT.
003734*    EVERY ENTRY IS CHECKED WHETHER OR NOT IT IS DUE TONIGHT - AN
003735*    ENTRY THAT NO LONGER FITS WANTS FIXING BEFORE IT NEXT FIRES.
003736*    A FITTING ENTRY ADDS THE CARDS IT WILL GENERATE THIS MONTH
003737*    TO ITS REQUESTER'S PROJECTION FOR THE QUOTA CHECK.
003738     MOVE SPACES TO WS-ENT-WARNING
003739     MOVE "N" TO WS-ENT-FOUND-SW
003740     IF WS-ENT-COUNT > ZERO
003741         SET ENT-IX TO 1
003742         SEARCH WS-ENT-ENTRY
003743             AT END
003744                 CONTINUE
003745             WHEN WS-ENT-TBL-CODE (ENT-IX) = DSQ-SRM-REQUESTER
003746                 SET WS-ENT-FOUND TO TRUE
003747         END-SEARCH
003748     END-IF
003749     EVALUATE TRUE
003750         WHEN NOT WS-ENT-FOUND
003751             MOVE "NO ENTITLEMENT FOR REQUESTER" TO WS-ENT-WARNING
003752         WHEN DSQ-SRM-CALC-TYPE = "C"
003753                 AND NOT WS-ENT-TBL-CUBES-OK (ENT-IX)
003754             MOVE "CALC TYPE NOT ENTITLED" TO WS-ENT-WARNING
003755         WHEN DSQ-SRM-CALC-TYPE = SPACE
003756                 AND NOT WS-ENT-TBL-SQUARES-OK (ENT-IX)
003757             MOVE "CALC TYPE NOT ENTITLED" TO WS-ENT-WARNING
003758         WHEN WS-ENT-TBL-MAX-N (ENT-IX) > ZERO
003759                 AND DSQ-SRM-TO > WS-ENT-TBL-MAX-N (ENT-IX)
003760             MOVE "ABOVE REQUESTER MAXIMUM N" TO WS-ENT-WARNING
003761         WHEN OTHER
003762             CONTINUE
003763     END-EVALUATE
003764     IF WS-ENT-WARNING NOT = SPACES
003765         ADD 1 TO WS-ENT-WARN-COUNT
003766         MOVE SPACES TO GEN-REPORT-RECORD
003767         STRING "WARNING ENTRY " WS-MASTER-COUNT
003768             " REQ=" DSQ-SRM-REQUESTER
003769             " - " WS-ENT-WARNING
003770             DELIMITED BY SIZE
003771             INTO GEN-REPORT-RECORD
003772         END-STRING
003773         WRITE GEN-REPORT-RECORD
003774         GO TO 2700-EXIT
003775     END-IF
003776     EVALUATE TRUE
003777         WHEN DSQ-SRM-DAILY
003778             MOVE WS-DAYS-IN-MONTH TO WS-MONTH-CARDS
003779         WHEN DSQ-SRM-WEEKLY
003780             COMPUTE WS-WEEKDAY-OFFSET = FUNCTION MOD(
003781                 DSQ-SRM-DAY + 7 - WS-FIRST-DAY-OF-WEEK, 7)
003782             COMPUTE WS-MONTH-CARDS = (WS-DAYS-IN-MONTH - 1
003783                 - WS-WEEKDAY-OFFSET) / 7 + 1
003784         WHEN OTHER
003785             MOVE 1 TO WS-MONTH-CARDS
003786     END-EVALUATE
003787     ADD WS-MONTH-CARDS TO WS-ENT-TBL-PROJECTED (ENT-IX).
003788 2700-EXIT.
003789     EXIT.
003790
003791 3000-WRITE-GENERATED-CARD.
003792*    THE CARD GOES OUT IN THE DECK'S NORMALIZED FORM - A RANGE
003793*    STARTING AT 1 (OR 0) AS A CLASSIC N-ONLY CARD, ANYTHING
003794*    ELSE AS FROM-TO - EXACTLY AS DSQEDIT AND THE DECK SCREEN
003800*    WRITE THEM, SO THE EDIT PASS SEES NOTHING NEW.
003810     MOVE SPACES TO DSQ-RANGE-RECORD
003820     IF DSQ-SRM-FROM > 1
004160 4000-EXIT.
004170     EXIT.
004180
004181 4500-CHECK-QUOTA-PROJECTION.
004182*    A REQUESTER WHOSE STANDING REQUESTS ALONE COME TO MORE CARDS
004183*    OVER THE MONTH THAN ITS QUOTA WILL HAVE CARDS REJECTED BY
004184*    DSQEDIT BEFORE THE MONTH IS OUT - WARNED NOW, NOT THEN.
004185     IF WS-ENT-COUNT = ZERO
004186         GO TO 4500-EXIT
004187     END-IF
004188     SET ENT-IX TO 1
004189     PERFORM 4550-CHECK-ONE-PROJECTION THRU 4550-EXIT
004190         UNTIL ENT-IX > WS-ENT-COUNT.
004191 4500-EXIT.
004192     EXIT.
004193
004194 4550-CHECK-ONE-PROJECTION.
004195     IF WS-ENT-TBL-QUOTA (ENT-IX) > ZERO
004196             AND WS-ENT-TBL-PROJECTED (ENT-IX)
004197                 > WS-ENT-TBL-QUOTA (ENT-IX)
004198         ADD 1 TO WS-ENT-WARN-COUNT
004199         MOVE SPACES TO GEN-REPORT-RECORD
004200         STRING "WARNING REQ=" WS-ENT-TBL-CODE (ENT-IX)
004201             " - STANDING CARDS THIS MONTH "
004202             WS-ENT-TBL-PROJECTED (ENT-IX)
004203             " OVER QUOTA " WS-ENT-TBL-QUOTA (ENT-IX)
004204             DELIMITED BY SIZE
004205             INTO GEN-REPORT-RECORD
004206         END-STRING
004207         WRITE GEN-REPORT-RECORD
004208     END-IF
004209     SET ENT-IX UP BY 1.
004210 4550-EXIT.
004211     EXIT.
004212
004213 5000-WRITE-GEN-SUMMARY.
004214     MOVE SPACES TO GEN-REPORT-RECORD
004215     WRITE GEN-REPORT-RECORD
004220     MOVE SPACES TO GEN-REPORT-RECORD
004230     STRING "MASTER ENTRIES READ    : " WS-MASTER-COUNT
004240         DELIMITED BY SIZE INTO GEN-REPORT-RECORD
004430     STRING "ONE-OFF CARDS MERGED   : " WS-ONEOFF-COUNT
004440         DELIMITED BY SIZE INTO GEN-REPORT-RECORD
004450     END-STRING
004451     WRITE GEN-REPORT-RECORD
004452     MOVE SPACES TO GEN-REPORT-RECORD
004453     STRING "ENTITLEMENT WARNINGS   : " WS-ENT-WARN-COUNT
004454         DELIMITED BY SIZE INTO GEN-REPORT-RECORD
004455     END-STRING
004460     WRITE GEN-REPORT-RECORD.
004470 5000-EXIT.
004480     EXIT.
004650*            USABLE.
004660*    RC 04 - THE DECK GENERATED BUT SOMETHING NEEDS A LOOK -
004670*            UNUSABLE MASTER ENTRIES WERE SKIPPED, OR NOTHING
004680*            AT ALL WAS DUE AND THE DECK IS EMPTY, OR A
004683*            STANDING REQUEST NO LONGER FITS ITS REQUESTER'S
004686*            ENTITLEMENT (OR THERE IS NO ENTLMST TO CHECK).
004690*    RC 08 - ISSUED AT STARTUP, NOT HERE - THE PROCESSING DATE
004700*            IS NOT A REAL DATE.
004710*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED.
004720     IF WS-BAD-MASTER-COUNT > ZERO
004723             OR WS-ENT-WARN-COUNT > ZERO
004726             OR WS-NO-ENTLMST
004730             OR (WS-GENERATED-COUNT = ZERO
004740                 AND WS-ONEOFF-COUNT = ZERO)
004750         MOVE 4 TO RETURN-CODE
004790 9000-EXIT.
004800     EXIT.
004810
004820 9900-LOG-STEP-OUTCOME.
004830*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
004840*    THE MORNING DIGEST.
004850     MOVE "MASTER" TO DSQ-JLG-COUNT-LABEL (1)
004860     MOVE WS-MASTER-COUNT TO DSQ-JLG-COUNT (1)
004870     MOVE "GENERATED" TO DSQ-JLG-COUNT-LABEL (2)
004880     MOVE WS-GENERATED-COUNT TO DSQ-JLG-COUNT (2)
004890     MOVE "ONE-OFFS" TO DSQ-JLG-COUNT-LABEL (3)
004900     MOVE WS-ONEOFF-COUNT TO DSQ-JLG-COUNT (3)
004910     EVALUATE TRUE
004920         WHEN WS-BAD-MASTER-COUNT > ZERO
004930             MOVE "UNUSABLE STANDMST ENTRIES - SEE GENRPT"
004940                 TO DSQ-JLG-REASON
004950         WHEN WS-GENERATED-COUNT = ZERO AND WS-ONEOFF-COUNT = ZERO
004960             MOVE "NOTHING DUE - RANGEIN DECK IS EMPTY"
004970                 TO DSQ-JLG-REASON
004980         WHEN WS-ENT-WARN-COUNT > ZERO
004990             MOVE "STANDING REQUESTS OUTSIDE ENTITLEMENT - GENRPT"
005000                 TO DSQ-JLG-REASON
005010         WHEN WS-NO-ENTLMST
005020             MOVE "NO ENTLMST - ENTITLEMENTS NOT CHECKED"
005030                 TO DSQ-JLG-REASON
005040         WHEN OTHER
005050             CONTINUE
005060     END-EVALUATE
005070     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005080 9900-EXIT.
005090     EXIT.
005100
005110 9950-WRITE-JOB-LOG.
005120*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005130*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005140*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005150     MOVE "DSQSRGEN" TO DSQ-JLG-PROGRAM
005160     MOVE RETURN-CODE TO DSQ-JLG-RC
005170     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005180     END-CALL
005190     MOVE DSQ-JLG-RC TO RETURN-CODE.
005200 9950-EXIT.
005210     EXIT.
005220
005230 END PROGRAM DSQSRGEN.
