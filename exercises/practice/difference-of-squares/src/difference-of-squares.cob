001637*                release now use PERFORM THRU -EXIT like the
001638*                rest of the program - their GO TO exits
001639*                escaped a bare PERFORM's range.
001640* 2026-10-15 NK  Added the TRIAL SYSIN control card.  A trial
001641*                run works the whole deck and prints RPTOUT and
001642*                EXCPTRPT marked TRIAL on every page, with a
001643*                summary of what the real run would reject and
001644*                whether run control or DSQLOCK would refuse
001645*                it, but takes no lock and writes nothing to
001646*                RUNCTL, AUDITLOG, CHKPNT, REJOUT, REJNEW or
001647*                XTRCTOUT, so tonight's run is still a first
001648*                run to run control.  CHECK-SUITE-LOCK is now
001649*                performed THRU its exit - a missing DSQLOCK
001650*                file fell out of the bare PERFORM's range.
001651* 2026-10-15 NK  WRITE-RUNCTL-RECORD clears the new RUNCTL
001652*                destination field - run-level records carry
001653*                spaces there.
001654* 2026-10-15 NK  Every production ending, normal or hard stop,
001655*                now appends a step-outcome record to the suite
001656*                JOBLOG through DSQJLOG for the morning digest,
001657*                under the DSQBATCH name the extract and REJOUT
001658*                already carry.  A TRIAL run is not logged - it
001659*                leaves no footprint anywhere else either.
001660* 2026-10-15 NK  Added the STREAM SYSIN control card for a deck
001661*                DSQSPLIT has split.  A stream runs under the run
001662*                id the split registered for the whole deck (off
001663*                SPLITCTL), checks its RANGEIN against what the
001664*                split wrote for it, and takes no lock and writes
001665*                no RUNCTL record - the split holds DSQLOCK for
001666*                the run and DSQMERGE completes it.  Its CHKPNT
001667*                carries the run id and stream number, and on a
001668*                clean finish is marked complete rather than
001669*                cleared, for DSQMERGE to combine; a rerun of a
001670*                finished stream is refused (RC 12).  Recycled
001671*                rejects are settled by DSQMERGE, not the stream.
001672 IDENTIFICATION DIVISION.
001673 PROGRAM-ID. DIFFERENCE-OF-SQUARES.
001674 ENVIRONMENT DIVISION.
001675 CONFIGURATION SECTION.
001680 SOURCE-COMPUTER.  GNUCOBOL312.
001690 OBJECT-COMPUTER.  GNUCOBOL312.
001700 SPECIAL-NAMES.
002060     SELECT DSQ-LOCK-FILE ASSIGN TO "DSQLOCK"
002070         ORGANIZATION IS LINE SEQUENTIAL
002080         FILE STATUS IS WS-LOCK-STATUS.
002082     SELECT DSQ-SPLIT-FILE ASSIGN TO "SPLITCTL"
002084         ORGANIZATION IS LINE SEQUENTIAL
002086         FILE STATUS IS WS-SPLIT-STATUS.
002090 DATA DIVISION.
002100 FILE SECTION.
002110 FD  SYSIN-FILE
002140     05  SYSIN-UPPER-LIMIT       PIC 9(08).
002150 01  SYSIN-CONTROL-RECORD.
002160     05  SYSIN-CONTROL-VERB      PIC X(08).
002162     05  FILLER                  PIC X(01).
002164     05  SYSIN-STREAM-NO         PIC X(02).
002166     05  SYSIN-STREAM-NO-N REDEFINES SYSIN-STREAM-NO
002168                                 PIC 9(02).
002170 FD  RANGE-FILE
002180     RECORDING MODE IS F.
002190     COPY "DSQRANGE.CPY".
002450 FD  DSQ-LOCK-FILE
002460     RECORDING MODE IS F.
002470     COPY "DSQLOCK.CPY".
002472 FD  DSQ-SPLIT-FILE
002474     RECORDING MODE IS F.
002476     COPY "DSQSPLT.CPY".
002480 WORKING-STORAGE SECTION.
002490 01 WS-DIFFERENCE-OF-SQUARES PIC 9(31).
002500 01 WS-SUM-OF-SQUARES PIC 9(31).
003820 01 WS-REQ-SUB-FULL-SW PIC X(01) VALUE "N".
003830     88 WS-REQ-SUB-FULL             VALUE "Y".
003840 01 WS-CHKPT-SUB PIC 9(02) VALUE ZERO.
003841* TRIAL-RUN STATE - A TRIAL CARD RUNS THE DECK FOR ITS REPORTS
003842* ONLY.  BOTH PRINT FILES ARE RE-HEADED EVERY WS-TRIAL-PAGE-LINES
003843* LINES SO NO PAGE OF A TRIAL CAN BE MISTAKEN FOR THE REAL RUN'S
003844* OUTPUT.  WS-TRIAL-ENTRY-LINES IS THE SIZE OF THE NEXT ENTRY.
003845 01 WS-TRIAL-RUN-SW PIC X(01) VALUE "N".
003846     88 WS-TRIAL-RUN              VALUE "Y".
003847 01 WS-TRIAL-BANNER PIC X(47)
003848     VALUE "*** TRIAL RUN - NO PRODUCTION FILES UPDATED ***".
003849 01 WS-TRIAL-PAGE-LINES PIC 9(04) VALUE 50.
003850 01 WS-TRIAL-RPT-LINES PIC 9(04) VALUE ZERO.
003851 01 WS-TRIAL-RPT-PAGE PIC 9(04) VALUE ZERO.
003852 01 WS-TRIAL-EXC-LINES PIC 9(04) VALUE ZERO.
003853 01 WS-TRIAL-EXC-PAGE PIC 9(04) VALUE ZERO.
003854 01 WS-TRIAL-ENTRY-LINES PIC 9(04) VALUE 1.
003855* STREAM STATE - A STREAM CARD RUNS ONE STREAM OF A DECK DSQSPLIT
003856* HAS SPLIT, UNDER THE SPLIT'S RUN ID.  THE CARD COUNT AND
003857* FINGERPRINT ARE WHAT SPLITCTL SAYS THE SPLIT WROTE FOR THIS
003858* STREAM.
003859 01 WS-STREAM-RUN-SW PIC X(01) VALUE "N".
003860     88 WS-STREAM-RUN             VALUE "Y".
003861 01 WS-STREAM-NO PIC 9(02) VALUE ZERO.
003862 01 WS-STREAM-DONE-SW PIC X(01) VALUE "N".
003863     88 WS-STREAM-DONE            VALUE "Y".
003864 01 WS-SPLIT-STATUS PIC X(02) VALUE SPACES.
003865     88 WS-SPLIT-OK               VALUE "00".
003866     88 WS-SPLIT-EOF              VALUE "10".
003867 01 WS-SPLIT-FOUND-SW PIC X(01) VALUE "N".
003868     88 WS-SPLIT-FOUND            VALUE "Y".
003869 01 WS-SPLIT-COMPLETE-SW PIC X(01) VALUE "N".
003870     88 WS-SPLIT-COMPLETE         VALUE "Y".
003871 01 WS-STREAM-CARD-COUNT PIC 9(08) VALUE ZERO.
003872 01 WS-STREAM-FP-HASH PIC 9(10) VALUE ZERO.
003873* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
003874 COPY "DSQJOBLG.CPY".
003875 PROCEDURE DIVISION.
003876 MAIN-PROCEDURE.
003877     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003880     ACCEPT WS-RUN-TIME FROM TIME
003882     INITIALIZE DSQ-JOBLOG-RECORD
003884     MOVE WS-RUN-DATE TO DSQ-JLG-START-DATE
003886     MOVE WS-RUN-TIME TO DSQ-JLG-START-TIME
003890     OPEN INPUT RANGE-FILE
003900     IF WS-RANGE-OK
003910         SET WS-BATCH-MODE TO TRUE
003911*        THE SYSIN CONTROL CARDS COME FIRST SO A CLEARLOCK
003912*        OVERRIDE IS KNOWN BEFORE THE LOCK IS EXAMINED, AND SO A
003913*        TRIAL RUN NEVER PICKS UP A PRODUCTION RESTART POSITION.
003914         PERFORM CHECK-SYSIN-CONTROL-CARDS
003915*        A TRIAL PREVIEWS WHATEVER DECK IT IS GIVEN AS A WHOLE
003916*        RUN, SO A STREAM CARD BESIDE IT IS IGNORED.  A STREAM
003917*        KNOWS ITS RUN ID BEFORE CHKPNT IS READ, SO ONLY ITS
003918*        OWN CHECKPOINT FOR THIS SPLIT RUN IS PICKED UP.
003919         IF WS-TRIAL-RUN
003920             MOVE "N" TO WS-STREAM-RUN-SW
003921         END-IF
003922         IF WS-STREAM-RUN
003923             PERFORM READ-SPLIT-CONTROL THRU
003924                 READ-SPLIT-CONTROL-EXIT
003925         END-IF
003926         IF NOT WS-TRIAL-RUN
003927             PERFORM READ-CHECKPOINT
003928         END-IF
003930     END-IF
003940     IF WS-BATCH-MODE AND WS-TRIAL-RUN
003950         PERFORM PREPARE-TRIAL-RUN
003960     END-IF
003970     IF WS-STREAM-RUN
003980         PERFORM PREPARE-STREAM-RUN
003982     END-IF
003984     IF WS-BATCH-MODE AND NOT WS-TRIAL-RUN AND NOT WS-STREAM-RUN
003986         PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT
003990         IF WS-LOCK-HELD AND NOT WS-CLEAR-LOCK
004000             DISPLAY "*** RANGEIN IS LOCKED BY " WS-LOCK-HOLDER
004010                 " RUN " WS-LOCK-RUN-ID " - RUN REFUSED.  "
004020                 "SUPPLY A CLEARLOK CARD IF THE LOCK IS "
004030                 "STALE ***"
004040             MOVE 12 TO RETURN-CODE
004041             MOVE "S" TO DSQ-JLG-OUTCOME
004042             STRING "RANGEIN LOCKED BY " WS-LOCK-HOLDER " RUN "
004043                 WS-LOCK-RUN-ID " - RUN REFUSED"
004044                 DELIMITED BY SIZE INTO DSQ-JLG-REASON
004045             END-STRING
004046             PERFORM WRITE-JOB-LOG
004050             STOP RUN
004060         END-IF
004070         PERFORM ACQUIRE-SUITE-LOCK
004130                 "SUPPLY A FORCERUN CARD TO RERUN ***"
004140             PERFORM RELEASE-SUITE-LOCK
004150             MOVE 12 TO RETURN-CODE
004152             MOVE "S" TO DSQ-JLG-OUTCOME
004154             MOVE "RANGEIN DECK ALREADY COMPLETED - RUN REFUSED"
004156                 TO DSQ-JLG-REASON
004158             PERFORM WRITE-JOB-LOG
004160             STOP RUN
004170         END-IF
004180         PERFORM REGISTER-RUN-START
004250             DISPLAY "*** UNABLE TO REOPEN RANGEIN ***"
004260             PERFORM RELEASE-SUITE-LOCK
004270             MOVE 16 TO RETURN-CODE
004273             MOVE "UNABLE TO REOPEN RANGEIN" TO DSQ-JLG-REASON
004276             PERFORM WRITE-JOB-LOG
004280             STOP RUN
004290         END-IF
004300     END-IF
004305     IF WS-TRIAL-RUN
004310         PERFORM OPEN-TRIAL-FILES
004315     ELSE
004320         PERFORM OPEN-DSQ-FILES
004325         IF WS-CHECKPOINT-COUNT = ZERO
004330             PERFORM WRITE-EXTRACT-HEADER
004335         END-IF
004340     END-IF
004350     PERFORM WRITE-REPORT-HEADING
004360     PERFORM WRITE-EXCEPTION-HEADING
004370     IF WS-BATCH-MODE
004380         PERFORM PROCESS-BATCH
004390         CLOSE RANGE-FILE
004400*        A STREAM LEAVES ITS CHECKPOINT, THE LOCK AND THE
004410*        COMPLETE RECORD TO DSQMERGE - SEE WRITE-STREAM-END.
004420         IF NOT WS-TRIAL-RUN AND NOT WS-STREAM-RUN
004430             PERFORM CLEAR-CHECKPOINT
004432             PERFORM RELEASE-SUITE-LOCK
004434             MOVE "COMPLETE" TO WS-RUNCTL-VERB
004436             PERFORM WRITE-RUNCTL-RECORD
004438         END-IF
004440         PERFORM WRITE-GRAND-TOTAL-LINES
004442         IF WS-TRIAL-RUN
004444             PERFORM WRITE-TRIAL-SUMMARY
004446         END-IF
004450         DISPLAY "GRAND TOTAL SQUARE-OF-SUM   :"
004460             WS-GRAND-SQUARE-OF-SUM
004470         DISPLAY "GRAND TOTAL SUM-OF-SQUARES  :"
004570         IF WS-GRAND-TOTAL-SUSPECT
004580             DISPLAY "*** GRAND TOTALS SUSPECT - SEE EXCPTRPT ***"
004590         END-IF
004592         IF WS-TRIAL-RUN
004594             DISPLAY WS-TRIAL-BANNER
004596         END-IF
004600     ELSE
004610         PERFORM GET-RUN-PARAMETER
004620         PERFORM CALCULATE-DSQ
004700     END-IF
004710     CLOSE DSQ-REPORT-FILE
004720     CLOSE DSQ-EXCPT-FILE
004730     IF NOT WS-TRIAL-RUN
004740         PERFORM WRITE-EXTRACT-TRAILER
004750         CLOSE DSQ-EXTRACT-FILE
004755         CLOSE DSQ-AUDIT-FILE
004760     END-IF
004765     IF WS-BATCH-MODE AND NOT WS-TRIAL-RUN
004770         CLOSE DSQ-REJ-FILE
004772         IF WS-STREAM-RUN
004774             PERFORM WRITE-STREAM-END
004776         ELSE
004778             PERFORM SETTLE-RECYCLED-REJECTS THRU
004780                 SETTLE-RECYCLED-REJECTS-EXIT
004782         END-IF
004790     END-IF
004800     PERFORM SET-RUN-RETURN-CODE
004805     PERFORM LOG-STEP-OUTCOME
004810     STOP RUN.
004820
004830 SET-RUN-RETURN-CODE.
004890*            FAILING THE WHOLE JOB.
004900*    RC 12 - ISSUED AT STARTUP, NOT HERE - THE RANGEIN DECK'S
004910*            FINGERPRINT MATCHES A RUN THAT ALREADY COMPLETED
004920*            CLEANLY AND NO FORCERUN CARD WAS SUPPLIED - OR A
004923*            STREAM CARD NAMES A STREAM THAT HAS ALREADY
004926*            FINISHED FOR THIS SPLIT RUN.
004930*    RC 16 - CHKPNT COULD NOT BE CLEARED AFTER A CLEAN FINISH, SO
004940*            A LATER RUN AGAINST A NEW RANGEIN MAY SKIP RECORDS
004950*            THAT BELONG TO IT.  THE REPORT/EXTRACT FOR THIS RUN
005020                 OR WS-GRAND-TOTAL-SUSPECT
005030             MOVE 4 TO RETURN-CODE
005040         ELSE
005041             MOVE 0 TO RETURN-CODE
005042         END-IF
005043     END-IF.
005044
005045 LOG-STEP-OUTCOME.
005046*    WHAT THE RUN DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR THE
005047*    MORNING DIGEST.  THE REASONS ARE TAKEN IN THE ORDER
005048*    SET-RUN-RETURN-CODE RANKS THEM.
005049     MOVE "PROCESSED" TO DSQ-JLG-COUNT-LABEL (1)
005050     MOVE WS-RECORD-COUNT TO DSQ-JLG-COUNT (1)
005051     MOVE "REJECTED" TO DSQ-JLG-COUNT-LABEL (2)
005052     MOVE WS-EXCEPTION-COUNT TO DSQ-JLG-COUNT (2)
005053     MOVE "SKIPPED" TO DSQ-JLG-COUNT-LABEL (3)
005054     MOVE WS-SKIP-COUNT TO DSQ-JLG-COUNT (3)
005055     EVALUATE TRUE
005056         WHEN WS-CHKPT-CLEAR-ERROR
005057             MOVE "CHKPNT NOT CLEARED - RESTART STATE SUSPECT"
005058                 TO DSQ-JLG-REASON
005059         WHEN WS-GRAND-TOTAL-SUSPECT
005060             MOVE "GRAND TOTALS SUSPECT - SEE EXCPTRPT"
005061                 TO DSQ-JLG-REASON
005062         WHEN WS-EXCEPTION-COUNT > ZERO
005063             MOVE "RANGES REJECTED - SEE EXCPTRPT"
005064                 TO DSQ-JLG-REASON
005065         WHEN OTHER
005066             CONTINUE
005067     END-EVALUATE
005068     PERFORM WRITE-JOB-LOG.
005069
005070 WRITE-JOB-LOG.
005071*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY PRODUCTION
005072*    ENDING, NORMAL END OR HARD STOP.  A TRIAL RUN WRITES NOTHING
005073*    HERE, AS IT WRITES NOTHING TO RUNCTL OR AUDITLOG.  THE CALL
005074*    HANDS BACK A RETURN-CODE OF ITS OWN, SO THE RUN'S RC IS PUT
005075*    BACK AFTER IT.
005076     IF NOT WS-TRIAL-RUN
005077         MOVE "DSQBATCH" TO DSQ-JLG-PROGRAM
005078         MOVE WS-RUN-ID TO DSQ-JLG-RUN-ID
005079         MOVE RETURN-CODE TO DSQ-JLG-RC
005080         CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005081         END-CALL
005082         MOVE DSQ-JLG-RC TO RETURN-CODE
005083     END-IF.
005084
005090 OPEN-DSQ-FILES.
005100*    ON A RESTARTED RUN (WS-CHECKPOINT-COUNT > ZERO), RPTOUT,
005110*    XTRCTOUT AND EXCPTRPT ARE OPENED EXTEND SO THE DETAIL LINES
005440         IF NOT WS-REJOUT-OK
005450             DISPLAY "*** UNABLE TO OPEN REJOUT ***"
005460             MOVE 16 TO RETURN-CODE
005463             MOVE "UNABLE TO OPEN REJOUT" TO DSQ-JLG-REASON
005466             PERFORM WRITE-JOB-LOG
005470             STOP RUN
005480         END-IF
005490     END-IF
005500     IF NOT WS-REPORT-OK OR NOT WS-EXTRACT-OK
005510         OR NOT WS-EXCEPTION-OK
005511         DISPLAY "*** UNABLE TO OPEN A REQUIRED OUTPUT FILE ***"
005512         MOVE 16 TO RETURN-CODE
005513         MOVE "UNABLE TO OPEN A REQUIRED OUTPUT FILE"
005514             TO DSQ-JLG-REASON
005515         PERFORM WRITE-JOB-LOG
005516         STOP RUN
005517     END-IF.
005518
005519 OPEN-TRIAL-FILES.
005520*    A TRIAL RUN OPENS ONLY THE TWO PRINT FILES.  XTRCTOUT,
005521*    AUDITLOG AND REJOUT ARE LEFT EXACTLY AS THE LAST PRODUCTION
005522*    RUN LEFT THEM, AND A TRIAL IS ALWAYS A FULL PASS FROM THE
005523*    TOP OF THE DECK, SO THE PRINT FILES ARE ALWAYS FRESH.
005524     OPEN OUTPUT DSQ-REPORT-FILE
005525     OPEN OUTPUT DSQ-EXCPT-FILE
005526     IF NOT WS-REPORT-OK OR NOT WS-EXCEPTION-OK
005527         DISPLAY "*** UNABLE TO OPEN A REQUIRED OUTPUT FILE ***"
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005660         INTO DSQ-REPORT-RECORD
005670     END-STRING
005680     WRITE DSQ-REPORT-RECORD
005681     IF WS-TRIAL-RUN
005682         ADD 1 TO WS-TRIAL-RPT-PAGE
005683         MOVE ZERO TO WS-TRIAL-RPT-LINES
005684         MOVE SPACES TO DSQ-REPORT-RECORD
005685         STRING WS-TRIAL-BANNER "  PAGE " WS-TRIAL-RPT-PAGE
005686             DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
005687         END-STRING
005688         WRITE DSQ-REPORT-RECORD
005689     END-IF
005690     IF WS-STREAM-RUN
005691         MOVE SPACES TO DSQ-REPORT-RECORD
005692         STRING "*** STREAM " WS-STREAM-NO " OF SPLIT RUN "
005693             WS-RUN-ID " - TOTALS BELOW ARE THIS STREAM'S "
005694             "ONLY ***" DELIMITED BY SIZE
005695             INTO DSQ-REPORT-RECORD
005696         END-STRING
005697         WRITE DSQ-REPORT-RECORD
005698     END-IF
005699     IF WS-CHECKPOINT-COUNT > ZERO
005700         MOVE "*** RESTARTED RUN - RESUMING AFTER CHECKPOINT ***"
005710             TO DSQ-REPORT-RECORD
005720         WRITE DSQ-REPORT-RECORD
005800
005810 WRITE-EXCEPTION-HEADING.
005820     MOVE "*** DIFFERENCE-OF-SQUARES EXCEPTION REPORT ***"
005821         TO DSQ-EXCPT-RECORD
005822     WRITE DSQ-EXCPT-RECORD
005823     IF WS-TRIAL-RUN
005824         ADD 1 TO WS-TRIAL-EXC-PAGE
005825         MOVE ZERO TO WS-TRIAL-EXC-LINES
005826         MOVE SPACES TO DSQ-EXCPT-RECORD
005827         STRING WS-TRIAL-BANNER "  PAGE " WS-TRIAL-EXC-PAGE
005828             DELIMITED BY SIZE INTO DSQ-EXCPT-RECORD
005829         END-STRING
005830         WRITE DSQ-EXCPT-RECORD
005831     END-IF.
005832
005833 CHECK-TRIAL-REPORT-PAGE.
005834*    CALLED BEFORE EACH TRIAL ENTRY IS BUILT, WITH ITS LINE COUNT
005835*    IN WS-TRIAL-ENTRY-LINES - AN ENTRY THAT WOULD OVERRUN THE
005836*    PAGE STARTS A FRESH ONE UNDER A BLANK LINE AND A NEW
005837*    HEADING, SO THE TRIAL BANNER TOPS EVERY PAGE OF RPTOUT.
005838     IF WS-TRIAL-RPT-LINES + WS-TRIAL-ENTRY-LINES
005839             > WS-TRIAL-PAGE-LINES
005840         MOVE SPACES TO DSQ-REPORT-RECORD
005841         WRITE DSQ-REPORT-RECORD
005842         PERFORM WRITE-REPORT-HEADING
005843     END-IF
005844     ADD WS-TRIAL-ENTRY-LINES TO WS-TRIAL-RPT-LINES.
005845
005846 CHECK-TRIAL-EXCPT-PAGE.
005847     IF WS-TRIAL-EXC-LINES + WS-TRIAL-ENTRY-LINES
005848             > WS-TRIAL-PAGE-LINES
005849         MOVE SPACES TO DSQ-EXCPT-RECORD
005850         WRITE DSQ-EXCPT-RECORD
005851         PERFORM WRITE-EXCEPTION-HEADING
005852     END-IF
005853     ADD WS-TRIAL-ENTRY-LINES TO WS-TRIAL-EXC-LINES.
005854
005860 WRITE-GRAND-TOTAL-LINES.
005870*    THE GRAND-TOTAL SUMMARY IS PART OF THE SAME DELIVERABLE AS
005880*    THE PER-RANGE DETAIL LINES, SO IT BELONGS IN RPTOUT ALONGSIDE
005890*    THEM AND NOT ONLY ON THE CONSOLE.
005891*    A TRIAL STARTS ITS TOTALS ON A FRESH PAGE UNDER THE BANNER.
005892     IF WS-TRIAL-RUN
005893         MOVE WS-TRIAL-PAGE-LINES TO WS-TRIAL-RPT-LINES
005894         MOVE 8 TO WS-TRIAL-ENTRY-LINES
005895         PERFORM CHECK-TRIAL-REPORT-PAGE
005896     END-IF
005900     MOVE SPACES TO DSQ-REPORT-RECORD
005910     WRITE DSQ-REPORT-RECORD
005920     MOVE SPACES TO DSQ-REPORT-RECORD
006490         GO TO WRITE-REQUESTER-SUBTOTALS-EXIT
006500     END-IF
006510     IF WS-REQ-SUB-FULL
006512         IF WS-TRIAL-RUN
006514             MOVE 1 TO WS-TRIAL-ENTRY-LINES
006516             PERFORM CHECK-TRIAL-REPORT-PAGE
006518         END-IF
006520         MOVE SPACES TO DSQ-REPORT-RECORD
006530         STRING "*** MORE THAN " WS-REQ-SUB-MAX
006540             " REQUESTER CODES - EXCESS LUMPED INTO THE "
006650     EXIT.
006660
006670 WRITE-ONE-REQ-SUBTOTAL.
006671*    A TRIAL KEEPS EACH SEVEN-LINE BLOCK WHOLE ON ONE PAGE.
006672     IF WS-TRIAL-RUN
006673         MOVE 7 TO WS-TRIAL-ENTRY-LINES
006674         PERFORM CHECK-TRIAL-REPORT-PAGE
006675     END-IF
006680     MOVE SPACES TO DSQ-REPORT-RECORD
006690     WRITE DSQ-REPORT-RECORD
006700     MOVE SPACES TO DSQ-REPORT-RECORD
007500*    THE FILE AND CORRUPT THE AUDIT TRAIL.
007510     IF NOT WS-GRAND-TOTAL-SUSPECT
007520         SET WS-GRAND-TOTAL-SUSPECT TO TRUE
007522         IF WS-TRIAL-RUN
007524             MOVE 1 TO WS-TRIAL-ENTRY-LINES
007526             PERFORM CHECK-TRIAL-EXCPT-PAGE
007528         END-IF
007530         MOVE SPACES TO DSQ-EXCPT-RECORD
007540         STRING "GRAND TOTAL OVERFLOW AT N=" WS-UPPER-LIMIT
007550             DELIMITED BY SIZE
007980     MOVE DSQ-RANGE-REQUESTER TO WS-REQUESTER
007990     MOVE DSQ-RANGE-CALC-TYPE TO WS-CALC-TYPE
008000     PERFORM CALCULATE-DSQ
008005     IF NOT WS-TRIAL-RUN
008010         PERFORM WRITE-DSQ-AUDIT-RECORD
008015     END-IF
008020     ADD 1 TO WS-RECORD-COUNT
008030     PERFORM FIND-REQ-SUBTOTAL
008040     IF WS-CALC-ERROR
008360         PERFORM WRITE-DSQ-REPORT-LINE
008370         PERFORM WRITE-DSQ-EXTRACT-RECORD
008380     END-IF
008385     IF NOT WS-TRIAL-RUN
008390         PERFORM WRITE-CHECKPOINT
008395     END-IF.
008400 PROCESS-ONE-RANGE-EXIT.
008410     EXIT.
008420
008430 WRITE-DSQ-EXCPT-RECORD.
008440     ADD 1 TO WS-EXCEPTION-COUNT
008442     IF WS-TRIAL-RUN
008444         MOVE 1 TO WS-TRIAL-ENTRY-LINES
008446         PERFORM CHECK-TRIAL-EXCPT-PAGE
008448     END-IF
008450     MOVE SPACES TO DSQ-EXCPT-RECORD
008460     STRING "RANGE=" WS-LOWER-LIMIT "-" WS-UPPER-LIMIT
008470         DELIMITED BY SIZE
008520     DISPLAY "*** " DSQ-EXCPT-RECORD
008530*    THE SAME REJECT, MACHINE-READABLE, WHEN A CARD EXISTS TO
008540*    IMAGE - A SINGLE-RANGE PARM/SYSIN RUN HAS NO CARD AND
008547*    STAYS PRINT-ONLY.  A TRIAL RUN ONLY COUNTS THE REJECTS IT
008554*    WOULD HAVE FILED.
008561     IF WS-BATCH-MODE AND NOT WS-TRIAL-RUN
008570         MOVE SPACES TO DSQ-REJ-RECORD
008580         MOVE "O" TO DSQ-REJ-STATUS
008590         MOVE "SIZE" TO DSQ-REJ-REASON-CODE
008680     END-IF.
008690
008700 WRITE-DSQ-REPORT-LINE.
008702     IF WS-TRIAL-RUN
008704         MOVE 1 TO WS-TRIAL-ENTRY-LINES
008706         PERFORM CHECK-TRIAL-REPORT-PAGE
008708     END-IF
008710     MOVE SPACES TO DSQ-REPORT-RECORD
008720     STRING WS-LOWER-LIMIT DELIMITED BY SIZE
008730         " " DELIMITED BY SIZE
008980     MOVE WS-DIFFERENCE-OF-SQUARES TO DSQ-XTR-DIFFERENCE
008990     MOVE WS-RUN-DATE              TO DSQ-XTR-TS-DATE
009000     MOVE WS-RUN-TIME              TO DSQ-XTR-TS-TIME
009003*    A TRIAL RUN KEEPS THE CONTROL TOTALS FOR ITS SUMMARY BUT
009006*    WRITES NOTHING TO THE PRODUCTION EXTRACT.
009009     IF NOT WS-TRIAL-RUN
009012         WRITE DSQ-EXTRACT-RECORD
009015     END-IF
009020     ADD 1 TO WS-XTR-DETAIL-COUNT
009030     ADD WS-SQUARE-OF-SUM TO WS-XTR-HASH-SQ-OF-SUM
009040     ADD WS-SUM-OF-SQUARES TO WS-XTR-HASH-SUM-OF-SQ
009630     IF WS-CHKPT-OK
009640         READ DSQ-CHKPT-FILE
009650             NOT AT END
009660                 PERFORM LOAD-CHECKPOINT THRU
009670                     LOAD-CHECKPOINT-EXIT
009674         END-READ
009678         CLOSE DSQ-CHKPT-FILE
009682     END-IF.
009686
009690 LOAD-CHECKPOINT.
009694*    A CHECKPOINT IS ONLY PICKED UP BY THE KIND OF RUN THAT WROTE
009698*    IT - A STREAM'S MUST CARRY THIS STREAM OF THIS SPLIT RUN,
009702*    AND A WHOLE-DECK RUN'S CARRIES NO STREAM AT ALL.  ANYTHING
009706*    ELSE IS LEFT OVER FROM AN EARLIER SPLIT AND MEANS A FRESH
009710*    START.  A STREAM WHOSE CHECKPOINT IS MARKED COMPLETE HAS
009714*    ALREADY FINISHED - PREPARE-STREAM-RUN REFUSES IT.
009718     IF WS-STREAM-RUN
009722         IF DSQ-CHKPT-RUN-ID NOT NUMERIC
009726                 OR DSQ-CHKPT-STREAM NOT NUMERIC
009730             GO TO LOAD-CHECKPOINT-EXIT
009734         END-IF
009738         IF DSQ-CHKPT-RUN-ID NOT = WS-RUN-ID
009742                 OR DSQ-CHKPT-STREAM NOT = WS-STREAM-NO
009746             GO TO LOAD-CHECKPOINT-EXIT
009750         END-IF
009754         IF DSQ-CHKPT-STREAM-COMPLETE
009758             SET WS-STREAM-DONE TO TRUE
009762         END-IF
009766     ELSE
009770         IF DSQ-CHKPT-STREAM NUMERIC
009774                 AND DSQ-CHKPT-STREAM > ZERO
009778             GO TO LOAD-CHECKPOINT-EXIT
009782         END-IF
009786     END-IF
009790     MOVE DSQ-CHKPT-COUNT
009794         TO WS-CHECKPOINT-COUNT
009798     MOVE DSQ-CHKPT-GRAND-SQUARE-OF-SUM
009802         TO WS-GRAND-SQUARE-OF-SUM
009806     MOVE DSQ-CHKPT-GRAND-SUM-OF-SQUARES
009810         TO WS-GRAND-SUM-OF-SQUARES
009814     MOVE DSQ-CHKPT-GRAND-DIFFERENCE
009818         TO WS-GRAND-DIFFERENCE
009822     MOVE DSQ-CHKPT-EXCEPTION-COUNT
009826         TO WS-EXCEPTION-COUNT
009830     MOVE DSQ-CHKPT-RECORD-COUNT
009834         TO WS-RECORD-COUNT
009838     IF DSQ-CHKPT-GRAND-SUSPECT = "Y"
009842         SET WS-GRAND-TOTAL-SUSPECT TO TRUE
009846     END-IF
009850     MOVE DSQ-CHKPT-XTR-DETAIL-COUNT
009854         TO WS-XTR-DETAIL-COUNT
009858     MOVE DSQ-CHKPT-XTR-HASH-SQ-OF-SUM
009862         TO WS-XTR-HASH-SQ-OF-SUM
009866     MOVE DSQ-CHKPT-XTR-HASH-SUM-OF-SQ
009870         TO WS-XTR-HASH-SUM-OF-SQ
009874     MOVE DSQ-CHKPT-XTR-HASH-DIFFERENCE
009878         TO WS-XTR-HASH-DIFFERENCE
009882     MOVE DSQ-CHKPT-REQ-COUNT
009886         TO WS-REQ-SUB-COUNT
009890     PERFORM LOAD-REQ-SUBTOTALS.
009894 LOAD-CHECKPOINT-EXIT.
009898     EXIT.
009950
009960 WRITE-CHECKPOINT.
009970     MOVE WS-RANGE-POSITION TO DSQ-CHKPT-COUNT
010100         TO DSQ-CHKPT-XTR-HASH-DIFFERENCE
010110     MOVE WS-REQ-SUB-COUNT TO DSQ-CHKPT-REQ-COUNT
010120     PERFORM SAVE-REQ-SUBTOTALS
010122     MOVE WS-RUN-ID TO DSQ-CHKPT-RUN-ID
010124     MOVE WS-STREAM-NO TO DSQ-CHKPT-STREAM
010126     MOVE WS-STREAM-DONE-SW TO DSQ-CHKPT-STREAM-DONE
010128     MOVE WS-SKIP-COUNT TO DSQ-CHKPT-SKIP-COUNT
010130     OPEN OUTPUT DSQ-CHKPT-FILE
010140     IF NOT WS-CHKPT-OK
010150         DISPLAY "*** UNABLE TO WRITE CHKPNT - RESTART "
010160             "WOULD NOT BE RELIABLE ***"
010170         MOVE 16 TO RETURN-CODE
010172         MOVE "UNABLE TO WRITE CHKPNT - RESTART NOT RELIABLE"
010174             TO DSQ-JLG-REASON
010176         PERFORM WRITE-JOB-LOG
010180         STOP RUN
010190     END-IF
010200     WRITE DSQ-CHKPT-RECORD
010360     MOVE ZERO TO DSQ-CHKPT-XTR-HASH-SUM-OF-SQ
010370     MOVE ZERO TO DSQ-CHKPT-XTR-HASH-DIFFERENCE
010380     INITIALIZE DSQ-CHKPT-REQ-SUBTOTALS
010382     MOVE ZERO TO DSQ-CHKPT-RUN-ID
010384     MOVE ZERO TO DSQ-CHKPT-STREAM
010386     MOVE "N" TO DSQ-CHKPT-STREAM-DONE
010388     MOVE ZERO TO DSQ-CHKPT-SKIP-COUNT
010390     OPEN OUTPUT DSQ-CHKPT-FILE
010400     IF NOT WS-CHKPT-OK
010410         SET WS-CHKPT-CLEAR-ERROR TO TRUE
010680         TO WS-RSB-DIFFERENCE (RSB-IX).
010690
010700 SAVE-REQ-SUBTOTALS.
010702*    THE SLOTS PAST THE TABLE'S COUNT ARE CLEARED FIRST, SO A
010704*    CHECKPOINT NEVER CARRIES A STALE OR UNSET ENTRY.
010706     INITIALIZE DSQ-CHKPT-REQ-SUBTOTALS
010708     MOVE WS-REQ-SUB-COUNT TO DSQ-CHKPT-REQ-COUNT
010710     MOVE ZERO TO WS-CHKPT-SUB
010720     PERFORM SAVE-ONE-REQ-SUBTOTAL
010730         UNTIL WS-CHKPT-SUB NOT < WS-REQ-SUB-COUNT.
012550*    IN BATCH MODE SYSIN CARRIES NO UPPER LIMIT, SO IT IS FREE
012560*    TO CARRY THE OPERATOR CONTROL CARDS INSTEAD - FORCERUN FOR
012570*    A DELIBERATE RERUN, CLEARLOK TO OVERRIDE A STALE SUITE
012577*    LOCK LEFT BY AN ABEND, TRIAL FOR A NO-FOOTPRINT PREVIEW OF
012584*    THE DECK, STREAM NN TO RUN ONE STREAM OF A SPLIT DECK.
012591*    EVERY CARD IS READ SO THEY CAN BE SUPPLIED TOGETHER.
012600     OPEN INPUT SYSIN-FILE
012610     IF WS-SYSIN-OK
012620         PERFORM CHECK-ONE-SYSIN-CARD THRU
012710             SET WS-SYSIN-EOF TO TRUE
012720             GO TO CHECK-ONE-SYSIN-CARD-EXIT
012730     END-READ
012732     IF SYSIN-CONTROL-VERB = "TRIAL"
012734         SET WS-TRIAL-RUN TO TRUE
012736     END-IF
012740     IF SYSIN-CONTROL-VERB = "FORCERUN"
012750         SET WS-FORCE-RERUN TO TRUE
012760     END-IF
012761     IF SYSIN-CONTROL-VERB = "CLEARLOK"
012762         SET WS-CLEAR-LOCK TO TRUE
012763     END-IF
012764     IF SYSIN-CONTROL-VERB = "STREAM"
012765         SET WS-STREAM-RUN TO TRUE
012766         IF SYSIN-STREAM-NO-N NUMERIC
012767             MOVE SYSIN-STREAM-NO-N TO WS-STREAM-NO
012768         END-IF
012769     END-IF.
012770 CHECK-ONE-SYSIN-CARD-EXIT.
012771     EXIT.
012772
012773
012774 PREPARE-TRIAL-RUN.
012775*    A TRIAL WORKS THE DECK EXACTLY AS TONIGHT'S RUN WILL BUT
012776*    TAKES NO LOCK AND REGISTERS NOTHING.  DSQLOCK AND RUNCTL
012777*    ARE ONLY READ, SO THE TRIAL SUMMARY CAN SAY WHETHER THE
012778*    REAL RUN WOULD BE REFUSED AT STARTUP.
012779     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT
012780     PERFORM FINGERPRINT-RANGE-FILE
012781     PERFORM CHECK-RUN-CONTROL
012782     OPEN INPUT RANGE-FILE
012783     IF NOT WS-RANGE-OK
012784         DISPLAY "*** UNABLE TO REOPEN RANGEIN ***"
012785         MOVE 16 TO RETURN-CODE
012786         STOP RUN
012787     END-IF.
012788
012789 WRITE-TRIAL-SUMMARY.
012790*    WHAT TONIGHT'S RUN WOULD DO WITH THIS DECK - THE REJECTS IT
012791*    WOULD FILE ON REJOUT (EACH ONE IS ALREADY LISTED ON
012792*    EXCPTRPT), THE EXTRACT IT WOULD SEND, AND WHETHER RUN
012793*    CONTROL OR THE SUITE LOCK WOULD TURN IT AWAY.
012794     MOVE 7 TO WS-TRIAL-ENTRY-LINES
012795     PERFORM CHECK-TRIAL-REPORT-PAGE
012796     MOVE SPACES TO DSQ-REPORT-RECORD
012797     WRITE DSQ-REPORT-RECORD
012798     MOVE "TRIAL RUN SUMMARY - WHAT THE REAL RUN WOULD DO"
012799         TO DSQ-REPORT-RECORD
012800     WRITE DSQ-REPORT-RECORD
012801     MOVE SPACES TO DSQ-REPORT-RECORD
012802     STRING "CARDS IN DECK               : " DELIMITED BY SIZE
012803         WS-FP-CARD-COUNT DELIMITED BY SIZE
012804         INTO DSQ-REPORT-RECORD
012805     END-STRING
012806     WRITE DSQ-REPORT-RECORD
012807     MOVE SPACES TO DSQ-REPORT-RECORD
012808     STRING "REJOUT RECORDS (REASON SIZE): " DELIMITED BY SIZE
012809         WS-EXCEPTION-COUNT DELIMITED BY SIZE
012810         "  - LISTED ON EXCPTRPT" DELIMITED BY SIZE
012811         INTO DSQ-REPORT-RECORD
012812     END-STRING
012813     WRITE DSQ-REPORT-RECORD
012814     MOVE SPACES TO DSQ-REPORT-RECORD
012815     STRING "XTRCTOUT DETAIL RECORDS     : " DELIMITED BY SIZE
012816         WS-XTR-DETAIL-COUNT DELIMITED BY SIZE
012817         INTO DSQ-REPORT-RECORD
012818     END-STRING
012819     WRITE DSQ-REPORT-RECORD
012820     MOVE SPACES TO DSQ-REPORT-RECORD
012821     IF WS-DUPLICATE-RUN
012822         STRING "RUN CONTROL                 : DECK ALREADY "
012823             "COMPLETED - REFUSED (RC 12) WITHOUT A FORCERUN "
012824             "CARD" DELIMITED BY SIZE
012825             INTO DSQ-REPORT-RECORD
012826         END-STRING
012827     ELSE
012828         STRING "RUN CONTROL                 : NEW DECK - "
012829             "WOULD RUN AS A FIRST RUN" DELIMITED BY SIZE
012830             INTO DSQ-REPORT-RECORD
012831         END-STRING
012832     END-IF
012833     WRITE DSQ-REPORT-RECORD
012834     MOVE SPACES TO DSQ-REPORT-RECORD
012835     IF WS-LOCK-HELD
012836         STRING "DSQLOCK                     : HELD NOW BY "
012837             WS-LOCK-HOLDER " RUN " WS-LOCK-RUN-ID
012838             " - REFUSED (RC 12) IF STILL HELD" DELIMITED BY SIZE
012839             INTO DSQ-REPORT-RECORD
012840         END-STRING
012841     ELSE
012842         STRING "DSQLOCK                     : FREE"
012843             DELIMITED BY SIZE INTO DSQ-REPORT-RECORD
012844         END-STRING
012845     END-IF
012846     WRITE DSQ-REPORT-RECORD
012847     MOVE 3 TO WS-TRIAL-ENTRY-LINES
012848     PERFORM CHECK-TRIAL-EXCPT-PAGE
012849     MOVE SPACES TO DSQ-EXCPT-RECORD
012850     WRITE DSQ-EXCPT-RECORD
012851     MOVE SPACES TO DSQ-EXCPT-RECORD
012852     IF WS-EXCEPTION-COUNT = ZERO
012853         STRING "TRIAL SUMMARY - THE REAL RUN WOULD REJECT "
012854             "NO RANGES" DELIMITED BY SIZE INTO DSQ-EXCPT-RECORD
012855         END-STRING
012856     ELSE
012857         STRING "TRIAL SUMMARY - THE REAL RUN WOULD REJECT "
012858             WS-EXCEPTION-COUNT " RANGE(S) TO REJOUT"
012859             DELIMITED BY SIZE INTO DSQ-EXCPT-RECORD
012860         END-STRING
012861     END-IF
012862     WRITE DSQ-EXCPT-RECORD
012863     MOVE WS-TRIAL-BANNER TO DSQ-EXCPT-RECORD
012864     WRITE DSQ-EXCPT-RECORD.
012865
012866 READ-SPLIT-CONTROL.
012867*    THE STREAM'S ENTRY ON SPLITCTL GIVES THE RUN ID DSQSPLIT
012868*    REGISTERED FOR THE WHOLE DECK, AND THE CARD COUNT AND
012869*    FINGERPRINT OF THE DECK IT WROTE FOR THIS STREAM.  NO ENTRY,
012870*    OR A SPLIT THAT NEVER WROTE ITS CONTROL RECORD, IS A HARD
012871*    STOP - THE STREAM WOULD HAVE NO RUN TO BELONG TO.
012872     IF WS-STREAM-NO = ZERO
012873         DISPLAY "*** STREAM CARD CARRIES NO STREAM NUMBER IN "
012874             "COLUMNS 10-11 ***"
012875         MOVE 16 TO RETURN-CODE
012876         MOVE "STREAM CARD CARRIES NO STREAM NUMBER"
012877             TO DSQ-JLG-REASON
012878         PERFORM WRITE-JOB-LOG
012879         STOP RUN
012880     END-IF
012881     OPEN INPUT DSQ-SPLIT-FILE
012882     IF NOT WS-SPLIT-OK
012883         DISPLAY "*** UNABLE TO OPEN SPLITCTL FOR STREAM "
012884             WS-STREAM-NO " ***"
012885         MOVE 16 TO RETURN-CODE
012886         MOVE "UNABLE TO OPEN SPLITCTL" TO DSQ-JLG-REASON
012887         PERFORM WRITE-JOB-LOG
012888         STOP RUN
012889     END-IF
012890     PERFORM READ-ONE-SPLIT-RECORD THRU READ-ONE-SPLIT-RECORD-EXIT
012891         UNTIL WS-SPLIT-EOF
012892     CLOSE DSQ-SPLIT-FILE
012893     IF NOT WS-SPLIT-FOUND OR NOT WS-SPLIT-COMPLETE
012894         DISPLAY "*** SPLITCTL HOLDS NO COMPLETE SPLIT FOR "
012895             "STREAM " WS-STREAM-NO " ***"
012896         MOVE 16 TO RETURN-CODE
012897         STRING "SPLITCTL HOLDS NO COMPLETE SPLIT FOR STREAM "
012898             WS-STREAM-NO DELIMITED BY SIZE INTO DSQ-JLG-REASON
012899         END-STRING
012900         PERFORM WRITE-JOB-LOG
012901         STOP RUN
012902     END-IF.
012903 READ-SPLIT-CONTROL-EXIT.
012904     EXIT.
012905
012906 READ-ONE-SPLIT-RECORD.
012907     READ DSQ-SPLIT-FILE
012908         AT END
012909             SET WS-SPLIT-EOF TO TRUE
012910             GO TO READ-ONE-SPLIT-RECORD-EXIT
012911     END-READ
012912     IF DSQ-SPL-CONTROL
012913         SET WS-SPLIT-COMPLETE TO TRUE
012914         GO TO READ-ONE-SPLIT-RECORD-EXIT
012915     END-IF
012916     IF DSQ-SPL-STREAM AND DSQ-SPL-STREAM-NO = WS-STREAM-NO
012917         SET WS-SPLIT-FOUND TO TRUE
012918         MOVE DSQ-SPL-RUN-ID TO WS-RUN-ID
012919         MOVE DSQ-SPL-CARD-COUNT TO WS-STREAM-CARD-COUNT
012920         MOVE DSQ-SPL-FP-HASH TO WS-STREAM-FP-HASH
012921     END-IF.
012922 READ-ONE-SPLIT-RECORD-EXIT.
012923     EXIT.
012924
012925 PREPARE-STREAM-RUN.
012926*    A STREAM RUNS UNDER THE RUN ID DSQSPLIT REGISTERED FOR THE
012927*    WHOLE DECK.  THE SPLIT ALREADY PASSED RUN CONTROL FOR THE
012928*    DECK AND HOLDS DSQLOCK UNTIL DSQMERGE COMPLETES THE RUN, SO
012929*    A STREAM TAKES NO LOCK, WRITES NO RUNCTL RECORD AND IS
012930*    NEVER REFUSED AS A DUPLICATE DECK.  ITS RANGEIN MUST BE
012931*    THE DECK THE SPLIT WROTE FOR IT, CARD FOR CARD.
012932     IF WS-STREAM-DONE
012933         DISPLAY "*** STREAM " WS-STREAM-NO " OF RUN " WS-RUN-ID
012934             " HAS ALREADY FINISHED - NOT RERUN ***"
012935         MOVE 12 TO RETURN-CODE
012936         MOVE "S" TO DSQ-JLG-OUTCOME
012937         STRING "STREAM " WS-STREAM-NO " ALREADY FINISHED"
012938             " - NOT RERUN" DELIMITED BY SIZE INTO DSQ-JLG-REASON
012939         END-STRING
012940         PERFORM WRITE-JOB-LOG
012941         STOP RUN
012942     END-IF
012943     PERFORM FINGERPRINT-RANGE-FILE
012944     IF WS-FP-CARD-COUNT NOT = WS-STREAM-CARD-COUNT
012945             OR WS-FP-HASH NOT = WS-STREAM-FP-HASH
012946         DISPLAY "*** RANGEIN IS NOT THE DECK SPLITCTL GIVES FOR "
012947             "STREAM " WS-STREAM-NO " - RUN REFUSED ***"
012948         MOVE 16 TO RETURN-CODE
012949         STRING "RANGEIN DOES NOT MATCH SPLITCTL FOR STREAM "
012950             WS-STREAM-NO DELIMITED BY SIZE INTO DSQ-JLG-REASON
012951         END-STRING
012952         PERFORM WRITE-JOB-LOG
012953         STOP RUN
012954     END-IF
012955     OPEN INPUT RANGE-FILE
012956     IF NOT WS-RANGE-OK
012957         DISPLAY "*** UNABLE TO REOPEN RANGEIN ***"
012958         MOVE 16 TO RETURN-CODE
012959         MOVE "UNABLE TO REOPEN RANGEIN" TO DSQ-JLG-REASON
012960         PERFORM WRITE-JOB-LOG
012961         STOP RUN
012962     END-IF.
012963
012964 WRITE-STREAM-END.
012965*    A FINISHED STREAM MARKS ITS CHECKPOINT COMPLETE ONCE ITS
012966*    EXTRACT TRAILER IS WRITTEN AND CLOSED.  THAT IS THE RECORD
012967*    DSQMERGE WAITS FOR, WITH EVERY TOTAL THE MERGED REPORT
012968*    NEEDS, AND THE ONE THAT STOPS A RERUN OF THIS STREAM FROM
012969*    WORKING IT TWICE.  RECYCLED REJECTS ARE SETTLED BY DSQMERGE
012970*    AGAINST THE MERGED EXTRACT.
012971     SET WS-STREAM-DONE TO TRUE
012972     PERFORM WRITE-CHECKPOINT.
012973
012974 CHECK-SUITE-LOCK.
012975*    AN EMPTY OR MISSING DSQLOCK MEANS THE LOCK IS FREE.  A
012976*    RECORD MEANS SOMEONE HOLDS THE DECK - WHO AND WHICH RUN
012977*    ARE KEPT FOR THE REFUSAL MESSAGE.
012978     MOVE "N" TO WS-LOCK-HELD-SW
012979     OPEN INPUT DSQ-LOCK-FILE
012980     IF NOT WS-LOCK-OK
012981         GO TO CHECK-SUITE-LOCK-EXIT
012982     END-IF
012983     READ DSQ-LOCK-FILE
012984         NOT AT END
012985             SET WS-LOCK-HELD TO TRUE
012986             MOVE DSQ-LOCK-HOLDER TO WS-LOCK-HOLDER
012987             MOVE DSQ-LOCK-RUN-ID TO WS-LOCK-RUN-ID
012988     END-READ
012989     CLOSE DSQ-LOCK-FILE.
012990 CHECK-SUITE-LOCK-EXIT.
013000     EXIT.
013010
013120     IF NOT WS-LOCK-OK
013130         DISPLAY "*** UNABLE TO WRITE DSQLOCK - RUN REFUSED ***"
013140         MOVE 16 TO RETURN-CODE
013142         MOVE "UNABLE TO WRITE DSQLOCK - RUN REFUSED"
013144             TO DSQ-JLG-REASON
013146         PERFORM WRITE-JOB-LOG
013150         STOP RUN
013160     END-IF
013170     WRITE DSQ-LOCK-RECORD
013840     MOVE WS-FP-CARD-COUNT TO DSQ-RCT-FP-CARD-COUNT
013850     MOVE WS-FP-HASH TO DSQ-RCT-FP-HASH
013860     MOVE WS-RUNCTL-VERB TO DSQ-RCT-STATUS
013865     MOVE SPACES TO DSQ-RCT-DEST
013870     MOVE WS-RUN-DATE TO DSQ-RCT-TS-DATE
013880     MOVE WS-RUN-TIME TO DSQ-RCT-TS-TIME
013890*    THE CONTROL TOTALS ARE ZERO AT STARTED AND CARRY THE
014010         DISPLAY "*** UNABLE TO WRITE RUNCTL - RUN CONTROL "
014020             "WOULD NOT BE RELIABLE ***"
014030         MOVE 16 TO RETURN-CODE
014032         MOVE "UNABLE TO WRITE RUNCTL - RUN CONTROL NOT RELIABLE"
014034             TO DSQ-JLG-REASON
014036         PERFORM WRITE-JOB-LOG
014040         STOP RUN
014050     END-IF
014060     WRITE DSQ-RUNCTL-RECORD
