000140*          after the backup was cut.  Replay is idempotent: a
000150*          record already on the master is rewritten with the
000160*          same data.
000161*
000162*          A CONVERT card instead fills in the run ID of every
000163*          record the backup carried without one - a backup cut
000164*          before the master carried run IDs, or DSQHUNLD's own
000165*          CONVERT unload - from the AUDITLOG trail.  The trail
000166*          record for a history record has the same N, FROM,
000167*          timestamp, requester and type, so each OK trail
000168*          record is a keyed read of the rebuilt master.  A
000169*          record whose trail DSQPURGE has already archived
000170*          keeps a zero run ID unless the JCL concatenates the
000171*          ARCHOUT generations ahead of AUDITLOG.
000172******************************************************************
000180* Mod Log:
000190* 2026-09-01 NK  Original program.
000200* 2026-09-01 NK  Carry the calculation-type code through the
000250*                a reversed run from the master but leaves the
000260*                trail intact, and replaying those records
000270*                would quietly undo the backout.
000271* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000272*                a step-outcome record to the suite JOBLOG
000273*                through DSQJLOG for the morning digest.
000274* 2026-10-15 NK  Carry the run ID and the date plus requester
000275*                alternate key onto the master on reload and on
000276*                replay.  New CONVERT card fills the run IDs a
000277*                backup lacks from AUDITLOG - the one-time path
000278*                onto the reorganized master.  Records left with
000279*                a zero run ID end the step RC 04.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DSQHRELD.
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS DSQ-HIST-KEY
000482         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000484             WITH DUPLICATES
000486         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000488             WITH DUPLICATES
000490         FILE STATUS IS WS-HIST-STATUS.
000500     SELECT DSQ-AUDIT-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000760 01 WS-HBK-STATUS PIC X(02) VALUE SPACES.
000770     88 WS-HBK-OK               VALUE "00".
000780     88 WS-HBK-EOF              VALUE "10".
000785* "02" IS A DUPLICATE ALTERNATE KEY VALUE - STILL A GOOD WRITE.
000790 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000800     88 WS-HIST-OK              VALUE "00" "02".
000810     88 WS-HIST-DUP-KEY         VALUE "22".
000820 01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
000830     88 WS-AUDIT-OK             VALUE "00".
000860 01 WS-PARM-TRIMMED PIC X(08) VALUE SPACES.
000870 01 WS-RECOVER-SW PIC X(01) VALUE "N".
000880     88 WS-RECOVER-MODE         VALUE "Y".
000883 01 WS-CONVERT-SW PIC X(01) VALUE "N".
000886     88 WS-CONVERT-MODE         VALUE "Y".
000890 01 WS-HEADER-SEEN-SW PIC X(01) VALUE "N".
000900     88 WS-HEADER-SEEN          VALUE "Y".
000910 01 WS-TRAILER-SEEN-SW PIC X(01) VALUE "N".
000960 01 WS-CONTROL-ERROR-COUNT PIC 9(08) VALUE ZERO.
000970 01 WS-REPLAYED-COUNT PIC 9(08) VALUE ZERO.
000980 01 WS-REPLAY-ERROR-COUNT PIC 9(08) VALUE ZERO.
000981* DETAILS LOADED WITHOUT A RUN ID, HOW MANY OF THOSE THE
000982* CONVERT PASS FILLED FROM THE TRAIL, AND HOW MANY IT COULD NOT.
000983 01 WS-NO-RUN-ID-COUNT PIC 9(08) VALUE ZERO.
000984 01 WS-FILLED-COUNT PIC 9(08) VALUE ZERO.
000985 01 WS-CONVERT-ERROR-COUNT PIC 9(08) VALUE ZERO.
000986 01 WS-UNFILLED-COUNT PIC 9(08) VALUE ZERO.
000990 01 WS-TRL-RECORD-COUNT PIC 9(08) VALUE ZERO.
001000 01 WS-TRL-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
001010 01 WS-TRL-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
001220         DEPENDING ON WS-BKO-COUNT
001230         INDEXED BY BKO-IX.
001240         10 WS-BKO-RUN-ID             PIC 9(08).
001243* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001246 COPY "DSQJOBLG.CPY".
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001262     INITIALIZE DSQ-JOBLOG-RECORD
001264     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001266     ACCEPT DSQ-JLG-START-TIME FROM TIME
001270     PERFORM 1000-GET-RECOVER-MODE THRU 1000-EXIT
001280     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
001290     PERFORM 2000-RELOAD-ONE-RECORD THRU 2000-EXIT
001300         UNTIL WS-HBK-EOF
001310     PERFORM 4000-VERIFY-CONTROLS THRU 4000-EXIT
001312     IF WS-CONVERT-MODE
001314         PERFORM 4800-CONVERT-RUN-IDS THRU 4800-EXIT
001316     END-IF
001320     IF WS-RECOVER-MODE
001330         PERFORM 5000-REPLAY-AUDIT-TRAIL THRU 5000-EXIT
001340     END-IF
001350     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001360     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001365     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001370     STOP RUN.
001380
001390 1000-GET-RECOVER-MODE.
001400*    A RECOVER VERB ON THE JCL PARM OR A SYSIN CARD TURNS ON
001410*    THE FORWARD-RECOVERY REPLAY, A CONVERT VERB THE RUN-ID
001415*    FILL; A PLAIN RELOAD NEEDS NEITHER.
001420     ACCEPT WS-PARM-CARD FROM COMMAND-LINE
001430     MOVE FUNCTION TRIM(WS-PARM-CARD) TO WS-PARM-TRIMMED
001440     IF WS-PARM-TRIMMED = "RECOVER"
001450         SET WS-RECOVER-MODE TO TRUE
001452     END-IF
001454     IF WS-PARM-TRIMMED = "CONVERT"
001456         SET WS-CONVERT-MODE TO TRUE
001458     END-IF
001460     IF WS-PARM-TRIMMED NOT = "RECOVER"
001462             AND WS-PARM-TRIMMED NOT = "CONVERT"
001470         OPEN INPUT SYSIN-FILE
001480         IF WS-SYSIN-OK
001490             READ SYSIN-FILE
001500                 NOT AT END
001510                     IF SYSIN-CONTROL-VERB = "RECOVER "
001520                         SET WS-RECOVER-MODE TO TRUE
001522                     END-IF
001524                     IF SYSIN-CONTROL-VERB = "CONVERT "
001526                         SET WS-CONVERT-MODE TO TRUE
001530                     END-IF
001540             END-READ
001550             CLOSE SYSIN-FILE
001630     IF NOT WS-HBK-OK
001640         DISPLAY "*** DSQHRELD - UNABLE TO OPEN HISTBKUP ***"
001650         MOVE 16 TO RETURN-CODE
001653         MOVE "UNABLE TO OPEN HISTBKUP" TO DSQ-JLG-REASON
001656         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001660         STOP RUN
001670     END-IF
001680*    THE MASTER IS REBUILT FROM SCRATCH - OUTPUT CREATES IT
001720     IF NOT WS-HIST-OK
001730         DISPLAY "*** DSQHRELD - UNABLE TO REBUILD DSQHIST ***"
001740         MOVE 16 TO RETURN-CODE
001743         MOVE "UNABLE TO REBUILD DSQHIST" TO DSQ-JLG-REASON
001746         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001750         STOP RUN
001760     END-IF
001770     CLOSE DSQ-HIST-FILE
001790     IF NOT WS-HIST-OK
001800         DISPLAY "*** DSQHRELD - UNABLE TO OPEN DSQHIST ***"
001810         MOVE 16 TO RETURN-CODE
001813         MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
001816         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001820         STOP RUN
001830     END-IF.
001840 1500-EXIT.
002240     MOVE DSQ-HBK-SQUARE-OF-SUM  TO DSQ-HIST-SQUARE-OF-SUM
002250     MOVE DSQ-HBK-SUM-OF-SQUARES TO DSQ-HIST-SUM-OF-SQUARES
002260     MOVE DSQ-HBK-DIFFERENCE     TO DSQ-HIST-DIFFERENCE
002261     MOVE DSQ-HBK-TS-DATE        TO DSQ-HIST-DRK-DATE
002262     MOVE DSQ-HBK-REQUESTER      TO DSQ-HIST-DRK-REQUESTER
002263*    A BACKUP CUT BEFORE THE MASTER CARRIED RUN IDS READS BACK
002264*    WITH SPACES THERE - LOADED AS ZERO FOR CONVERT TO FILL.
002265     IF DSQ-HBK-RUN-ID-X NUMERIC
002266         MOVE DSQ-HBK-RUN-ID     TO DSQ-HIST-RUN-ID
002267     ELSE
002268         MOVE ZERO               TO DSQ-HIST-RUN-ID
002269     END-IF
002270     WRITE DSQ-HIST-RECORD
002280     IF WS-HIST-OK
002290         ADD 1 TO WS-LOADED-COUNT
002292         IF DSQ-HIST-RUN-ID = ZERO
002294             ADD 1 TO WS-NO-RUN-ID-COUNT
002296         END-IF
002300         ADD DSQ-HBK-SQUARE-OF-SUM  TO WS-RLD-HASH-SQ-OF-SUM
002310         ADD DSQ-HBK-SUM-OF-SQUARES TO WS-RLD-HASH-SUM-OF-SQ
002320         ADD DSQ-HBK-DIFFERENCE     TO WS-RLD-HASH-DIFFERENCE
002680             "AGREE ***"
002690     END-IF.
002700 4000-EXIT.
002701     EXIT.
002702
002703 4800-CONVERT-RUN-IDS.
002704*    ONE PASS OF THE TRAIL.  EVERY OK RECORD NAMES ITS MASTER
002705*    RECORD BY THE PRIME KEY; A MASTER RECORD STILL WITHOUT A
002706*    RUN ID TAKES THE TRAIL'S.  A RECORD THAT ALREADY HAS ONE IS
002707*    LEFT ALONE - THE BACKUP'S RUN ID IS THE MASTER'S OWN.
002708     IF WS-NO-RUN-ID-COUNT = ZERO
002709         GO TO 4800-EXIT
002710     END-IF
002711     OPEN INPUT DSQ-AUDIT-FILE
002712     IF NOT WS-AUDIT-OK
002713         DISPLAY "*** DSQHRELD - NO AUDITLOG TO CONVERT ***"
002714         GO TO 4800-EXIT
002715     END-IF
002716     PERFORM 4850-FILL-ONE-RUN-ID THRU 4850-EXIT
002717         UNTIL WS-AUDIT-EOF
002718     CLOSE DSQ-AUDIT-FILE
002719     MOVE SPACES TO WS-AUDIT-STATUS.
002720 4800-EXIT.
002721     EXIT.
002722
002723 4850-FILL-ONE-RUN-ID.
002724     READ DSQ-AUDIT-FILE
002725         AT END
002726             SET WS-AUDIT-EOF TO TRUE
002727             GO TO 4850-EXIT
002728     END-READ
002729     IF DSQ-AUD-OUTCOME NOT = "OK      "
002730         GO TO 4850-EXIT
002731     END-IF
002732     MOVE DSQ-AUD-N              TO DSQ-HIST-N
002733     MOVE DSQ-AUD-FROM           TO DSQ-HIST-FROM
002734     MOVE DSQ-AUD-TS-DATE        TO DSQ-HIST-TS-DATE
002735     MOVE DSQ-AUD-TS-TIME        TO DSQ-HIST-TS-TIME
002736     MOVE DSQ-AUD-REQUESTER      TO DSQ-HIST-REQUESTER
002737     MOVE DSQ-AUD-CALC-TYPE      TO DSQ-HIST-CALC-TYPE
002738     READ DSQ-HIST-FILE
002739     IF NOT WS-HIST-OK
002740         GO TO 4850-EXIT
002741     END-IF
002742     IF DSQ-HIST-RUN-ID NOT = ZERO
002743         GO TO 4850-EXIT
002744     END-IF
002745     MOVE DSQ-AUD-RUN-ID TO DSQ-HIST-RUN-ID
002746     REWRITE DSQ-HIST-RECORD
002747     IF WS-HIST-OK
002748         ADD 1 TO WS-FILLED-COUNT
002749     ELSE
002750         ADD 1 TO WS-CONVERT-ERROR-COUNT
002751         DISPLAY "*** DSQHRELD - CONVERT ERROR STATUS "
002752             WS-HIST-STATUS " N=" DSQ-AUD-N " ***"
002753     END-IF.
002754 4850-EXIT.
002755     EXIT.
002756
002757 4500-TABLE-BACKED-OUT-RUNS.
002758*    NO RUNCTL ON THE RUN JUST MEANS NOTHING WAS EVER BACKED
002759*    OUT - AN EMPTY TABLE AND A FULL REPLAY.
002760     OPEN INPUT DSQ-RUNCTL-FILE
002770     IF NOT WS-RUNCTL-OK
002780         GO TO 4500-EXIT
003590     MOVE DSQ-AUD-SQUARE-OF-SUM  TO DSQ-HIST-SQUARE-OF-SUM
003600     MOVE DSQ-AUD-SUM-OF-SQUARES TO DSQ-HIST-SUM-OF-SQUARES
003610     MOVE DSQ-AUD-DIFFERENCE     TO DSQ-HIST-DIFFERENCE
003612     MOVE DSQ-AUD-RUN-ID         TO DSQ-HIST-RUN-ID
003614     MOVE DSQ-AUD-TS-DATE        TO DSQ-HIST-DRK-DATE
003616     MOVE DSQ-AUD-REQUESTER      TO DSQ-HIST-DRK-REQUESTER
003620     WRITE DSQ-HIST-RECORD
003630     IF WS-HIST-OK
003640         ADD 1 TO WS-REPLAYED-COUNT
003950             WS-REPLAY-ERROR-COUNT
003960         DISPLAY "DSQHRELD BACKED-OUT SKIPS:"
003970             WS-SKIPPED-BACKOUT-COUNT
003971     END-IF
003972     COMPUTE WS-UNFILLED-COUNT = WS-NO-RUN-ID-COUNT
003973         - WS-FILLED-COUNT
003974     DISPLAY "DSQHRELD LOADED NO RUN ID:" WS-NO-RUN-ID-COUNT
003975     IF WS-CONVERT-MODE
003976         DISPLAY "DSQHRELD RUN IDS FILLED  :" WS-FILLED-COUNT
003977         DISPLAY "DSQHRELD CONVERT ERRORS  :"
003978             WS-CONVERT-ERROR-COUNT
003979     END-IF
003980     IF WS-UNFILLED-COUNT > ZERO
003981         DISPLAY "*** DSQHRELD - " WS-UNFILLED-COUNT
003982             " RECORDS LEFT WITHOUT A RUN ID ***"
003983     END-IF.
003990 8000-EXIT.
004000     EXIT.
004010
004020 9000-SET-RETURN-CODE.
004030*    RC 00 - THE MASTER REBUILT CLEAN (AND, IN RECOVER MODE,
004040*            THE TRAIL REPLAYED CLEAN).
004042*    RC 04 - THE MASTER REBUILT CLEAN BUT SOME RECORDS CARRY NO
004044*            RUN ID - DSQBKOUT CANNOT REVERSE THEIR RUNS.  RERUN
004046*            WITH A CONVERT CARD, CONCATENATING THE ARCHOUT
004048*            GENERATIONS IF THE TRAIL HAS BEEN PURGED.
004050*    RC 08 - THE BACKUP'S CONTROLS DID NOT VERIFY, OR A RECORD
004060*            COULD NOT BE LOADED OR REPLAYED - THE REBUILT
004070*            MASTER CANNOT BE TRUSTED AS-IS.
004090     IF WS-CONTROL-ERROR-COUNT > ZERO
004100             OR WS-LOAD-ERROR-COUNT > ZERO
004110             OR WS-REPLAY-ERROR-COUNT > ZERO
004115             OR WS-CONVERT-ERROR-COUNT > ZERO
004120         MOVE 8 TO RETURN-CODE
004130     ELSE
004133         IF WS-UNFILLED-COUNT > ZERO
004136             MOVE 4 TO RETURN-CODE
004139         ELSE
004142             MOVE 0 TO RETURN-CODE
004145         END-IF
004150     END-IF.
004160 9000-EXIT.
004170     EXIT.
004180
004190 9900-LOG-STEP-OUTCOME.
004200*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
004210*    THE MORNING DIGEST.
004220     MOVE "LOADED" TO DSQ-JLG-COUNT-LABEL (1)
004230     MOVE WS-LOADED-COUNT TO DSQ-JLG-COUNT (1)
004240     MOVE "REPLAYED" TO DSQ-JLG-COUNT-LABEL (2)
004250     MOVE WS-REPLAYED-COUNT TO DSQ-JLG-COUNT (2)
004260     MOVE "BKOUT SKIP" TO DSQ-JLG-COUNT-LABEL (3)
004270     MOVE WS-SKIPPED-BACKOUT-COUNT TO DSQ-JLG-COUNT (3)
004280     MOVE "NO RUN ID LEFT" TO DSQ-JLG-ACTION-LABEL
004290     MOVE WS-UNFILLED-COUNT TO DSQ-JLG-ACTION-COUNT
004300     EVALUATE TRUE
004310         WHEN WS-CONTROL-ERROR-COUNT > ZERO
004320             MOVE "HISTBKUP CONTROLS FAILED - SEE CONSOLE"
004330                 TO DSQ-JLG-REASON
004340         WHEN WS-LOAD-ERROR-COUNT > ZERO
004350             MOVE "RECORDS NOT LOADED - REBUILT MASTER SUSPECT"
004360                 TO DSQ-JLG-REASON
004370         WHEN WS-REPLAY-ERROR-COUNT > ZERO
004380             MOVE "TRAIL NOT REPLAYED - REBUILT MASTER SUSPECT"
004390                 TO DSQ-JLG-REASON
004400         WHEN WS-CONVERT-ERROR-COUNT > ZERO
004410             MOVE "RUN IDS NOT REWRITTEN - REBUILT MASTER SUSPECT"
004420                 TO DSQ-JLG-REASON
004430         WHEN WS-UNFILLED-COUNT > ZERO
004440             MOVE "RECORDS WITHOUT A RUN ID - RERUN WITH CONVERT"
004450                 TO DSQ-JLG-REASON
004460         WHEN OTHER
004470             CONTINUE
004480     END-EVALUATE
004490     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
004500 9900-EXIT.
004510     EXIT.
004520
004530 9950-WRITE-JOB-LOG.
004540*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
004550*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
004560*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
004570     MOVE "DSQHRELD" TO DSQ-JLG-PROGRAM
004580     MOVE RETURN-CODE TO DSQ-JLG-RC
004590     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
004600     END-CALL
004610     MOVE DSQ-JLG-RC TO RETURN-CODE.
004620 9950-EXIT.
004630     EXIT.
004640
004650 END PROGRAM DSQHRELD.
