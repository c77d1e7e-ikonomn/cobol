001017* 2026-09-01 NK  A deck save refused because RANGEIN would not
001018*                reopen now frees the MAINT lock it had just
001019*                taken, instead of wedging the batch at RC 12.
001020* 2026-10-15 NK  OPERMST sign-on and role-gated menu; only a
001021*                supervisor may override DSQLOCK.  Deck, SRM
001022*                and reject saves and lock overrides journaled
001023*                to MAINTJNL with operator, timestamp, screen
001024*                and before/after images.
001025* 2026-10-15 NK  Supervisor-only menu option 7 reopens an
001026*                accounting period DSQCLOSE has closed, with a
001027*                reason, by appending a REOPENED record to PRDCTL;
001028*                the reopen is journaled to MAINTJNL.  EXIT moves
001029*                to option 8.
001030* 2026-10-15 NK  History lookup takes an optional requester and
001031*                shows the run ID.  A date or requester lookup
001032*                without an N is now a keyed browse of the new
001033*                DSQHIST date plus requester alternate key - a
001034*                requester alone skips date to date down that
001035*                key - instead of walking the whole master.
001036* 2026-10-15 NK  Supervisor-only menu option 8 maintains the
001037*                ENTLMST requester entitlement master - permitted
001038*                calc types, maximum N and monthly card quota per
001039*                requester - the same table-in-storage way as the
001040*                standing-request screen, saves journaled to
001041*                MAINTJNL as screen ENT.  EXIT moves to option 9.
001042******************************************************************
001043 IDENTIFICATION DIVISION.
001044 PROGRAM-ID. DSQONLN.
001050 ENVIRONMENT DIVISION.
001060 CONFIGURATION SECTION.
001070 SOURCE-COMPUTER.  GNUCOBOL312.
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS DSQ-HIST-KEY
001341         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
001342             WITH DUPLICATES
001343         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
001344             WITH DUPLICATES
001345         FILE STATUS IS WS-HIST-STATUS.
001346     SELECT DSQ-OPER-FILE ASSIGN TO "OPERMST"
001347         ORGANIZATION IS LINE SEQUENTIAL
001348         FILE STATUS IS WS-OPER-STATUS.
001349     SELECT DSQ-JRNL-FILE ASSIGN TO "MAINTJNL"
001350         ORGANIZATION IS LINE SEQUENTIAL
001351         FILE STATUS IS WS-JRNL-STATUS.
001352     SELECT DSQ-PERIOD-FILE ASSIGN TO "PRDCTL"
001353         ORGANIZATION IS LINE SEQUENTIAL
001354         FILE STATUS IS WS-PRDCTL-STATUS.
001355     SELECT DSQ-ENT-FILE ASSIGN TO "ENTLMST"
001356         ORGANIZATION IS LINE SEQUENTIAL
001357         FILE STATUS IS WS-ENT-STATUS.
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  RANGE-FILE
001540     RECORDING MODE IS F.
001550     COPY "DSQSRMST.CPY".
001560 FD  DSQ-HIST-FILE.
001561     COPY "DSQHIST.CPY".
001562 FD  DSQ-OPER-FILE
001563     RECORDING MODE IS F.
001564     COPY "DSQOPER.CPY".
001565 FD  DSQ-JRNL-FILE
001566     RECORDING MODE IS F.
001567     COPY "DSQMJRNL.CPY".
001568 FD  DSQ-PERIOD-FILE
001569     RECORDING MODE IS F.
001570     COPY "DSQPRDCT.CPY".
001571 FD  DSQ-ENT-FILE
001572     RECORDING MODE IS F.
001573     COPY "DSQENTL.CPY".
001580 WORKING-STORAGE SECTION.
001590 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
001600     88 WS-HIST-OK              VALUE "00".
001610     88 WS-HIST-EOF             VALUE "10".
001620     88 WS-HIST-KEY-NOT-FOUND   VALUE "23".
001630 01 WS-EXIT-SW PIC X(01) VALUE "N".
001631     88 WS-EXIT-REQUESTED       VALUE "Y".
001632* OPERATOR SIGN-ON STATE - SEE DSQOPER.CPY.  SES-OPER-RECORD IS
001633* THE SIGNED-ON OPERATOR FOR THE REST OF THE SESSION; ITS ROLE
001634* GATES THE MAINTENANCE OPTIONS AND THE LOCK OVERRIDE, AND ITS
001635* ID STAMPS EVERY MAINTJNL RECORD.
001636 01 WS-OPER-STATUS PIC X(02) VALUE SPACES.
001637     88 WS-OPER-OK              VALUE "00".
001638     88 WS-OPER-EOF             VALUE "10".
001639     COPY "DSQOPER.CPY"
001640         REPLACING LEADING ==DSQ== BY ==SES==.
001641 01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
001642 01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
001643 01 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
001644 01 WS-SIGNON-MAX-TRIES PIC 9(01) VALUE 3.
001645 01 WS-SIGNED-ON-SW PIC X(01) VALUE "N".
001646     88 WS-SIGNED-ON            VALUE "Y".
001650 01 WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
001660 01 WS-ONLN-N PIC 9(08) VALUE ZERO.
001670 01 WS-ONLN-FROM PIC 9(08) VALUE ZERO.
001730     88 WS-ONLN-ERROR           VALUE "Y".
001740 01 WS-LOOKUP-DATE PIC 9(08) VALUE ZERO.
001750 01 WS-LOOKUP-N PIC 9(08) VALUE ZERO.
001751 01 WS-LOOKUP-REQUESTER PIC X(03) VALUE SPACES.
001752* WHICH KEY THE LOOKUP BROWSES - THE PRIME KEY FOR AN N, THE
001753* DATE PLUS REQUESTER KEY FOR A DATE OR REQUESTER ALONE.
001754 01 WS-LOOKUP-PATH PIC X(01) VALUE SPACE.
001755     88 WS-LOOKUP-BY-N          VALUE "N".
001756     88 WS-LOOKUP-BY-DATE-REQ   VALUE "D".
001757     88 WS-LOOKUP-BY-ALL        VALUE "A".
001760 01 WS-MATCH-COUNT PIC 9(04) VALUE ZERO.
001770 01 WS-CONTINUE-SW PIC X(01) VALUE SPACES.
001780     88 WS-STOP-BROWSE          VALUE "X" "x".
002380 01 WS-SRM-SKIP-COUNT PIC 9(04) VALUE ZERO.
002390 01 WS-MNT-FREQ PIC X(01) VALUE SPACES.
002400 01 WS-MNT-DAY PIC 9(02) VALUE ZERO.
002401* REQUESTER ENTITLEMENT MASTER MAINTENANCE STATE - THE SAME
002402* TABLE-IN-STORAGE, SAVE-ON-REQUEST PATTERN AGAIN.  THE TABLE IS
002403* THE SIZE OF THE BATCH EDIT'S, SO NOTHING SAVED HERE IS MORE
002404* THAN DSQEDIT CAN HOLD.
002405 01 WS-ENT-STATUS PIC X(02) VALUE SPACES.
002406     88 WS-ENT-OK               VALUE "00".
002407     88 WS-ENT-EOF              VALUE "10".
002408 01 WS-ENT-COUNT PIC 9(04) VALUE ZERO.
002409 01 WS-ENT-MAX PIC 9(04) VALUE 50.
002410 01 WS-ENT-TABLE.
002411     05 WS-ENT-ENTRY OCCURS 0 TO 50 TIMES
002412         DEPENDING ON WS-ENT-COUNT
002413         INDEXED BY ENT-IX.
002414         10 WS-ENT-TBL-REQ            PIC X(03).
002415         10 WS-ENT-TBL-SQUARES        PIC X(01).
002416         10 WS-ENT-TBL-CUBES          PIC X(01).
002417         10 WS-ENT-TBL-MAX-N          PIC 9(08).
002418         10 WS-ENT-TBL-QUOTA          PIC 9(06).
002419 01 WS-ENT-CHOICE PIC X(01) VALUE SPACES.
002420 01 WS-ENT-DONE-SW PIC X(01) VALUE "N".
002421     88 WS-ENT-DONE             VALUE "Y".
002422 01 WS-ENT-SAVE-SW PIC X(01) VALUE "N".
002423     88 WS-ENT-SAVE             VALUE "Y".
002424 01 WS-ENT-SKIP-COUNT PIC 9(04) VALUE ZERO.
002425 01 WS-MNT-SQUARES PIC X(01) VALUE SPACE.
002426 01 WS-MNT-CUBES PIC X(01) VALUE SPACE.
002427 01 WS-MNT-MAX-N PIC 9(08) VALUE ZERO.
002428 01 WS-MNT-QUOTA PIC 9(06) VALUE ZERO.
002429* BATCH RUN PROGRESS STATE.  THE ACTIVE RUN IS THE LAST STARTED
002430* RUNCTL RECORD WITH NO COMPLETE OR BACKDOUT AFTER IT; RANGES
002431* COMPLETED COME FROM CHKPNT, THE DECK SIZE FROM THE STARTED
002440* RECORD'S FINGERPRINT CARD COUNT.  THE LAST-LOOK FIELDS FEED
002450* THE STALL WARNING AND LIVE ONLY FOR THIS SESSION.
002460 01 WS-CHKPT-STATUS PIC X(02) VALUE SPACES.
002900 01 WS-LOCK-SHOW-RUN-ID PIC 9(08) VALUE ZERO.
002910 01 WS-LOCK-OVERRIDE PIC X(01) VALUE SPACES.
002920     88 WS-LOCK-OVERRIDDEN      VALUE "Y" "y".
002921 01 WS-LOCK-IMAGE PIC X(29) VALUE SPACES.
002922* MAINTENANCE JOURNAL STATE - SEE DSQMJRNL.CPY.  SAV-JRNL-RECORD
002923* CARRIES THE OPERATOR, TIMESTAMP, SCREEN AND FILE COMMON TO
002924* EVERY RECORD OF ONE SAVE.  THE IMAGE TABLE HOLDS THE FILE AS
002925* IT STOOD (SIDE B) AND AS REWRITTEN (SIDE A) WHILE THE TWO ARE
002926* MATCHED UP - ONLY RECORDS NOT ON BOTH SIDES ARE JOURNALED AS
002927* IMAGES.  NO SAVE WRITES MORE THAN 500 RECORDS, SO 1000 SLOTS
002928* ARE KEPT FOR THE BEFORE SIDE; A FILE HAND-GROWN PAST THAT IS
002929* COUNTED ON THE SAVE RECORD BUT ITS EXCESS IS NOT IMAGED.
002930 01 WS-JRNL-STATUS PIC X(02) VALUE SPACES.
002931     88 WS-JRNL-OK              VALUE "00".
002932     COPY "DSQMJRNL.CPY"
002933         REPLACING LEADING ==DSQ== BY ==SAV==.
002934 01 WS-JIM-COUNT PIC 9(04) VALUE ZERO.
002935 01 WS-JIM-BEFORE-MAX PIC 9(04) VALUE 1000.
002936 01 WS-JIM-IMAGE-WORK PIC X(85) VALUE SPACES.
002937 01 WS-JIM-TABLE.
002938     05 WS-JIM-ENTRY OCCURS 0 TO 1500 TIMES
002939         DEPENDING ON WS-JIM-COUNT
002940         INDEXED BY JIM-IX JIM-BX.
002941         10 WS-JIM-SIDE               PIC X(01).
002942             88 WS-JIM-BEFORE-SIDE    VALUE "B".
002943             88 WS-JIM-AFTER-SIDE     VALUE "A".
002944         10 WS-JIM-MATCHED-SW         PIC X(01).
002945             88 WS-JIM-MATCHED        VALUE "Y".
002946         10 WS-JIM-IMAGE              PIC X(85).
002947* REJECT BROWSE/CORRECT STATE - THE WHOLE REJOUT FILE IS
002948* TABLED, WORKED ON IN STORAGE, AND ONLY WRITTEN BACK ON SAVE,
002950* THE SAME PATTERN AS THE DECK AND STANDING-REQUEST SCREENS.
002960* WRK-REJ-RECORD IS A WORKING COPY OF THE REJOUT LAYOUT FOR
002970* PICKING A TABLED RECORD APART AND PUTTING IT BACK.
003130 01 WS-REJ-SAVE-SW PIC X(01) VALUE "N".
003140     88 WS-REJ-SAVE             VALUE "Y".
003150 01 WS-REJ-SKIP-COUNT PIC 9(04) VALUE ZERO.
003151 01 WS-REJ-OPEN-COUNT PIC 9(04) VALUE ZERO.
003152* PERIOD REOPEN STATE - SEE DSQPRDCT.CPY.  WS-PRD-STATE IS THE
003153* LATEST PRDCTL STATUS FOR THE PERIOD KEYED, SPACES WHEN THE
003154* PERIOD HAS NEVER BEEN CLOSED.
003155 01 WS-PRDCTL-STATUS PIC X(02) VALUE SPACES.
003156     88 WS-PRDCTL-OK            VALUE "00".
003157     88 WS-PRDCTL-EOF           VALUE "10".
003158 01 WS-PRD-PERIOD PIC 9(06) VALUE ZERO.
003159 01 WS-PRD-PERIOD-X REDEFINES WS-PRD-PERIOD.
003160     05 WS-PRD-PERIOD-CCYY      PIC 9(04).
003161     05 WS-PRD-PERIOD-MM        PIC 9(02).
003162 01 WS-PRD-REASON PIC X(30) VALUE SPACES.
003163 01 WS-PRD-CONFIRM PIC X(01) VALUE SPACES.
003164     88 WS-PRD-CONFIRMED        VALUE "Y" "y".
003165 01 WS-PRD-STATE PIC X(08) VALUE SPACES.
003166     88 WS-PRD-STATE-CLOSED     VALUE "CLOSED  ".
003170 SCREEN SECTION.
003171 01 SCR-SIGNON.
003172     05 LINE 01 COL 01 VALUE "DSQ ONLINE - OPERATOR SIGN-ON".
003173     05 LINE 03 COL 01 VALUE "OPERATOR ID: ".
003174     05 LINE 03 COL 14 PIC X(08) USING WS-SIGNON-ID.
003175     05 LINE 04 COL 01 VALUE "PASSWORD   : ".
003176     05 LINE 04 COL 14 PIC X(08) USING WS-SIGNON-PASSWORD
003177         SECURE.
003178     05 LINE 06 COL 01 PIC X(40) FROM WS-MNT-ERROR-MSG.
003180 01 SCR-MENU.
003190     05 LINE 01 COL 01 VALUE "DSQ ONLINE INQUIRY".
003200     05 LINE 03 COL 01 VALUE "1  COMPUTE TOTALS FOR AN N".
003230     05 LINE 06 COL 01 VALUE "4  MAINTAIN STANDING REQUESTS".
003240     05 LINE 07 COL 01 VALUE "5  BATCH RUN PROGRESS".
003250     05 LINE 08 COL 01 VALUE "6  BROWSE/CORRECT REJECTS".
003260     05 LINE 09 COL 01 VALUE "7  REOPEN A CLOSED PERIOD".
003270     05 LINE 10 COL 01 VALUE "8  MAINTAIN ENTITLEMENTS".
003272     05 LINE 11 COL 01 VALUE "9  EXIT".
003274     05 LINE 12 COL 01 VALUE "SELECT OPTION: ".
003276     05 LINE 12 COL 16 PIC 9(01) USING WS-MENU-CHOICE.
003278     05 LINE 14 COL 01 VALUE "OPERATOR: ".
003280     05 LINE 14 COL 11 PIC X(08) FROM SES-OPR-ID.
003282     05 LINE 14 COL 21 VALUE "ROLE: ".
003284     05 LINE 14 COL 27 PIC X(01) FROM SES-OPR-ROLE.
003286     05 LINE 15 COL 01 PIC X(40) FROM WS-MNT-ERROR-MSG.
003290 01 SCR-COMPUTE-IN.
003300     05 LINE 01 COL 01 VALUE "ENTER N: ".
003310     05 LINE 01 COL 10 PIC 9(08) USING WS-ONLN-N.
003480     05 LINE 01 COL 32 PIC 9(08) USING WS-LOOKUP-DATE.
003490     05 LINE 02 COL 01 VALUE "N VALUE            (0 = ANY): ".
003500     05 LINE 02 COL 32 PIC 9(08) USING WS-LOOKUP-N.
003503     05 LINE 03 COL 01 VALUE "REQUESTER      (BLANK = ANY): ".
003506     05 LINE 03 COL 32 PIC X(03) USING WS-LOOKUP-REQUESTER.
003510 01 SCR-LOOKUP-OUT.
003520     05 LINE 04 COL 01 VALUE "RUN DATE        : ".
003530     05 LINE 04 COL 20 PIC 9(08) FROM DSQ-HIST-TS-DATE.
003540     05 LINE 05 COL 01 VALUE "N VALUE         : ".
003550     05 LINE 05 COL 20 PIC 9(08) FROM DSQ-HIST-N.
003560     05 LINE 06 COL 01 VALUE "SQUARE-OF-SUM   : ".
003570     05 LINE 06 COL 20 PIC 9(31) FROM DSQ-HIST-SQUARE-OF-SUM.
003580     05 LINE 07 COL 01 VALUE "SUM-OF-SQUARES  : ".
003590     05 LINE 07 COL 20 PIC 9(31) FROM DSQ-HIST-SUM-OF-SQUARES.
003600     05 LINE 08 COL 01 VALUE "DIFFERENCE      : ".
003610     05 LINE 08 COL 20 PIC 9(31) FROM DSQ-HIST-DIFFERENCE.
003620     05 LINE 09 COL 01 VALUE "FROM VALUE      : ".
003630     05 LINE 09 COL 20 PIC 9(08) FROM DSQ-HIST-FROM.
003640     05 LINE 10 COL 01 VALUE "REQUESTER       : ".
003650     05 LINE 10 COL 20 PIC X(03) FROM DSQ-HIST-REQUESTER.
003660     05 LINE 10 COL 26 VALUE "TYPE: ".
003670     05 LINE 10 COL 32 PIC X(01) FROM DSQ-HIST-CALC-TYPE.
003680     05 LINE 11 COL 01 VALUE "RUN ID          : ".
003685     05 LINE 11 COL 20 PIC 9(08) FROM DSQ-HIST-RUN-ID.
003690     05 LINE 12 COL 01 VALUE "ENTER FOR NEXT MATCH, X TO STOP: ".
003695     05 LINE 12 COL 35 PIC X(01) USING WS-CONTINUE-SW.
003700 01 SCR-LOOKUP-NOTFOUND.
003710     05 LINE 05 COL 01 VALUE "*** NO DSQHIST RECORD MATCHES ***".
003720 01 SCR-DECK-MENU.
003730     05 LINE 01 COL 01 VALUE "RANGE DECK MAINTENANCE".
003740     05 LINE 03 COL 01 VALUE "ENTRIES ON DECK: ".
004610 01 SCR-SRM-SAVE-WARN.
004620     05 LINE 01 COL 01 VALUE "WARNING: ".
004630     05 LINE 01 COL 10 PIC 9(04) FROM WS-SRM-SKIP-COUNT.
004631     05 LINE 01 COL 15 VALUE " RECORDS COULD NOT BE TABLED.".
004632     05 LINE 02 COL 01 VALUE "A SAVE DROPS THEM FROM STANDMST.".
004633     05 LINE 04 COL 01 VALUE "SAVE ANYWAY (Y/N)? ".
004634     05 LINE 04 COL 20 PIC X(01) USING WS-SAVE-CONFIRM.
004635 01 SCR-ENT-MENU.
004636     05 LINE 01 COL 01 VALUE "REQUESTER ENTITLEMENT MAINTENANCE".
004637     05 LINE 03 COL 01 VALUE "ENTRIES ON MASTER : ".
004638     05 LINE 03 COL 21 PIC 9(04) FROM WS-ENT-COUNT.
004639     05 LINE 04 COL 01 VALUE "RECORDS NOT TABLED: ".
004640     05 LINE 04 COL 21 PIC 9(04) FROM WS-ENT-SKIP-COUNT.
004641     05 LINE 06 COL 01 VALUE "L LIST  A ADD  C CHANGE  D DELETE".
004642     05 LINE 07 COL 01 VALUE "S SAVE AND EXIT".
004643     05 LINE 08 COL 01 VALUE "Q QUIT WITHOUT SAVE".
004644     05 LINE 10 COL 01 VALUE "SELECT OPTION: ".
004645     05 LINE 10 COL 16 PIC X(01) USING WS-ENT-CHOICE.
004646 01 SCR-ENT-LINE.
004647     05 LINE 01 COL 01 VALUE "ENTRY  : ".
004648     05 LINE 01 COL 10 PIC 9(04) FROM WS-ENTRY-NUM.
004649     05 LINE 02 COL 01 VALUE "REQ    : ".
004650     05 LINE 02 COL 10 PIC X(03) FROM WS-MNT-REQ.
004651     05 LINE 03 COL 01 VALUE "SQUARES: ".
004652     05 LINE 03 COL 10 PIC X(01) FROM WS-MNT-SQUARES.
004653     05 LINE 03 COL 13 VALUE "CUBES: ".
004654     05 LINE 03 COL 20 PIC X(01) FROM WS-MNT-CUBES.
004655     05 LINE 04 COL 01 VALUE "MAX N  : ".
004656     05 LINE 04 COL 10 PIC 9(08) FROM WS-MNT-MAX-N.
004657     05 LINE 04 COL 20 VALUE "QUOTA: ".
004658     05 LINE 04 COL 27 PIC 9(06) FROM WS-MNT-QUOTA.
004659     05 LINE 06 COL 01 VALUE "ENTER FOR NEXT ENTRY, X TO STOP: ".
004660     05 LINE 06 COL 35 PIC X(01) USING WS-CONTINUE-SW.
004661 01 SCR-ENT-CARD.
004662     05 LINE 01 COL 01 VALUE "REQUESTER                  : ".
004663     05 LINE 01 COL 31 PIC X(03) USING WS-MNT-REQ.
004664     05 LINE 02 COL 01 VALUE "DIFF OF SQUARES (Y/N)      : ".
004665     05 LINE 02 COL 31 PIC X(01) USING WS-MNT-SQUARES.
004666     05 LINE 03 COL 01 VALUE "SUM OF CUBES (Y/N)         : ".
004667     05 LINE 03 COL 31 PIC X(01) USING WS-MNT-CUBES.
004668     05 LINE 04 COL 01 VALUE "MAXIMUM N (0 = CEILING)    : ".
004669     05 LINE 04 COL 31 PIC 9(08) USING WS-MNT-MAX-N.
004670     05 LINE 05 COL 01 VALUE "CARDS PER MONTH (0 = NONE) : ".
004671     05 LINE 05 COL 31 PIC 9(06) USING WS-MNT-QUOTA.
004672 01 SCR-ENT-SAVE-WARN.
004673     05 LINE 01 COL 01 VALUE "WARNING: ".
004674     05 LINE 01 COL 10 PIC 9(04) FROM WS-ENT-SKIP-COUNT.
004675     05 LINE 01 COL 15 VALUE " RECORDS COULD NOT BE TABLED.".
004676     05 LINE 02 COL 01 VALUE "A SAVE DROPS THEM FROM ENTLMST.".
004677     05 LINE 04 COL 01 VALUE "SAVE ANYWAY (Y/N)? ".
004678     05 LINE 04 COL 20 PIC X(01) USING WS-SAVE-CONFIRM.
004680 01 SCR-PROGRESS.
004690     05 LINE 01 COL 01 VALUE "BATCH RUN PROGRESS".
004700     05 LINE 03 COL 01 VALUE "ACTIVE RUN       : ".
005270     05 LINE 01 COL 32 PIC 9(08) FROM WS-LOCK-SHOW-RUN-ID.
005280     05 LINE 02 COL 01
005290         VALUE "SAVE REFUSED WHILE THE LOCK HOLDS.".
005291     05 LINE 04 COL 01 VALUE "OVERRIDE STALE LOCK (Y/N)? ".
005292     05 LINE 04 COL 28 PIC X(01) USING WS-LOCK-OVERRIDE.
005293 01 SCR-LOCK-REFUSED.
005294     05 LINE 01 COL 01 VALUE "RANGEIN IS LOCKED BY ".
005295     05 LINE 01 COL 22 PIC X(05) FROM WS-LOCK-SHOW-HOLDER.
005296     05 LINE 01 COL 28 VALUE "RUN ".
005297     05 LINE 01 COL 32 PIC 9(08) FROM WS-LOCK-SHOW-RUN-ID.
005298     05 LINE 02 COL 01
005299         VALUE "SAVE REFUSED WHILE THE LOCK HOLDS.".
005300     05 LINE 04 COL 01
005301         VALUE "ONLY A SUPERVISOR MAY OVERRIDE - PRESS ENTER: ".
005302     05 LINE 04 COL 48 PIC X(01) USING WS-CONTINUE-SW.
005303 01 SCR-PRD-REOPEN.
005304     05 LINE 01 COL 01 VALUE "REOPEN A CLOSED ACCOUNTING PERIOD".
005305     05 LINE 03 COL 01 VALUE "PERIOD (CCYYMM): ".
005306     05 LINE 03 COL 18 PIC 9(06) USING WS-PRD-PERIOD.
005307     05 LINE 04 COL 01 VALUE "REASON         : ".
005308     05 LINE 04 COL 18 PIC X(30) USING WS-PRD-REASON.
005309     05 LINE 06 COL 01
005310         VALUE "A REOPENED PERIOD MAY BE BACKED OUT,".
005311     05 LINE 07 COL 01
005312         VALUE "RELOADED AND RECYCLED UNTIL CLOSED AGAIN.".
005313     05 LINE 09 COL 01 VALUE "CONFIRM REOPEN (Y/N)? ".
005314     05 LINE 09 COL 23 PIC X(01) USING WS-PRD-CONFIRM.
005320 PROCEDURE DIVISION.
005330 0000-MAINLINE.
005332     PERFORM 0500-SIGN-ON THRU 0500-EXIT
005334     IF NOT WS-SIGNED-ON
005336         STOP RUN
005338     END-IF
005340     PERFORM 1000-PROCESS-MENU THRU 1000-EXIT
005341         UNTIL WS-EXIT-REQUESTED
005342     STOP RUN.
005343
005344 0500-SIGN-ON.
005345*    NOTHING ON THE MENU IS REACHABLE WITHOUT A SIGN-ON AGAINST
005346*    OPERMST - AN ACTIVE OPERATOR WITH A KNOWN ROLE AND THE
005347*    RIGHT PASSWORD.  THREE MISSES END THE SESSION.
005348     MOVE "N" TO WS-SIGNED-ON-SW
005349     MOVE ZERO TO WS-SIGNON-TRIES
005350     MOVE SPACES TO WS-MNT-ERROR-MSG
005351     PERFORM 0550-TRY-SIGN-ON THRU 0550-EXIT
005352         UNTIL WS-SIGNED-ON
005353            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
005354     MOVE SPACES TO WS-MNT-ERROR-MSG.
005355 0500-EXIT.
005356     EXIT.
005357
005358 0550-TRY-SIGN-ON.
005359     ADD 1 TO WS-SIGNON-TRIES
005360     MOVE SPACES TO WS-SIGNON-ID
005361     MOVE SPACES TO WS-SIGNON-PASSWORD
005362     DISPLAY SCR-SIGNON
005363     ACCEPT SCR-SIGNON
005364     OPEN INPUT DSQ-OPER-FILE
005365     IF NOT WS-OPER-OK
005366         MOVE "OPERMST NOT AVAILABLE - NO SIGN-ON"
005367             TO WS-MNT-ERROR-MSG
005368         GO TO 0550-EXIT
005369     END-IF
005370     PERFORM 0570-MATCH-ONE-OPER THRU 0570-EXIT
005371         UNTIL WS-OPER-EOF OR WS-SIGNED-ON
005372     CLOSE DSQ-OPER-FILE
005373     IF NOT WS-SIGNED-ON
005374         MOVE "SIGN-ON REJECTED" TO WS-MNT-ERROR-MSG
005375     END-IF.
005376 0550-EXIT.
005377     EXIT.
005378
005379 0570-MATCH-ONE-OPER.
005380     READ DSQ-OPER-FILE
005381         AT END
005382             SET WS-OPER-EOF TO TRUE
005383             GO TO 0570-EXIT
005384     END-READ
005385*    A REVOKED OPERATOR STAYS ON FILE SO OLD JOURNAL ENTRIES
005386*    STILL RESOLVE, BUT NO LONGER SIGNS ON.
005387     IF DSQ-OPR-ID = WS-SIGNON-ID
005388             AND DSQ-OPR-PASSWORD = WS-SIGNON-PASSWORD
005389             AND DSQ-OPR-ACTIVE
005390             AND DSQ-OPR-VALID-ROLE
005391         MOVE DSQ-OPER-RECORD TO SES-OPER-RECORD
005392         SET WS-SIGNED-ON TO TRUE
005393     END-IF.
005394 0570-EXIT.
005395     EXIT.
005396
005397 1000-PROCESS-MENU.
005398     DISPLAY SCR-MENU
005400     ACCEPT SCR-MENU
005401     MOVE SPACES TO WS-MNT-ERROR-MSG
005402*    THE THREE MAINTENANCE OPTIONS REWRITE PRODUCTION FILES AND
005403*    NEED A DECK MAINTAINER OR SUPERVISOR; AN INQUIRY-ONLY
005404*    OPERATOR IS TURNED BACK WITH A MESSAGE ON THE MENU.
005405     IF (WS-MENU-CHOICE = 3 OR 4 OR 6)
005406             AND NOT SES-OPR-CAN-MAINTAIN
005407         MOVE "NOT AUTHORIZED FOR YOUR ROLE" TO WS-MNT-ERROR-MSG
005408         GO TO 1000-EXIT
005409     END-IF
005410*    REOPENING A CLOSED PERIOD UNDOES A MONTH-END SIGN-OFF AND
005411*    IS A SUPERVISOR'S CALL ALONE; SO IS RAISING OR CUTTING A
005412*    REQUESTER'S ENTITLEMENT, WHICH IS WHAT FINANCE BILLS ON.
005413     IF (WS-MENU-CHOICE = 7 OR 8)
005414             AND NOT SES-OPR-SUPERVISOR
005415         MOVE "NOT AUTHORIZED FOR YOUR ROLE" TO WS-MNT-ERROR-MSG
005416         GO TO 1000-EXIT
005417     END-IF
005418     EVALUATE WS-MENU-CHOICE
005420         WHEN 1
005430             PERFORM 2000-COMPUTE THRU 2000-EXIT
005440         WHEN 2
005520         WHEN 6
005530             PERFORM 7000-MAINTAIN-REJECTS THRU 7000-EXIT
005540         WHEN 7
005542             PERFORM 7500-REOPEN-PERIOD THRU 7500-EXIT
005544         WHEN 8
005546             PERFORM 8500-MAINTAIN-ENTITLEMENTS THRU 8500-EXIT
005548         WHEN 9
005550             SET WS-EXIT-REQUESTED TO TRUE
005560         WHEN OTHER
005570             CONTINUE
005990 3050-POSITION-HIST.
006000*    AN N-VALUE LOOKUP STARTS THE BROWSE AT THAT N'S FIRST
006010*    RECORD INSTEAD OF READING FROM THE TOP - THE WHOLE POINT
006020*    OF THE KEYED MASTER.  A DATE AND/OR REQUESTER LOOKUP
006023*    STARTS ON THE DATE PLUS REQUESTER ALTERNATE KEY AT THE
006026*    FIRST RECORD THAT COULD MATCH.  AN UNQUALIFIED BROWSE
006030*    STARTS AT THE LOWEST KEY ON FILE.
006031     EVALUATE TRUE
006032         WHEN WS-LOOKUP-N > ZERO
006033             SET WS-LOOKUP-BY-N TO TRUE
006034         WHEN WS-LOOKUP-DATE > ZERO
006035                 OR WS-LOOKUP-REQUESTER NOT = SPACES
006036             SET WS-LOOKUP-BY-DATE-REQ TO TRUE
006037         WHEN OTHER
006038             SET WS-LOOKUP-BY-ALL TO TRUE
006039     END-EVALUATE
006040     IF WS-LOOKUP-BY-DATE-REQ
006041         MOVE WS-LOOKUP-DATE TO DSQ-HIST-DRK-DATE
006042         MOVE WS-LOOKUP-REQUESTER TO DSQ-HIST-DRK-REQUESTER
006043         START DSQ-HIST-FILE
006044             KEY NOT < DSQ-HIST-DATE-REQ-KEY
006045         IF WS-HIST-KEY-NOT-FOUND OR WS-HIST-EOF
006046             SET WS-HIST-EOF TO TRUE
006047         END-IF
006048         GO TO 3050-EXIT
006049     END-IF
006050     MOVE WS-LOOKUP-N TO DSQ-HIST-N
006051     MOVE ZERO TO DSQ-HIST-FROM
006060     MOVE WS-LOOKUP-DATE TO DSQ-HIST-TS-DATE
006070     MOVE ZERO TO DSQ-HIST-TS-TIME
006080     MOVE SPACES TO DSQ-HIST-REQUESTER
006260         SET WS-HIST-EOF TO TRUE
006270         GO TO 3100-EXIT
006280     END-IF
006290     IF WS-LOOKUP-BY-DATE-REQ
006292         PERFORM 3150-CHECK-DATE-REQ THRU 3150-EXIT
006294         IF WS-HIST-EOF
006296             GO TO 3100-EXIT
006298         END-IF
006300     END-IF
006302     IF (WS-LOOKUP-DATE = ZERO
006304             OR DSQ-HIST-TS-DATE = WS-LOOKUP-DATE)
006306             AND (WS-LOOKUP-REQUESTER = SPACES
006308             OR DSQ-HIST-REQUESTER = WS-LOOKUP-REQUESTER)
006310         ADD 1 TO WS-MATCH-COUNT
006320         MOVE SPACES TO WS-CONTINUE-SW
006330         DISPLAY SCR-LOOKUP-OUT
006340         ACCEPT SCR-LOOKUP-OUT
006350     END-IF.
006360 3100-EXIT.
006361     EXIT.
006362
006363 3150-CHECK-DATE-REQ.
006364*    ON THE DATE PLUS REQUESTER KEY A DATED LOOKUP IS OVER ONCE
006365*    THE BROWSE PASSES ITS DATE.  A RECORD FOR THE WRONG
006366*    REQUESTER REPOSITIONS THE BROWSE INSTEAD OF READING ON -
006367*    TO THE WANTED REQUESTER ON THE SAME DATE IF IT IS STILL
006368*    AHEAD, OTHERWISE PAST THE REST OF THAT DATE - SO A
006369*    REQUESTER-ONLY LOOKUP TOUCHES A FEW RECORDS PER DATE, NOT
006370*    THE WHOLE MASTER.  THE RECORD IN HAND IS LEFT UNMATCHED.
006371     IF WS-LOOKUP-DATE > ZERO
006372             AND DSQ-HIST-DRK-DATE > WS-LOOKUP-DATE
006373         SET WS-HIST-EOF TO TRUE
006374         GO TO 3150-EXIT
006375     END-IF
006376     IF WS-LOOKUP-REQUESTER = SPACES
006377             OR DSQ-HIST-DRK-REQUESTER = WS-LOOKUP-REQUESTER
006378         GO TO 3150-EXIT
006379     END-IF
006380     IF DSQ-HIST-DRK-REQUESTER < WS-LOOKUP-REQUESTER
006381         MOVE WS-LOOKUP-REQUESTER TO DSQ-HIST-DRK-REQUESTER
006382         START DSQ-HIST-FILE
006383             KEY NOT < DSQ-HIST-DATE-REQ-KEY
006384     ELSE
006385         MOVE HIGH-VALUES TO DSQ-HIST-DRK-REQUESTER
006386         START DSQ-HIST-FILE
006387             KEY > DSQ-HIST-DATE-REQ-KEY
006388     END-IF
006389     IF NOT WS-HIST-OK
006390         SET WS-HIST-EOF TO TRUE
006391     END-IF.
006392 3150-EXIT.
006393     EXIT.
006394
006395 4000-MAINTAIN-DECK.
006400*    THE PENDING RANGEIN DECK IS TABLED, WORKED ON IN STORAGE
006410*    WITH THE SAME EDITS THE BATCH EDIT PASS APPLIES, AND ONLY
006420*    WRITTEN BACK WHEN THE OPERATOR ASKS TO SAVE - QUITTING
009560*    THE SUITE INTERLOCK FIRST - A DECK THE BATCH IS WORKING
009570*    MUST NOT BE SWAPPED UNDER ITS FINGERPRINT - AND HOLDS A
009580*    MAINT LOCK OF ITS OWN ACROSS THE REWRITE.
009581*    THE JOURNAL IS OPENED BEFORE ANYTHING ELSE SO A LOCK
009582*    OVERRIDE LANDS IN IT TOO, AND THE DECK AS IT STANDS IS
009583*    TABLED AS THE BEFORE IMAGE ONCE THE LOCK IS OURS.
009584     SET SAV-JRN-DECK-SCREEN TO TRUE
009585     MOVE "RANGEIN" TO SAV-JRN-FILE
009586     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
009587     IF NOT WS-JRNL-OK
009588         GO TO 4800-EXIT
009589     END-IF
009590     PERFORM 4750-CHECK-SAVE-LOCK THRU 4750-EXIT
009600     IF WS-LOCK-HELD
009605         CLOSE DSQ-JRNL-FILE
009610         GO TO 4800-EXIT
009620     END-IF
009630     PERFORM 4770-TAKE-MAINT-LOCK THRU 4770-EXIT
009640     IF WS-LOCK-HELD
009645         CLOSE DSQ-JRNL-FILE
009650         GO TO 4800-EXIT
009660     END-IF
009665     PERFORM 4810-TABLE-DECK-BEFORE THRU 4810-EXIT
009670     OPEN OUTPUT RANGE-FILE
009680     IF NOT WS-RANGE-OK
009690         MOVE "UNABLE TO REWRITE RANGEIN" TO WS-MNT-ERROR-MSG
009701*        THE MAINT LOCK IS ALREADY HELD AT THIS POINT - FREE
009702*        IT ON THE WAY OUT OR A REFUSED SAVE LEAVES THE BATCH
009703*        REFUSING RC 12 UNTIL AN OPERATOR KEYS CLEARLOK.
009705         CLOSE DSQ-JRNL-FILE
009707         PERFORM 4790-FREE-MAINT-LOCK THRU 4790-EXIT
009710         GO TO 4800-EXIT
009720     END-IF
009730     IF WS-DECK-COUNT > ZERO
009760             UNTIL DCK-IX > WS-DECK-COUNT
009770     END-IF
009780     CLOSE RANGE-FILE
009785     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
009790     PERFORM 4790-FREE-MAINT-LOCK THRU 4790-EXIT.
009800 4800-EXIT.
009801     EXIT.
009802
009803 4810-TABLE-DECK-BEFORE.
009804*    A MISSING RANGEIN IS A SAVE WITH NO BEFORE IMAGE.
009805     OPEN INPUT RANGE-FILE
009806     IF NOT WS-RANGE-OK
009807         GO TO 4810-EXIT
009808     END-IF
009809     PERFORM 4815-TABLE-ONE-BEFORE-CARD THRU 4815-EXIT
009810         UNTIL WS-RANGE-EOF
009811     CLOSE RANGE-FILE.
009812 4810-EXIT.
009813     EXIT.
009814
009815 4815-TABLE-ONE-BEFORE-CARD.
009816     READ RANGE-FILE
009817         AT END
009818             SET WS-RANGE-EOF TO TRUE
009819             GO TO 4815-EXIT
009820     END-READ
009821     MOVE DSQ-RANGE-RECORD TO WS-JIM-IMAGE-WORK
009822     PERFORM 8100-TABLE-BEFORE-IMAGE THRU 8100-EXIT.
009823 4815-EXIT.
009824     EXIT.
009825
009830 4850-WRITE-ONE-CARD.
009840     IF WS-DCK-FROM (DCK-IX) = 1
009850         MOVE WS-DCK-TO (DCK-IX) TO DSQ-RANGE-N
009910     MOVE WS-DCK-REQ (DCK-IX) TO DSQ-RANGE-REQUESTER
009920     MOVE WS-DCK-TYPE (DCK-IX) TO DSQ-RANGE-CALC-TYPE
009930     WRITE DSQ-RANGE-RECORD
009933     MOVE DSQ-RANGE-RECORD TO WS-JIM-IMAGE-WORK
009936     PERFORM 8150-TABLE-AFTER-IMAGE THRU 8150-EXIT
009940     SET DCK-IX UP BY 1.
009950 4850-EXIT.
009960     EXIT.
009980 4750-CHECK-SAVE-LOCK.
009990*    AN EMPTY OR MISSING DSQLOCK READS AS FREE.  A HELD LOCK
010000*    REFUSES THE SAVE AND NAMES THE HOLDER AND RUN; THE
010010*    SUPERVISOR MAY OVERRIDE A LOCK KNOWN TO BE STALE (AN ABEND
010020*    THAT NEVER RELEASED), WHICH CLEARS IT AND LETS THE SAVE
010030*    PROCEED.
010040     MOVE "N" TO WS-LOCK-HELD-SW
010110             SET WS-LOCK-HELD TO TRUE
010120             MOVE DSQ-LOCK-HOLDER TO WS-LOCK-SHOW-HOLDER
010130             MOVE DSQ-LOCK-RUN-ID TO WS-LOCK-SHOW-RUN-ID
010135             MOVE DSQ-LOCK-RECORD TO WS-LOCK-IMAGE
010140     END-READ
010150     CLOSE DSQ-LOCK-FILE
010160     IF NOT WS-LOCK-HELD
010161         GO TO 4750-EXIT
010162     END-IF
010163*    ONLY A SUPERVISOR IS OFFERED THE OVERRIDE, AND EVERY
010164*    OVERRIDE IS JOURNALED WITH THE LOCK RECORD IT CLEARED.
010165     IF NOT SES-OPR-SUPERVISOR
010166         MOVE SPACES TO WS-CONTINUE-SW
010167         DISPLAY SCR-LOCK-REFUSED
010168         ACCEPT SCR-LOCK-REFUSED
010170         GO TO 4750-EXIT
010180     END-IF
010190     MOVE SPACES TO WS-LOCK-OVERRIDE
010240         IF WS-LOCK-OK
010250             CLOSE DSQ-LOCK-FILE
010260             MOVE "N" TO WS-LOCK-HELD-SW
010265             PERFORM 8300-JOURNAL-OVERRIDE THRU 8300-EXIT
010270         ELSE
010280             MOVE "UNABLE TO CLEAR DSQLOCK" TO WS-MNT-ERROR-MSG
010290             DISPLAY SCR-DECK-ERROR
013890     EXIT.
013900
013910 5800-SAVE-SRM.
013911*    JOURNALED THE SAME WAY AS THE DECK SAVE - NO JOURNAL, NO
013912*    SAVE; THE MASTER AS IT STANDS IS THE BEFORE IMAGE.
013913     SET SAV-JRN-SRM-SCREEN TO TRUE
013914     MOVE "STANDMST" TO SAV-JRN-FILE
013915     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
013916     IF NOT WS-JRNL-OK
013917         GO TO 5800-EXIT
013918     END-IF
013919     PERFORM 5810-TABLE-SRM-BEFORE THRU 5810-EXIT
013920     OPEN OUTPUT DSQ-SRM-FILE
013930     IF NOT WS-SRM-OK
013940         MOVE "UNABLE TO REWRITE STANDMST" TO WS-MNT-ERROR-MSG
013950         DISPLAY SCR-DECK-ERROR
013955         CLOSE DSQ-JRNL-FILE
013960         GO TO 5800-EXIT
013970     END-IF
013980     IF WS-SRM-COUNT > ZERO
014000         PERFORM 5850-WRITE-ONE-SRM THRU 5850-EXIT
014010             UNTIL SRM-IX > WS-SRM-COUNT
014020     END-IF
014021     CLOSE DSQ-SRM-FILE
014022     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
014023 5800-EXIT.
014024     EXIT.
014025
014026 5810-TABLE-SRM-BEFORE.
014027     OPEN INPUT DSQ-SRM-FILE
014028     IF NOT WS-SRM-OK
014029         GO TO 5810-EXIT
014030     END-IF
014031     PERFORM 5815-TABLE-ONE-BEFORE-SRM THRU 5815-EXIT
014032         UNTIL WS-SRM-EOF
014033     CLOSE DSQ-SRM-FILE.
014040 5810-EXIT.
014041     EXIT.
014042
014043 5815-TABLE-ONE-BEFORE-SRM.
014044     READ DSQ-SRM-FILE
014045         AT END
014046             SET WS-SRM-EOF TO TRUE
014047             GO TO 5815-EXIT
014048     END-READ
014049     MOVE DSQ-SRM-RECORD TO WS-JIM-IMAGE-WORK
014050     PERFORM 8100-TABLE-BEFORE-IMAGE THRU 8100-EXIT.
014051 5815-EXIT.
014052     EXIT.
014060
014070 5850-WRITE-ONE-SRM.
014080     MOVE WS-SRM-TBL-FROM (SRM-IX) TO DSQ-SRM-FROM
014120     MOVE WS-SRM-TBL-DAY (SRM-IX) TO DSQ-SRM-DAY
014121     MOVE WS-SRM-TBL-TYPE (SRM-IX) TO DSQ-SRM-CALC-TYPE
014130     WRITE DSQ-SRM-RECORD
014133     MOVE DSQ-SRM-RECORD TO WS-JIM-IMAGE-WORK
014136     PERFORM 8150-TABLE-AFTER-IMAGE THRU 8150-EXIT
014140     SET SRM-IX UP BY 1.
014150 5850-EXIT.
014160     EXIT.
017000 7400-EXIT.
017010     EXIT.
017020
017021 7500-REOPEN-PERIOD.
017022*    A CLOSED PERIOD IS REOPENED BY APPENDING A REOPENED RECORD TO
017023*    PRDCTL - THE LATEST RECORD FOR A PERIOD WINS, SO BACKOUT,
017024*    RELOAD AND RECYCLE LET THE MONTH BE CHANGED AGAIN AND
017025*    DSQCLOSE MAY CLOSE IT AGAIN LATER.  A REASON IS REQUIRED,
017026*    AND THE REOPEN IS JOURNALED OR DOES NOT HAPPEN.
017027     MOVE ZERO TO WS-PRD-PERIOD
017028     MOVE SPACES TO WS-PRD-REASON
017029     MOVE SPACES TO WS-PRD-CONFIRM
017030     DISPLAY SCR-PRD-REOPEN
017031     ACCEPT SCR-PRD-REOPEN
017032     IF NOT WS-PRD-CONFIRMED
017033         MOVE "REOPEN CANCELLED" TO WS-MNT-ERROR-MSG
017034         GO TO 7500-EXIT
017035     END-IF
017036     IF WS-PRD-PERIOD-CCYY = ZERO
017037             OR WS-PRD-PERIOD-MM < 1
017038             OR WS-PRD-PERIOD-MM > 12
017039         MOVE "PERIOD MUST BE CCYYMM" TO WS-MNT-ERROR-MSG
017040         GO TO 7500-EXIT
017041     END-IF
017042     IF WS-PRD-REASON = SPACES
017043         MOVE "A REASON IS REQUIRED TO REOPEN" TO WS-MNT-ERROR-MSG
017044         GO TO 7500-EXIT
017045     END-IF
017046     PERFORM 7550-FIND-PERIOD-STATE THRU 7550-EXIT
017047     IF NOT WS-PRD-STATE-CLOSED
017048         STRING "PERIOD " DELIMITED BY SIZE
017049             WS-PRD-PERIOD DELIMITED BY SIZE
017050             " IS NOT CLOSED" DELIMITED BY SIZE
017051             INTO WS-MNT-ERROR-MSG
017052         END-STRING
017053         GO TO 7500-EXIT
017054     END-IF
017055     SET SAV-JRN-PRD-SCREEN TO TRUE
017056     MOVE "PRDCTL" TO SAV-JRN-FILE
017057     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
017058     IF NOT WS-JRNL-OK
017059         GO TO 7500-EXIT
017060     END-IF
017061*    A CLOSED PERIOD MEANS PRDCTL IS THERE, SO NO OUTPUT FALLBACK.
017062     OPEN EXTEND DSQ-PERIOD-FILE
017063     IF NOT WS-PRDCTL-OK
017064         CLOSE DSQ-JRNL-FILE
017065         MOVE "UNABLE TO OPEN PRDCTL - NOT REOPENED"
017066             TO WS-MNT-ERROR-MSG
017067         GO TO 7500-EXIT
017068     END-IF
017069     MOVE WS-PRD-PERIOD TO DSQ-PRD-PERIOD
017070     SET DSQ-PRD-REOPENED TO TRUE
017071     MOVE SAV-JRN-TS-DATE TO DSQ-PRD-TS-DATE
017072     MOVE SAV-JRN-TS-TIME TO DSQ-PRD-TS-TIME
017073     MOVE SES-OPR-ID TO DSQ-PRD-OPER-ID
017074     MOVE ZERO TO DSQ-PRD-RUN-COUNT
017075     MOVE ZERO TO DSQ-PRD-AUDIT-COUNT
017076     MOVE WS-PRD-REASON TO DSQ-PRD-REASON
017077     WRITE DSQ-PERIOD-RECORD
017078     PERFORM 8400-JOURNAL-REOPEN THRU 8400-EXIT
017079     CLOSE DSQ-PERIOD-FILE
017080     CLOSE DSQ-JRNL-FILE
017081     STRING "PERIOD " DELIMITED BY SIZE
017082         WS-PRD-PERIOD DELIMITED BY SIZE
017083         " REOPENED" DELIMITED BY SIZE
017084         INTO WS-MNT-ERROR-MSG
017085     END-STRING.
017086 7500-EXIT.
017087     EXIT.
017088
017089 7550-FIND-PERIOD-STATE.
017090*    NO PRDCTL YET MEANS NO PERIOD HAS EVER BEEN CLOSED.
017091     MOVE SPACES TO WS-PRD-STATE
017092     OPEN INPUT DSQ-PERIOD-FILE
017093     IF NOT WS-PRDCTL-OK
017094         GO TO 7550-EXIT
017095     END-IF
017096     PERFORM 7560-READ-ONE-PERIOD THRU 7560-EXIT
017097         UNTIL WS-PRDCTL-EOF
017098     CLOSE DSQ-PERIOD-FILE.
017099 7550-EXIT.
017100     EXIT.
017101
017102 7560-READ-ONE-PERIOD.
017103     READ DSQ-PERIOD-FILE
017104         AT END
017105             SET WS-PRDCTL-EOF TO TRUE
017106             GO TO 7560-EXIT
017107     END-READ
017108     IF DSQ-PRD-PERIOD = WS-PRD-PERIOD
017109         MOVE DSQ-PRD-STATUS TO WS-PRD-STATE
017110     END-IF.
017111 7560-EXIT.
017112     EXIT.
017113
017114 7600-EDIT-REJ-BOUNDS.
017115*    THE SAME BOUND EDITS AS THE DECK SCREEN - A ZERO FROM
017116*    MEANS THE RANGE STARTS AT 1, THE TO MUST BE ABOVE ZERO
017117*    AND UNDER THE OVERFLOW CEILING, AND THE FROM MUST NOT
017118*    EXCEED THE TO.  NO DUPLICATE EDIT HERE - THE CORRECTED
017119*    CARD MEETS THE FULL DECK EDITS IN DSQEDIT WHEN IT IS
017120*    RECYCLED.
017121     MOVE "N" TO WS-MNT-OK-SW
017122     MOVE SPACES TO WS-MNT-ERROR-MSG
017123     IF WS-MNT-FROM = ZERO
017130         MOVE 1 TO WS-MNT-FROM
017140     END-IF
017150     IF WS-MNT-TO = ZERO
017400         DISPLAY SCR-DECK-ERROR
017410         GO TO 7800-EXIT
017420     END-IF
017421     SET SAV-JRN-REJ-SCREEN TO TRUE
017422     MOVE "REJOUT" TO SAV-JRN-FILE
017423     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
017424     IF NOT WS-JRNL-OK
017425         GO TO 7800-EXIT
017426     END-IF
017427     PERFORM 7810-TABLE-REJ-BEFORE THRU 7810-EXIT
017430     OPEN OUTPUT DSQ-REJ-FILE
017440     IF NOT WS-REJOUT-OK
017450         MOVE "UNABLE TO REWRITE REJOUT" TO WS-MNT-ERROR-MSG
017460         DISPLAY SCR-DECK-ERROR
017465         CLOSE DSQ-JRNL-FILE
017470         GO TO 7800-EXIT
017480     END-IF
017490     IF WS-REJ-COUNT > ZERO
017510         PERFORM 7850-WRITE-ONE-REJECT THRU 7850-EXIT
017520             UNTIL REJ-IX > WS-REJ-COUNT
017530     END-IF
017531     CLOSE DSQ-REJ-FILE
017532     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
017533 7800-EXIT.
017534     EXIT.
017535
017536 7810-TABLE-REJ-BEFORE.
017537     OPEN INPUT DSQ-REJ-FILE
017538     IF NOT WS-REJOUT-OK
017539         GO TO 7810-EXIT
017540     END-IF
017541     PERFORM 7815-TABLE-ONE-BEFORE-REJ THRU 7815-EXIT
017542         UNTIL WS-REJOUT-EOF
017543     CLOSE DSQ-REJ-FILE.
017550 7810-EXIT.
017551     EXIT.
017552
017553 7815-TABLE-ONE-BEFORE-REJ.
017554     READ DSQ-REJ-FILE
017555         AT END
017556             SET WS-REJOUT-EOF TO TRUE
017557             GO TO 7815-EXIT
017558     END-READ
017559     MOVE DSQ-REJ-RECORD TO WS-JIM-IMAGE-WORK
017560     PERFORM 8100-TABLE-BEFORE-IMAGE THRU 8100-EXIT.
017561 7815-EXIT.
017562     EXIT.
017570
017580 7850-WRITE-ONE-REJECT.
017590     MOVE WS-REJ-TBL-REC (REJ-IX) TO DSQ-REJ-RECORD
017600     WRITE DSQ-REJ-RECORD
017603     MOVE DSQ-REJ-RECORD TO WS-JIM-IMAGE-WORK
017606     PERFORM 8150-TABLE-AFTER-IMAGE THRU 8150-EXIT
017610     SET REJ-IX UP BY 1.
017620 7850-EXIT.
017630     EXIT.
017640
017650 8000-OPEN-JOURNAL.
017660*    EVERY SAVE IS JOURNALED OR DOES NOT HAPPEN - A MAINTJNL THAT
017670*    WILL NOT OPEN REFUSES THE SAVE BEFORE ANY FILE IS TOUCHED.
017680*    THE CALLER HAS SET THE SCREEN AND FILE; THE OPERATOR AND
017690*    ONE TIMESTAMP FOR THE WHOLE SAVE ARE FILLED IN HERE.
017700     MOVE ZERO TO WS-JIM-COUNT
017710     MOVE SES-OPR-ID TO SAV-JRN-OPER-ID
017720     MOVE SES-OPR-ROLE TO SAV-JRN-OPER-ROLE
017730     ACCEPT SAV-JRN-TS-DATE FROM DATE YYYYMMDD
017740     ACCEPT SAV-JRN-TS-TIME FROM TIME
017750     MOVE SPACES TO SAV-JRN-TYPE
017760     MOVE SPACES TO SAV-JRN-IMAGE
017770     MOVE ZERO TO SAV-JRN-BEFORE-COUNT
017780     MOVE ZERO TO SAV-JRN-AFTER-COUNT
017790     MOVE ZERO TO SAV-JRN-REMOVED-COUNT
017800     MOVE ZERO TO SAV-JRN-ADDED-COUNT
017810     OPEN EXTEND DSQ-JRNL-FILE
017820     IF NOT WS-JRNL-OK
017830         OPEN OUTPUT DSQ-JRNL-FILE
017840     END-IF
017850     IF NOT WS-JRNL-OK
017860         MOVE "UNABLE TO OPEN MAINTJNL - NOT SAVED"
017870             TO WS-MNT-ERROR-MSG
017880         DISPLAY SCR-DECK-ERROR
017890     END-IF.
017900 8000-EXIT.
017910     EXIT.
017920
017930 8100-TABLE-BEFORE-IMAGE.
017940     ADD 1 TO SAV-JRN-BEFORE-COUNT
017950     IF WS-JIM-COUNT NOT < WS-JIM-BEFORE-MAX
017960         GO TO 8100-EXIT
017970     END-IF
017980     ADD 1 TO WS-JIM-COUNT
017990     SET JIM-IX TO WS-JIM-COUNT
018000     SET WS-JIM-BEFORE-SIDE (JIM-IX) TO TRUE
018010     MOVE "N" TO WS-JIM-MATCHED-SW (JIM-IX)
018020     MOVE WS-JIM-IMAGE-WORK TO WS-JIM-IMAGE (JIM-IX).
018030 8100-EXIT.
018040     EXIT.
018050
018060 8150-TABLE-AFTER-IMAGE.
018070     ADD 1 TO SAV-JRN-AFTER-COUNT
018080     ADD 1 TO WS-JIM-COUNT
018090     SET JIM-IX TO WS-JIM-COUNT
018100     SET WS-JIM-AFTER-SIDE (JIM-IX) TO TRUE
018110     MOVE "N" TO WS-JIM-MATCHED-SW (JIM-IX)
018120     MOVE WS-JIM-IMAGE-WORK TO WS-JIM-IMAGE (JIM-IX).
018130 8150-EXIT.
018140     EXIT.
018150
018160 8200-WRITE-JOURNAL.
018170*    EVERY AFTER IMAGE IS PAIRED OFF AGAINST AN UNMATCHED,
018180*    IDENTICAL BEFORE IMAGE; WHAT IS LEFT OVER ON EITHER SIDE IS
018190*    WHAT THE SAVE CHANGED.  THE SAVE RECORD GOES FIRST WITH THE
018200*    COUNTS, THEN THE RECORDS REMOVED, THEN THE RECORDS ADDED.
018210     IF WS-JIM-COUNT > ZERO
018220         SET JIM-IX TO 1
018230         PERFORM 8250-MATCH-ONE-IMAGE THRU 8250-EXIT
018240             UNTIL JIM-IX > WS-JIM-COUNT
018250     END-IF
018260     COMPUTE SAV-JRN-REMOVED-COUNT = SAV-JRN-BEFORE-COUNT
018270         - SAV-JRN-AFTER-COUNT + SAV-JRN-ADDED-COUNT
018280     MOVE SAV-JRNL-RECORD TO DSQ-JRNL-RECORD
018290     SET DSQ-JRN-SAVE TO TRUE
018300     WRITE DSQ-JRNL-RECORD
018310     IF WS-JIM-COUNT > ZERO
018320         SET SAV-JRN-BEFORE TO TRUE
018330         SET JIM-IX TO 1
018340         PERFORM 8270-WRITE-ONE-IMAGE THRU 8270-EXIT
018350             UNTIL JIM-IX > WS-JIM-COUNT
018360         SET SAV-JRN-AFTER TO TRUE
018370         SET JIM-IX TO 1
018380         PERFORM 8270-WRITE-ONE-IMAGE THRU 8270-EXIT
018390             UNTIL JIM-IX > WS-JIM-COUNT
018400     END-IF
018410     CLOSE DSQ-JRNL-FILE.
018420 8200-EXIT.
018430     EXIT.
018440
018450 8250-MATCH-ONE-IMAGE.
018460     IF WS-JIM-AFTER-SIDE (JIM-IX)
018470         SET JIM-BX TO 1
018480         SEARCH WS-JIM-ENTRY VARYING JIM-BX
018490             AT END
018500                 ADD 1 TO SAV-JRN-ADDED-COUNT
018510             WHEN WS-JIM-BEFORE-SIDE (JIM-BX)
018520                     AND NOT WS-JIM-MATCHED (JIM-BX)
018530                     AND WS-JIM-IMAGE (JIM-BX)
018540                         = WS-JIM-IMAGE (JIM-IX)
018550                 SET WS-JIM-MATCHED (JIM-BX) TO TRUE
018560                 SET WS-JIM-MATCHED (JIM-IX) TO TRUE
018570         END-SEARCH
018580     END-IF
018590     SET JIM-IX UP BY 1.
018600 8250-EXIT.
018610     EXIT.
018620
018630 8270-WRITE-ONE-IMAGE.
018640*    SAV-JRN-TYPE SAYS WHICH SIDE THIS PASS WRITES.
018650     IF WS-JIM-SIDE (JIM-IX) = SAV-JRN-TYPE
018660             AND NOT WS-JIM-MATCHED (JIM-IX)
018670         MOVE SAV-JRNL-RECORD TO DSQ-JRNL-RECORD
018680         MOVE WS-JIM-IMAGE (JIM-IX) TO DSQ-JRN-IMAGE
018690         WRITE DSQ-JRNL-RECORD
018700     END-IF
018710     SET JIM-IX UP BY 1.
018720 8270-EXIT.
018730     EXIT.
018740
018750 8300-JOURNAL-OVERRIDE.
018760*    THE JOURNAL IS ALREADY OPEN FOR THE SAVE THAT MET THE LOCK.
018770     MOVE SAV-JRNL-RECORD TO DSQ-JRNL-RECORD
018780     MOVE "DSQLOCK" TO DSQ-JRN-FILE
018790     SET DSQ-JRN-OVERRIDE TO TRUE
018800     MOVE WS-LOCK-IMAGE TO DSQ-JRN-IMAGE
018810     WRITE DSQ-JRNL-RECORD.
018820 8300-EXIT.
018830     EXIT.
018840
018850 8400-JOURNAL-REOPEN.
018860*    THE IMAGE IS THE REOPENED RECORD JUST APPENDED TO PRDCTL.
018870     MOVE SAV-JRNL-RECORD TO DSQ-JRNL-RECORD
018880     SET DSQ-JRN-REOPEN TO TRUE
018890     MOVE DSQ-PERIOD-RECORD TO DSQ-JRN-IMAGE
018900     WRITE DSQ-JRNL-RECORD.
018910 8400-EXIT.
018920     EXIT.
018930
018940 8500-MAINTAIN-ENTITLEMENTS.
018950*    THE ENTITLEMENT MASTER IS TABLED, WORKED ON IN STORAGE AND
018960*    ONLY WRITTEN BACK ON SAVE, EXACTLY AS THE STANDING-REQUEST
018970*    MASTER IS.
018980     MOVE ZERO TO WS-ENT-COUNT
018990     MOVE ZERO TO WS-ENT-SKIP-COUNT
019000     MOVE "N" TO WS-ENT-DONE-SW
019010     MOVE "N" TO WS-ENT-SAVE-SW
019020     PERFORM 8510-LOAD-ENT THRU 8510-EXIT
019030     PERFORM 8520-ENT-MENU THRU 8520-EXIT
019040         UNTIL WS-ENT-DONE
019050     IF WS-ENT-SAVE
019060         PERFORM 8590-SAVE-ENT THRU 8590-EXIT
019070     END-IF.
019080 8500-EXIT.
019090     EXIT.
019100
019110 8510-LOAD-ENT.
019120     OPEN INPUT DSQ-ENT-FILE
019130     IF NOT WS-ENT-OK
019140         GO TO 8510-EXIT
019150     END-IF
019160     PERFORM 8515-LOAD-ONE-ENT THRU 8515-EXIT
019170         UNTIL WS-ENT-EOF
019180     CLOSE DSQ-ENT-FILE.
019190 8510-EXIT.
019200     EXIT.
019210
019220 8515-LOAD-ONE-ENT.
019230     READ DSQ-ENT-FILE
019240         AT END
019250             SET WS-ENT-EOF TO TRUE
019260             GO TO 8515-EXIT
019270     END-READ
019280     IF DSQ-ENT-MAX-N NOT NUMERIC
019290             OR DSQ-ENT-MONTH-QUOTA NOT NUMERIC
019300         ADD 1 TO WS-ENT-SKIP-COUNT
019310         GO TO 8515-EXIT
019320     END-IF
019330     IF WS-ENT-COUNT NOT < WS-ENT-MAX
019340         ADD 1 TO WS-ENT-SKIP-COUNT
019350         GO TO 8515-EXIT
019360     END-IF
019370     ADD 1 TO WS-ENT-COUNT
019380     SET ENT-IX TO WS-ENT-COUNT
019390     MOVE DSQ-ENT-REQUESTER TO WS-ENT-TBL-REQ (ENT-IX)
019400     MOVE DSQ-ENT-SQUARES TO WS-ENT-TBL-SQUARES (ENT-IX)
019410     MOVE DSQ-ENT-CUBES TO WS-ENT-TBL-CUBES (ENT-IX)
019420     MOVE DSQ-ENT-MAX-N TO WS-ENT-TBL-MAX-N (ENT-IX)
019430     MOVE DSQ-ENT-MONTH-QUOTA TO WS-ENT-TBL-QUOTA (ENT-IX).
019440 8515-EXIT.
019450     EXIT.
019460
019470 8520-ENT-MENU.
019480     MOVE SPACES TO WS-ENT-CHOICE
019490     DISPLAY SCR-ENT-MENU
019500     ACCEPT SCR-ENT-MENU
019510     EVALUATE WS-ENT-CHOICE
019520         WHEN "L"
019530         WHEN "l"
019540             PERFORM 8530-LIST-ENT THRU 8530-EXIT
019550         WHEN "A"
019560         WHEN "a"
019570             PERFORM 8540-ADD-ENT THRU 8540-EXIT
019580         WHEN "C"
019590         WHEN "c"
019600             PERFORM 8550-CHANGE-ENT THRU 8550-EXIT
019610         WHEN "D"
019620         WHEN "d"
019630             PERFORM 8560-DELETE-ENT THRU 8560-EXIT
019640         WHEN "S"
019650         WHEN "s"
019660             PERFORM 8580-CONFIRM-ENT-SAVE THRU 8580-EXIT
019670         WHEN "Q"
019680         WHEN "q"
019690             SET WS-ENT-DONE TO TRUE
019700         WHEN OTHER
019710             CONTINUE
019720     END-EVALUATE.
019730 8520-EXIT.
019740     EXIT.
019750
019760 8530-LIST-ENT.
019770     MOVE SPACES TO WS-CONTINUE-SW
019780     MOVE ZERO TO WS-ENTRY-NUM
019790     IF WS-ENT-COUNT = ZERO
019800         MOVE "MASTER IS EMPTY" TO WS-MNT-ERROR-MSG
019810         DISPLAY SCR-DECK-ERROR
019820         GO TO 8530-EXIT
019830     END-IF
019840     SET ENT-IX TO 1
019850     PERFORM 8535-LIST-ONE-ENT THRU 8535-EXIT
019860         UNTIL ENT-IX > WS-ENT-COUNT OR WS-STOP-BROWSE.
019870 8530-EXIT.
019880     EXIT.
019890
019900 8535-LIST-ONE-ENT.
019910     ADD 1 TO WS-ENTRY-NUM
019920     PERFORM 8537-ENT-TO-SCREEN THRU 8537-EXIT
019930     MOVE SPACES TO WS-CONTINUE-SW
019940     DISPLAY SCR-ENT-LINE
019950     ACCEPT SCR-ENT-LINE
019960     SET ENT-IX UP BY 1.
019970 8535-EXIT.
019980     EXIT.
019990
020000 8537-ENT-TO-SCREEN.
020010     MOVE WS-ENT-TBL-REQ (ENT-IX) TO WS-MNT-REQ
020020     MOVE WS-ENT-TBL-SQUARES (ENT-IX) TO WS-MNT-SQUARES
020030     MOVE WS-ENT-TBL-CUBES (ENT-IX) TO WS-MNT-CUBES
020040     MOVE WS-ENT-TBL-MAX-N (ENT-IX) TO WS-MNT-MAX-N
020050     MOVE WS-ENT-TBL-QUOTA (ENT-IX) TO WS-MNT-QUOTA.
020060 8537-EXIT.
020070     EXIT.
020080
020090 8539-SCREEN-TO-ENT.
020100     MOVE WS-MNT-REQ TO WS-ENT-TBL-REQ (ENT-IX)
020110     MOVE WS-MNT-SQUARES TO WS-ENT-TBL-SQUARES (ENT-IX)
020120     MOVE WS-MNT-CUBES TO WS-ENT-TBL-CUBES (ENT-IX)
020130     MOVE WS-MNT-MAX-N TO WS-ENT-TBL-MAX-N (ENT-IX)
020140     MOVE WS-MNT-QUOTA TO WS-ENT-TBL-QUOTA (ENT-IX).
020150 8539-EXIT.
020160     EXIT.
020170
020180 8540-ADD-ENT.
020190     IF WS-ENT-COUNT NOT < WS-ENT-MAX
020200         MOVE "MASTER IS FULL" TO WS-MNT-ERROR-MSG
020210         DISPLAY SCR-DECK-ERROR
020220         GO TO 8540-EXIT
020230     END-IF
020240     MOVE SPACES TO WS-MNT-REQ
020250     MOVE "Y" TO WS-MNT-SQUARES
020260     MOVE "N" TO WS-MNT-CUBES
020270     MOVE ZERO TO WS-MNT-MAX-N
020280     MOVE ZERO TO WS-MNT-QUOTA
020290     DISPLAY SCR-ENT-CARD
020300     ACCEPT SCR-ENT-CARD
020310     MOVE ZERO TO WS-MNT-SKIP-ENTRY
020320     PERFORM 8570-EDIT-ENT THRU 8570-EXIT
020330     IF WS-MNT-OK
020340         ADD 1 TO WS-ENT-COUNT
020350         SET ENT-IX TO WS-ENT-COUNT
020360         PERFORM 8539-SCREEN-TO-ENT THRU 8539-EXIT
020370     ELSE
020380         DISPLAY SCR-DECK-ERROR
020390     END-IF.
020400 8540-EXIT.
020410     EXIT.
020420
020430 8550-CHANGE-ENT.
020440     IF WS-ENT-COUNT = ZERO
020450         MOVE "MASTER IS EMPTY" TO WS-MNT-ERROR-MSG
020460         DISPLAY SCR-DECK-ERROR
020470         GO TO 8550-EXIT
020480     END-IF
020490     MOVE ZERO TO WS-ENTRY-NUM
020500     DISPLAY SCR-DECK-ENTRY
020510     ACCEPT SCR-DECK-ENTRY
020520     IF WS-ENTRY-NUM = ZERO OR WS-ENTRY-NUM > WS-ENT-COUNT
020530         MOVE "NO SUCH ENTRY" TO WS-MNT-ERROR-MSG
020540         DISPLAY SCR-DECK-ERROR
020550         GO TO 8550-EXIT
020560     END-IF
020570     SET ENT-IX TO WS-ENTRY-NUM
020580     PERFORM 8537-ENT-TO-SCREEN THRU 8537-EXIT
020590     DISPLAY SCR-ENT-CARD
020600     ACCEPT SCR-ENT-CARD
020610     MOVE WS-ENTRY-NUM TO WS-MNT-SKIP-ENTRY
020620     PERFORM 8570-EDIT-ENT THRU 8570-EXIT
020630     IF WS-MNT-OK
020640         SET ENT-IX TO WS-ENTRY-NUM
020650         PERFORM 8539-SCREEN-TO-ENT THRU 8539-EXIT
020660     ELSE
020670         DISPLAY SCR-DECK-ERROR
020680     END-IF.
020690 8550-EXIT.
020700     EXIT.
020710
020720 8560-DELETE-ENT.
020730     IF WS-ENT-COUNT = ZERO
020740         MOVE "MASTER IS EMPTY" TO WS-MNT-ERROR-MSG
020750         DISPLAY SCR-DECK-ERROR
020760         GO TO 8560-EXIT
020770     END-IF
020780     MOVE ZERO TO WS-ENTRY-NUM
020790     DISPLAY SCR-DECK-ENTRY
020800     ACCEPT SCR-DECK-ENTRY
020810     IF WS-ENTRY-NUM = ZERO OR WS-ENTRY-NUM > WS-ENT-COUNT
020820         MOVE "NO SUCH ENTRY" TO WS-MNT-ERROR-MSG
020830         DISPLAY SCR-DECK-ERROR
020840         GO TO 8560-EXIT
020850     END-IF
020860     MOVE WS-ENTRY-NUM TO WS-SHIFT-IX
020870     PERFORM 8565-SHIFT-ONE-ENT THRU 8565-EXIT
020880         UNTIL WS-SHIFT-IX NOT < WS-ENT-COUNT
020890     SUBTRACT 1 FROM WS-ENT-COUNT.
020900 8560-EXIT.
020910     EXIT.
020920
020930 8565-SHIFT-ONE-ENT.
020940     SET ENT-IX TO WS-SHIFT-IX
020950     MOVE WS-ENT-ENTRY (ENT-IX + 1) TO WS-ENT-ENTRY (ENT-IX)
020960     ADD 1 TO WS-SHIFT-IX.
020970 8565-EXIT.
020980     EXIT.
020990
021000 8570-EDIT-ENT.
021010*    ONE RECORD PER REQUESTER CODE, SO THE CODE ALONE IS THE
021020*    DUPLICATE KEY.  A REQUESTER WITH NEITHER TYPE IS ALLOWED -
021030*    THAT IS HOW A DEPARTMENT IS STOPPED WITHOUT LOSING ITS
021040*    LIMITS - AND A ZERO MAXIMUM N OR QUOTA MEANS NO LIMIT.
021050     MOVE "N" TO WS-MNT-OK-SW
021060     MOVE SPACES TO WS-MNT-ERROR-MSG
021070     IF WS-MNT-REQ = SPACES
021080         MOVE "REQUESTER CODE IS REQUIRED" TO WS-MNT-ERROR-MSG
021090         GO TO 8570-EXIT
021100     END-IF
021110     IF WS-MNT-SQUARES = "y"
021120         MOVE "Y" TO WS-MNT-SQUARES
021130     END-IF
021140     IF WS-MNT-SQUARES = "n"
021150         MOVE "N" TO WS-MNT-SQUARES
021160     END-IF
021170     IF WS-MNT-CUBES = "y"
021180         MOVE "Y" TO WS-MNT-CUBES
021190     END-IF
021200     IF WS-MNT-CUBES = "n"
021210         MOVE "N" TO WS-MNT-CUBES
021220     END-IF
021230     IF (WS-MNT-SQUARES NOT = "Y"
021240                 AND WS-MNT-SQUARES NOT = "N")
021250             OR (WS-MNT-CUBES NOT = "Y"
021260                 AND WS-MNT-CUBES NOT = "N")
021270         MOVE "CALC TYPES MUST BE Y OR N" TO WS-MNT-ERROR-MSG
021280         GO TO 8570-EXIT
021290     END-IF
021300     IF WS-MNT-MAX-N > WS-ONLN-MAX-N
021310         MOVE "ABOVE OVERFLOW CEILING" TO WS-MNT-ERROR-MSG
021320         GO TO 8570-EXIT
021330     END-IF
021340     PERFORM 8575-CHECK-ENT-DUP THRU 8575-EXIT
021350     IF WS-DUP-FOUND
021360         MOVE "REQUESTER ALREADY ON MASTER" TO WS-MNT-ERROR-MSG
021370         GO TO 8570-EXIT
021380     END-IF
021390     SET WS-MNT-OK TO TRUE.
021400 8570-EXIT.
021410     EXIT.
021420
021430 8575-CHECK-ENT-DUP.
021440*    WS-MNT-SKIP-ENTRY IS THE ENTRY BEING CHANGED; ZERO ON AN ADD.
021450     MOVE "N" TO WS-DUP-FOUND-SW
021460     MOVE ZERO TO WS-SHIFT-IX
021470     IF WS-ENT-COUNT = ZERO
021480         GO TO 8575-EXIT
021490     END-IF
021500     SET ENT-IX TO 1
021510     PERFORM 8577-CHECK-ONE-ENT-DUP THRU 8577-EXIT
021520         UNTIL ENT-IX > WS-ENT-COUNT OR WS-DUP-FOUND.
021530 8575-EXIT.
021540     EXIT.
021550
021560 8577-CHECK-ONE-ENT-DUP.
021570     ADD 1 TO WS-SHIFT-IX
021580     IF WS-SHIFT-IX NOT = WS-MNT-SKIP-ENTRY
021590             AND WS-ENT-TBL-REQ (ENT-IX) = WS-MNT-REQ
021600         SET WS-DUP-FOUND TO TRUE
021610     END-IF
021620     SET ENT-IX UP BY 1.
021630 8577-EXIT.
021640     EXIT.
021650
021660 8580-CONFIRM-ENT-SAVE.
021670*    THE SAME GUARD AS THE STANDING-REQUEST SCREEN - RECORDS THAT
021680*    COULD NOT BE TABLED WOULD BE DROPPED, SO THE OPERATOR HAS TO
021690*    SAY Y FIRST.
021700     IF WS-ENT-SKIP-COUNT = ZERO
021710         SET WS-ENT-SAVE TO TRUE
021720         SET WS-ENT-DONE TO TRUE
021730         GO TO 8580-EXIT
021740     END-IF
021750     MOVE SPACES TO WS-SAVE-CONFIRM
021760     DISPLAY SCR-ENT-SAVE-WARN
021770     ACCEPT SCR-ENT-SAVE-WARN
021780     IF WS-SAVE-CONFIRMED
021790         SET WS-ENT-SAVE TO TRUE
021800         SET WS-ENT-DONE TO TRUE
021810     END-IF.
021820 8580-EXIT.
021830     EXIT.
021840
021850 8590-SAVE-ENT.
021860*    JOURNALED LIKE EVERY OTHER SAVE - NO JOURNAL, NO SAVE.  AN
021870*    ENTITLEMENT CHANGE SHOWS ON MAINTJNL AS THE OLD RECORD
021880*    REMOVED AND THE NEW ONE ADDED, SO WHO RAISED WHOSE QUOTA
021890*    FROM WHAT TO WHAT IS ON FILE.
021900     SET SAV-JRN-ENT-SCREEN TO TRUE
021910     MOVE "ENTLMST" TO SAV-JRN-FILE
021920     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
021930     IF NOT WS-JRNL-OK
021940         GO TO 8590-EXIT
021950     END-IF
021960     PERFORM 8592-TABLE-ENT-BEFORE THRU 8592-EXIT
021970     OPEN OUTPUT DSQ-ENT-FILE
021980     IF NOT WS-ENT-OK
021990         MOVE "UNABLE TO REWRITE ENTLMST" TO WS-MNT-ERROR-MSG
022000         DISPLAY SCR-DECK-ERROR
022010         CLOSE DSQ-JRNL-FILE
022020         GO TO 8590-EXIT
022030     END-IF
022040     IF WS-ENT-COUNT > ZERO
022050         SET ENT-IX TO 1
022060         PERFORM 8596-WRITE-ONE-ENT THRU 8596-EXIT
022070             UNTIL ENT-IX > WS-ENT-COUNT
022080     END-IF
022090     CLOSE DSQ-ENT-FILE
022100     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
022110 8590-EXIT.
022120     EXIT.
022130
022140 8592-TABLE-ENT-BEFORE.
022150     OPEN INPUT DSQ-ENT-FILE
022160     IF NOT WS-ENT-OK
022170         GO TO 8592-EXIT
022180     END-IF
022190     PERFORM 8594-TABLE-ONE-BEFORE-ENT THRU 8594-EXIT
022200         UNTIL WS-ENT-EOF
022210     CLOSE DSQ-ENT-FILE.
022220 8592-EXIT.
022230     EXIT.
022240
022250 8594-TABLE-ONE-BEFORE-ENT.
022260     READ DSQ-ENT-FILE
022270         AT END
022280             SET WS-ENT-EOF TO TRUE
022290             GO TO 8594-EXIT
022300     END-READ
022310     MOVE DSQ-ENT-RECORD TO WS-JIM-IMAGE-WORK
022320     PERFORM 8100-TABLE-BEFORE-IMAGE THRU 8100-EXIT.
022330 8594-EXIT.
022340     EXIT.
022350
022360 8596-WRITE-ONE-ENT.
022370     MOVE WS-ENT-TBL-REQ (ENT-IX) TO DSQ-ENT-REQUESTER
022380     MOVE WS-ENT-TBL-SQUARES (ENT-IX) TO DSQ-ENT-SQUARES
022390     MOVE WS-ENT-TBL-CUBES (ENT-IX) TO DSQ-ENT-CUBES
022400     MOVE WS-ENT-TBL-MAX-N (ENT-IX) TO DSQ-ENT-MAX-N
022410     MOVE WS-ENT-TBL-QUOTA (ENT-IX) TO DSQ-ENT-MONTH-QUOTA
022420     WRITE DSQ-ENT-RECORD
022430     MOVE DSQ-ENT-RECORD TO WS-JIM-IMAGE-WORK
022440     PERFORM 8150-TABLE-AFTER-IMAGE THRU 8150-EXIT
022450     SET ENT-IX UP BY 1.
022460 8596-EXIT.
022470     EXIT.
022480
022490 END PROGRAM DSQONLN.
