000590*                online reject screen and the DSQRECYC recycle
000600*                job, so a fix is keyed once and tracked instead
000610*                of read off paper.
000611* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000612*                a step-outcome record to the suite JOBLOG
000613*                through DSQJLOG for the morning digest.
000614* 2026-10-15 NK  Requester entitlements.  A card with a non-blank
000615*                requester code is now also edited against that
000616*                requester's ENTLMST record - no record rejects
000617*                NENT, a calc type the requester may not submit
000618*                ETYP, a TO above the requester's maximum N EMXN,
000619*                and a clean card past the monthly card quota
000620*                EQTA.  Quota usage is the month's AUDITLOG
000621*                records for the requester, counted the way
000622*                DSQCHGBK bills them, plus the cards this deck has
000623*                already passed.
000624******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. DSQEDIT.
000650 ENVIRONMENT DIVISION.
000830     SELECT REJ-FILE ASSIGN TO "REJOUT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REJOUT-STATUS.
000851     SELECT ENT-FILE ASSIGN TO "ENTLMST"
000852         ORGANIZATION IS LINE SEQUENTIAL
000853         FILE STATUS IS WS-ENT-STATUS.
000854     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000855         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS WS-AUDIT-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RANGE-FILE
001000 FD  REJ-FILE
001010     RECORDING MODE IS F.
001020     COPY "DSQREJCT.CPY".
001021 FD  ENT-FILE
001022     RECORDING MODE IS F.
001023     COPY "DSQENTL.CPY".
001024 FD  AUDIT-FILE
001025     RECORDING MODE IS F.
001026     COPY "DSQAUDIT.CPY".
001030 WORKING-STORAGE SECTION.
001040 01 WS-RANGE-STATUS PIC X(02) VALUE SPACES.
001050     88 WS-RANGE-OK             VALUE "00".
001660         DEPENDING ON WS-SEEN-COUNT
001670         INDEXED BY SEEN-IX.
001680         10 WS-SEEN-FROM              PIC 9(08).
001681         10 WS-SEEN-TO                PIC 9(08).
001682         10 WS-SEEN-REQ               PIC X(03).
001683         10 WS-SEEN-TYPE              PIC X(01).
001684* THE ENTLMST ENTITLEMENT TABLE - ONE ENTRY PER REQUESTER, WITH
001685* THE CARDS ALREADY USED AGAINST ITS MONTHLY QUOTA: THE MONTH'S
001686* AUDITLOG RECORDS AT START, PLUS EVERY CARD THIS DECK PASSES.
001687* NO ENTLMST FILE ON THE RUN MEANS AN EMPTY TABLE, SO EVERY
001688* NON-BLANK CODE REJECTS - THE SAME RULE AS REQSTIN.
001689 01 WS-ENT-STATUS PIC X(02) VALUE SPACES.
001690     88 WS-ENT-OK               VALUE "00".
001691     88 WS-ENT-EOF              VALUE "10".
001692 01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
001693     88 WS-AUDIT-OK             VALUE "00".
001694     88 WS-AUDIT-EOF            VALUE "10".
001695 01 WS-ENT-FOUND-SW PIC X(01) VALUE "N".
001696     88 WS-ENT-FOUND            VALUE "Y".
001697 01 WS-RUN-MONTH PIC 9(06) VALUE ZERO.
001698 01 WS-AUDIT-USED-COUNT PIC 9(08) VALUE ZERO.
001699 01 WS-ENT-COUNT PIC 9(02) VALUE ZERO.
001700 01 WS-ENT-MAX PIC 9(02) VALUE 50.
001701 01 WS-ENT-TABLE.
001702     05 WS-ENT-ENTRY OCCURS 0 TO 50 TIMES
001703         DEPENDING ON WS-ENT-COUNT
001704         INDEXED BY ENT-IX.
001705         10 WS-ENT-TBL-CODE           PIC X(03).
001706         10 WS-ENT-TBL-SQUARES        PIC X(01).
001707             88 WS-ENT-TBL-SQUARES-OK VALUE "Y".
001708         10 WS-ENT-TBL-CUBES          PIC X(01).
001709             88 WS-ENT-TBL-CUBES-OK   VALUE "Y".
001710         10 WS-ENT-TBL-MAX-N          PIC 9(08).
001711         10 WS-ENT-TBL-QUOTA          PIC 9(06).
001712         10 WS-ENT-TBL-USED           PIC 9(08).
001713* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001714 COPY "DSQJOBLG.CPY".
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001732     INITIALIZE DSQ-JOBLOG-RECORD
001734     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001736     ACCEPT DSQ-JLG-START-TIME FROM TIME
001740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 2000-EDIT-ONE-CARD THRU 2000-EXIT
001780     PERFORM 5000-WRITE-EDIT-SUMMARY THRU 5000-EXIT
001790     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001800     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001805     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001810     STOP RUN.
001820
001830 1000-INITIALIZE.
001850     IF NOT WS-RANGE-OK
001860         DISPLAY "*** DSQEDIT - UNABLE TO OPEN RANGEIN ***"
001870         MOVE 16 TO RETURN-CODE
001873         MOVE "UNABLE TO OPEN RANGEIN" TO DSQ-JLG-REASON
001876         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001880         STOP RUN
001890     END-IF
001900     OPEN OUTPUT VRANGE-FILE
001930         DISPLAY "*** DSQEDIT - UNABLE TO OPEN AN OUTPUT "
001940             "FILE ***"
001950         MOVE 16 TO RETURN-CODE
001953         MOVE "UNABLE TO OPEN AN OUTPUT FILE" TO DSQ-JLG-REASON
001956         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001960         STOP RUN
001970     END-IF
001980     MOVE SPACES TO EDIT-REPORT-RECORD
002150     IF NOT WS-REJOUT-OK
002160         DISPLAY "*** DSQEDIT - UNABLE TO OPEN REJOUT ***"
002170         MOVE 16 TO RETURN-CODE
002173         MOVE "UNABLE TO OPEN REJOUT" TO DSQ-JLG-REASON
002176         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
002180         STOP RUN
002190     END-IF
002200     PERFORM 1100-LOAD-REQUESTERS THRU 1100-EXIT
002203     PERFORM 1200-LOAD-ENTITLEMENTS THRU 1200-EXIT
002206     PERFORM 1300-LOAD-QUOTA-USAGE THRU 1300-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230
002540         MOVE DSQ-REQ-CODE TO WS-REQ-TBL-CODE (REQ-IX)
002550     END-IF.
002560 1150-EXIT.
002561     EXIT.
002562
002563 1200-LOAD-ENTITLEMENTS.
002564*    ENTLMST IS TABLED THE SAME WAY AS REQSTIN.  A RECORD WHOSE
002565*    LIMITS DO NOT PARSE IS LEFT OUT - ITS REQUESTER THEN HAS
002566*    NO ENTITLEMENT - AND THE REPORT NAMES IT.
002567     OPEN INPUT ENT-FILE
002568     IF NOT WS-ENT-OK
002569         MOVE SPACES TO EDIT-REPORT-RECORD
002570         STRING "*** NO ENTLMST ENTITLEMENT FILE - EVERY "
002571             "NON-BLANK REQUESTER CODE WILL REJECT ***"
002572             DELIMITED BY SIZE
002573             INTO EDIT-REPORT-RECORD
002574         END-STRING
002575         WRITE EDIT-REPORT-RECORD
002576         GO TO 1200-EXIT
002577     END-IF
002578     PERFORM 1250-LOAD-ONE-ENTITLEMENT THRU 1250-EXIT
002579         UNTIL WS-ENT-EOF
002580     CLOSE ENT-FILE.
002581 1200-EXIT.
002582     EXIT.
002583
002584 1250-LOAD-ONE-ENTITLEMENT.
002585     READ ENT-FILE
002586         AT END
002587             SET WS-ENT-EOF TO TRUE
002588             GO TO 1250-EXIT
002589     END-READ
002590     IF DSQ-ENT-MAX-N NOT NUMERIC
002591             OR DSQ-ENT-MONTH-QUOTA NOT NUMERIC
002592         MOVE SPACES TO EDIT-REPORT-RECORD
002593         STRING "*** ENTLMST RECORD FOR " DSQ-ENT-REQUESTER
002594             " NOT NUMERIC - IGNORED ***"
002595             DELIMITED BY SIZE
002596             INTO EDIT-REPORT-RECORD
002597         END-STRING
002598         WRITE EDIT-REPORT-RECORD
002599         GO TO 1250-EXIT
002600     END-IF
002601     IF WS-ENT-COUNT < WS-ENT-MAX
002602         ADD 1 TO WS-ENT-COUNT
002603         SET ENT-IX TO WS-ENT-COUNT
002604         MOVE DSQ-ENT-REQUESTER TO WS-ENT-TBL-CODE (ENT-IX)
002605         MOVE DSQ-ENT-SQUARES TO WS-ENT-TBL-SQUARES (ENT-IX)
002606         MOVE DSQ-ENT-CUBES TO WS-ENT-TBL-CUBES (ENT-IX)
002607         MOVE DSQ-ENT-MAX-N TO WS-ENT-TBL-MAX-N (ENT-IX)
002608         MOVE DSQ-ENT-MONTH-QUOTA TO WS-ENT-TBL-QUOTA (ENT-IX)
002609         MOVE ZERO TO WS-ENT-TBL-USED (ENT-IX)
002610     END-IF.
002611 1250-EXIT.
002612     EXIT.
002613
002614 1300-LOAD-QUOTA-USAGE.
002615*    A REQUESTER'S USAGE FOR THE MONTH IS EVERY AUDITLOG RECORD
002616*    DATED IN THE RUN MONTH UNDER ITS CODE, OK OR NOT - WHAT
002617*    DSQCHGBK BILLS AS SUBMITTED.  NO AUDITLOG YET (THE FIRST RUN
002618*    EVER) IS NO USAGE.
002619     MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
002620     IF WS-ENT-COUNT = ZERO
002621         GO TO 1300-EXIT
002622     END-IF
002623     OPEN INPUT AUDIT-FILE
002624     IF NOT WS-AUDIT-OK
002625         MOVE SPACES TO EDIT-REPORT-RECORD
002626         STRING "*** NO AUDITLOG - QUOTA USAGE IS THIS DECK "
002627             "ALONE ***"
002628             DELIMITED BY SIZE
002629             INTO EDIT-REPORT-RECORD
002630         END-STRING
002631         WRITE EDIT-REPORT-RECORD
002632         GO TO 1300-EXIT
002633     END-IF
002634     PERFORM 1350-COUNT-ONE-AUDIT THRU 1350-EXIT
002635         UNTIL WS-AUDIT-EOF
002636     CLOSE AUDIT-FILE.
002637 1300-EXIT.
002638     EXIT.
002639
002640 1350-COUNT-ONE-AUDIT.
002641     READ AUDIT-FILE
002642         AT END
002643             SET WS-AUDIT-EOF TO TRUE
002644             GO TO 1350-EXIT
002645     END-READ
002646     IF DSQ-AUD-TS-DATE (1:6) NOT = WS-RUN-MONTH
002647             OR DSQ-AUD-REQUESTER = SPACES
002648         GO TO 1350-EXIT
002649     END-IF
002650     MOVE DSQ-AUD-REQUESTER TO WS-EDIT-REQUESTER
002651     PERFORM 2750-FIND-ENTITLEMENT THRU 2750-EXIT
002652     IF WS-ENT-FOUND
002653         ADD 1 TO WS-ENT-TBL-USED (ENT-IX)
002654         ADD 1 TO WS-AUDIT-USED-COUNT
002655     END-IF.
002656 1350-EXIT.
002657     EXIT.
002658
002659 2000-EDIT-ONE-CARD.
002660     READ RANGE-FILE
002661         AT END
002662             SET WS-RANGE-EOF TO TRUE
002663             GO TO 2000-EXIT
002664     END-READ
002665     ADD 1 TO WS-CARD-COUNT
002666     MOVE DSQ-RANGE-REQUESTER TO WS-EDIT-REQUESTER
002670     MOVE DSQ-RANGE-CALC-TYPE TO WS-EDIT-TYPE
002680     MOVE SPACES TO WS-REJECT-REASON
002690     IF DSQ-RANGE-N NOT NUMERIC
003390             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003400             GO TO 2000-EXIT
003410         END-IF
003411*        THE REQUESTER'S ENTITLEMENT - NO RECORD, A TYPE IT MAY
003412*        NOT SUBMIT, OR A TO ABOVE ITS OWN MAXIMUM N.  ENT-IX
003413*        STAYS ON THE ENTRY FOR THE QUOTA EDIT BELOW.
003414         PERFORM 2750-FIND-ENTITLEMENT THRU 2750-EXIT
003415         IF NOT WS-ENT-FOUND
003416             MOVE "NO ENTITLEMENT FOR REQUESTER"
003417                 TO WS-REJECT-REASON
003418             MOVE "NENT" TO WS-REJECT-CODE
003419             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003420             GO TO 2000-EXIT
003421         END-IF
003422         IF (WS-EDIT-TYPE = "C"
003423                 AND NOT WS-ENT-TBL-CUBES-OK (ENT-IX))
003424             OR (WS-EDIT-TYPE = SPACE
003425                 AND NOT WS-ENT-TBL-SQUARES-OK (ENT-IX))
003426             MOVE "CALC TYPE NOT ENTITLED FOR REQUESTER"
003427                 TO WS-REJECT-REASON
003428             MOVE "ETYP" TO WS-REJECT-CODE
003429             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003430             GO TO 2000-EXIT
003431         END-IF
003432         IF WS-ENT-TBL-MAX-N (ENT-IX) > ZERO
003433                 AND WS-EDIT-TO > WS-ENT-TBL-MAX-N (ENT-IX)
003434             MOVE "ABOVE REQUESTER MAXIMUM N" TO WS-REJECT-REASON
003435             MOVE "EMXN" TO WS-REJECT-CODE
003436             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003437             GO TO 2000-EXIT
003438         END-IF
003439     END-IF
003440     PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
003441     IF WS-DUP-FOUND
003450         MOVE "DUPLICATE OF AN EARLIER CARD" TO WS-REJECT-REASON
003460         MOVE "DUPL" TO WS-REJECT-CODE
003470         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003480         GO TO 2000-EXIT
003481     END-IF
003482*    THE QUOTA EDIT COMES LAST SO ONLY A CARD THAT WOULD
003483*    OTHERWISE GO THROUGH USES UP THE REQUESTER'S QUOTA.
003484     IF WS-EDIT-REQUESTER NOT = SPACES
003485         IF WS-ENT-TBL-QUOTA (ENT-IX) > ZERO
003486                 AND WS-ENT-TBL-USED (ENT-IX)
003487                     NOT < WS-ENT-TBL-QUOTA (ENT-IX)
003488             MOVE "MONTHLY CARD QUOTA USED UP" TO WS-REJECT-REASON
003489             MOVE "EQTA" TO WS-REJECT-CODE
003490             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
003491             GO TO 2000-EXIT
003492         END-IF
003493         ADD 1 TO WS-ENT-TBL-USED (ENT-IX)
003494     END-IF
003500     PERFORM 4000-WRITE-CLEAN-CARD THRU 4000-EXIT.
003510 2000-EXIT.
003520     EXIT.
003800         END-SEARCH
003810     END-IF.
003820 2700-EXIT.
003821     EXIT.
003822
003823 2750-FIND-ENTITLEMENT.
003824     MOVE "N" TO WS-ENT-FOUND-SW
003825     IF WS-ENT-COUNT > ZERO
003826         SET ENT-IX TO 1
003827         SEARCH WS-ENT-ENTRY
003828             AT END
003829                 CONTINUE
003830             WHEN WS-ENT-TBL-CODE (ENT-IX) = WS-EDIT-REQUESTER
003831                 SET WS-ENT-FOUND TO TRUE
003832         END-SEARCH
003833     END-IF.
003834 2750-EXIT.
003835     EXIT.
003840
003850 3000-WRITE-REJECT.
003860     ADD 1 TO WS-REJECT-COUNT
004680     STRING "CARDS REJECTED : " WS-REJECT-COUNT
004690         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
004700     END-STRING
004701     WRITE EDIT-REPORT-RECORD
004702     MOVE SPACES TO EDIT-REPORT-RECORD
004703     STRING "MONTH'S CARDS ALREADY ON AUDITLOG : "
004704         WS-AUDIT-USED-COUNT
004705         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
004706     END-STRING
004710     WRITE EDIT-REPORT-RECORD.
004720 5000-EXIT.
004730     EXIT.
005010 9000-EXIT.
005020     EXIT.
005030
005040 9900-LOG-STEP-OUTCOME.
005050*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
005060*    THE MORNING DIGEST.
005070     MOVE "CARDS" TO DSQ-JLG-COUNT-LABEL (1)
005080     MOVE WS-CARD-COUNT TO DSQ-JLG-COUNT (1)
005090     MOVE "CLEAN" TO DSQ-JLG-COUNT-LABEL (2)
005100     MOVE WS-CLEAN-COUNT TO DSQ-JLG-COUNT (2)
005110     MOVE "REJECTED" TO DSQ-JLG-COUNT-LABEL (3)
005120     MOVE WS-REJECT-COUNT TO DSQ-JLG-COUNT (3)
005130     EVALUATE TRUE
005140         WHEN WS-SEEN-FULL
005150             MOVE "DECK OVERFLOWED THE DUPLICATE-EDIT TABLE"
005160                 TO DSQ-JLG-REASON
005170         WHEN WS-CLEAN-COUNT = ZERO
005180             MOVE "NO USABLE CARD IN THE DECK" TO DSQ-JLG-REASON
005190         WHEN WS-REJECT-COUNT > ZERO
005200             MOVE "CARDS REJECTED TO REJOUT - SEE EDITRPT"
005210                 TO DSQ-JLG-REASON
005220         WHEN OTHER
005230             CONTINUE
005240     END-EVALUATE
005250     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005260 9900-EXIT.
005270     EXIT.
005280
005290 9950-WRITE-JOB-LOG.
005300*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005310*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005320*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005330     MOVE "DSQEDIT" TO DSQ-JLG-PROGRAM
005340     MOVE RETURN-CODE TO DSQ-JLG-RC
005350     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005360     END-CALL
005370     MOVE DSQ-JLG-RC TO RETURN-CODE.
005380 9950-EXIT.
005390     EXIT.
005400
005410 END PROGRAM DSQEDIT.
