000212*                chase window - with the one-day default, a run
000213*                completed yesterday and still unacknowledged
000214*                is chased this morning, not tomorrow's.
000215* 2026-10-15 NK  Per-destination acknowledgment.  A run split by
000216*                DSQDIST has a ROUTED record per destination on
000217*                RUNCTL; an ACKIN record carrying a destination
000218*                is matched against that split's controls and
000219*                appends an ACKED record with the destination.
000220*                When the last destination acks, a run-level
000221*                ACKED follows.  The sweep chases each late
000222*                destination on its own, aged from its routing.
000223*                An ACKIN record with no destination for a
000224*                routed run is counted bad - a routed run
000225*                settles only through its destinations' acks.
000226* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000227*                a step-outcome record to the suite JOBLOG
000228*                through DSQJLOG for the morning digest.
000229******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DSQACK.
000250 ENVIRONMENT DIVISION.
000840 01 WS-ACK-GOOD-COUNT PIC 9(08) VALUE ZERO.
000850 01 WS-ACK-BAD-COUNT PIC 9(08) VALUE ZERO.
000860 01 WS-OVERDUE-COUNT PIC 9(08) VALUE ZERO.
000865 01 WS-DEST-OVERDUE-COUNT PIC 9(08) VALUE ZERO.
000870 01 WS-RUN-FOUND-SW PIC X(01) VALUE "N".
000880     88 WS-RUN-FOUND            VALUE "Y".
000890 01 WS-RUN-TABLE-FULL-SW PIC X(01) VALUE "N".
000900     88 WS-RUN-TABLE-FULL       VALUE "Y".
000910 01 WS-RUN-AGE-DAYS PIC S9(05) VALUE ZERO.
000911* THE DESTINATION AN ACKED RECORD IS REGISTERED FOR - SPACES
000912* FOR THE RUN-LEVEL ACKED RECORD.
000913 01 WS-REG-DEST PIC X(08) VALUE SPACES.
000914 01 WS-LOOK-RUN-ID PIC 9(08) VALUE ZERO.
000915 01 WS-LOOK-DEST PIC X(08) VALUE SPACES.
000916 01 WS-DEST-FOUND-SW PIC X(01) VALUE "N".
000917     88 WS-DEST-FOUND           VALUE "Y".
000918 01 WS-DEST-TABLE-FULL-SW PIC X(01) VALUE "N".
000919     88 WS-DEST-TABLE-FULL      VALUE "Y".
000920 01 WS-DEST-OPEN-SW PIC X(01) VALUE "N".
000921     88 WS-DEST-OPEN            VALUE "Y".
000922 01 WS-RUN-OVERDUE-SW PIC X(01) VALUE "N".
000923     88 WS-RUN-OVERDUE          VALUE "Y".
000924* EVERY RUN ON RUNCTL, ONE ENTRY PER RUN IDENTIFIER, WITH THE
000930* LATEST STATUS FACTS FOLDED IN - COMPLETED AND WHEN, THE
000940* CONTROL TOTALS OFF THE COMPLETE RECORD, WHETHER AN ACKED OR
000950* BACKDOUT RECORD FOLLOWED.
001060             88 WS-RUNT-ACKED         VALUE "Y".
001070         10 WS-RUNT-BACKEDOUT-SW      PIC X(01).
001080             88 WS-RUNT-BACKEDOUT     VALUE "Y".
001083         10 WS-RUNT-ROUTED-SW         PIC X(01).
001086             88 WS-RUNT-ROUTED        VALUE "Y".
001090         10 WS-RUNT-COMPLETE-DATE     PIC 9(08).
001100         10 WS-RUNT-FP-CARD-COUNT     PIC 9(08).
001110         10 WS-RUNT-FP-HASH           PIC 9(10).
001120         10 WS-RUNT-DETAIL-COUNT      PIC 9(08).
001130         10 WS-RUNT-HASH-SQ-OF-SUM    PIC 9(10).
001131         10 WS-RUNT-HASH-SUM-OF-SQ    PIC 9(10).
001132         10 WS-RUNT-HASH-DIFFERENCE   PIC 9(10).
001133* ONE ENTRY PER DESTINATION A RUN WAS ROUTED TO, WITH THE
001134* CONTROLS OFF ITS LATEST ROUTED RECORD AND WHETHER THAT
001135* DESTINATION HAS ACKED SINCE.
001136 01 WS-RDST-COUNT PIC 9(04) VALUE ZERO.
001137 01 WS-RDST-MAX PIC 9(04) VALUE 2000.
001138 01 WS-RDST-TABLE.
001139     05 WS-RDST-ENTRY OCCURS 0 TO 2000 TIMES
001140         DEPENDING ON WS-RDST-COUNT
001141         INDEXED BY RDST-IX RDST-WX.
001142         10 WS-RDST-RUN-ID            PIC 9(08).
001143         10 WS-RDST-DEST              PIC X(08).
001144         10 WS-RDST-ACKED-SW          PIC X(01).
001145             88 WS-RDST-ACKED         VALUE "Y".
001146         10 WS-RDST-ROUTED-DATE       PIC 9(08).
001147         10 WS-RDST-DETAIL-COUNT      PIC 9(08).
001148         10 WS-RDST-HASH-SQ-OF-SUM    PIC 9(10).
001149         10 WS-RDST-HASH-SUM-OF-SQ    PIC 9(10).
001150         10 WS-RDST-HASH-DIFFERENCE   PIC 9(10).
001151* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
001152 COPY "DSQJOBLG.CPY".
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001172     INITIALIZE DSQ-JOBLOG-RECORD
001174     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
001176     ACCEPT DSQ-JLG-START-TIME FROM TIME
001180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001190     ACCEPT WS-RUN-TIME FROM TIME
001200     PERFORM 1000-GET-CHASE-DAYS THRU 1000-EXIT
001280     PERFORM 6000-WRITE-ACK-SUMMARY THRU 6000-EXIT
001290     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
001300     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
001305     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
001310     STOP RUN.
001311
001320 1000-GET-CHASE-DAYS.
001610     IF NOT WS-RUNCTL-OK
001620         DISPLAY "*** DSQACK - UNABLE TO OPEN RUNCTL ***"
001630         MOVE 16 TO RETURN-CODE
001633         MOVE "UNABLE TO OPEN RUNCTL" TO DSQ-JLG-REASON
001636         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001640         STOP RUN
001650     END-IF
001660*    NO ACKIN ON THE RUN IS NOT AN ERROR - THE OVERDUE SWEEP
001730     IF NOT WS-ACKRPT-OK
001740         DISPLAY "*** DSQACK - UNABLE TO OPEN ACKRPT ***"
001750         MOVE 16 TO RETURN-CODE
001753         MOVE "UNABLE TO OPEN ACKRPT" TO DSQ-JLG-REASON
001756         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
001760         STOP RUN
001770     END-IF
001780     MOVE SPACES TO ACK-REPORT-RECORD
002190                 TO WS-RUNT-HASH-SUM-OF-SQ (RUNT-IX)
002200             MOVE DSQ-RCT-HASH-DIFFERENCE
002210                 TO WS-RUNT-HASH-DIFFERENCE (RUNT-IX)
002211*        A ROUTING AFTER A RUN-LEVEL ACK (DSQDIST RERUN) PUTS
002212*        THE RUN BACK ON THE CHASE UNTIL THE NEW SPLIT ACKS.
002213         WHEN DSQ-RCT-ROUTED
002214             SET WS-RUNT-ROUTED (RUNT-IX) TO TRUE
002215             MOVE "N" TO WS-RUNT-ACKED-SW (RUNT-IX)
002216             PERFORM 2600-TABLE-ROUTED-DEST THRU 2600-EXIT
002220         WHEN DSQ-RCT-ACKED
002221             IF DSQ-RCT-DEST NOT = SPACES
002222                 MOVE DSQ-RCT-RUN-ID TO WS-LOOK-RUN-ID
002223                 MOVE DSQ-RCT-DEST TO WS-LOOK-DEST
002224                 PERFORM 2650-FIND-DEST-ENTRY THRU 2650-EXIT
002225                 IF WS-DEST-FOUND
002226                     SET WS-RDST-ACKED (RDST-IX) TO TRUE
002227                 END-IF
002228             ELSE
002230             SET WS-RUNT-ACKED (RUNT-IX) TO TRUE
002235             END-IF
002240         WHEN DSQ-RCT-BACKEDOUT
002250             SET WS-RUNT-BACKEDOUT (RUNT-IX) TO TRUE
002260         WHEN OTHER
002560             MOVE "N" TO WS-RUNT-COMPLETE-SW (RUNT-IX)
002570             MOVE "N" TO WS-RUNT-ACKED-SW (RUNT-IX)
002580             MOVE "N" TO WS-RUNT-BACKEDOUT-SW (RUNT-IX)
002585             MOVE "N" TO WS-RUNT-ROUTED-SW (RUNT-IX)
002590         ELSE
002600             IF NOT WS-RUN-TABLE-FULL
002610                 SET WS-RUN-TABLE-FULL TO TRUE
002640                     " RUNS ON RUNCTL - SWEEP INCOMPLETE ***"
002650                     DELIMITED BY SIZE
002660                     INTO ACK-REPORT-RECORD
002661                 END-STRING
002662                 WRITE ACK-REPORT-RECORD
002663             END-IF
002664         END-IF
002665     END-IF.
002666 2500-EXIT.
002667     EXIT.
002668
002669 2600-TABLE-ROUTED-DEST.
002670*    THE LATEST ROUTED RECORD FOR A RUN AND DESTINATION CARRIES
002671*    THE CONTROLS OF THE SPLIT THAT DESTINATION HOLDS, AND
002672*    WANTS ACKNOWLEDGING AFRESH.
002673     MOVE DSQ-RCT-RUN-ID TO WS-LOOK-RUN-ID
002674     MOVE DSQ-RCT-DEST TO WS-LOOK-DEST
002675     PERFORM 2650-FIND-DEST-ENTRY THRU 2650-EXIT
002676     IF NOT WS-DEST-FOUND
002677         IF WS-RDST-COUNT < WS-RDST-MAX
002678             ADD 1 TO WS-RDST-COUNT
002679             SET RDST-IX TO WS-RDST-COUNT
002680             INITIALIZE WS-RDST-ENTRY (RDST-IX)
002681             MOVE DSQ-RCT-RUN-ID TO WS-RDST-RUN-ID (RDST-IX)
002682             MOVE DSQ-RCT-DEST TO WS-RDST-DEST (RDST-IX)
002683         ELSE
002684             IF NOT WS-DEST-TABLE-FULL
002685                 SET WS-DEST-TABLE-FULL TO TRUE
002686                 MOVE SPACES TO ACK-REPORT-RECORD
002687                 STRING "*** MORE THAN " WS-RDST-MAX
002688                     " ROUTINGS ON RUNCTL - SWEEP INCOMPLETE ***"
002689                     DELIMITED BY SIZE
002690                     INTO ACK-REPORT-RECORD
002691                 END-STRING
002692                 WRITE ACK-REPORT-RECORD
002693             END-IF
002694             GO TO 2600-EXIT
002695         END-IF
002696     END-IF
002697     MOVE "N" TO WS-RDST-ACKED-SW (RDST-IX)
002698     MOVE DSQ-RCT-TS-DATE TO WS-RDST-ROUTED-DATE (RDST-IX)
002699     MOVE DSQ-RCT-DETAIL-COUNT TO WS-RDST-DETAIL-COUNT (RDST-IX)
002700     MOVE DSQ-RCT-HASH-SQ-OF-SUM
002701         TO WS-RDST-HASH-SQ-OF-SUM (RDST-IX)
002702     MOVE DSQ-RCT-HASH-SUM-OF-SQ
002703         TO WS-RDST-HASH-SUM-OF-SQ (RDST-IX)
002704     MOVE DSQ-RCT-HASH-DIFFERENCE
002705         TO WS-RDST-HASH-DIFFERENCE (RDST-IX).
002706 2600-EXIT.
002707     EXIT.
002708
002709 2650-FIND-DEST-ENTRY.
002710     MOVE "N" TO WS-DEST-FOUND-SW
002711     IF WS-RDST-COUNT > ZERO
002712         SET RDST-IX TO 1
002713         SEARCH WS-RDST-ENTRY
002714             AT END
002715                 CONTINUE
002716             WHEN WS-RDST-RUN-ID (RDST-IX) = WS-LOOK-RUN-ID
002717                     AND WS-RDST-DEST (RDST-IX) = WS-LOOK-DEST
002718                 SET WS-DEST-FOUND TO TRUE
002719         END-SEARCH
002720     END-IF.
002721 2650-EXIT.
002730     EXIT.
002731
002740 3000-MATCH-ONE-ACK.
002860             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
002870         END-STRING
002880         WRITE ACK-REPORT-RECORD
002882         GO TO 3000-EXIT
002884     END-IF
002886     IF DSQ-ACK-DEST NOT = SPACES
002888         PERFORM 3500-MATCH-DEST-ACK THRU 3500-EXIT
002890         GO TO 3000-EXIT
002900     END-IF
002910     EVALUATE TRUE
003110                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003120             END-STRING
003130             WRITE ACK-REPORT-RECORD
003131*        A ROUTED RUN SETTLES ONLY THROUGH ITS PER-DESTINATION
003132*        ACKNOWLEDGMENTS - A WHOLE-RUN ACK WOULD PASS OVER THE
003133*        DESTINATIONS THAT NEVER CONFIRMED.
003134         WHEN WS-RUNT-ROUTED (RUNT-IX)
003135             ADD 1 TO WS-ACK-BAD-COUNT
003136             MOVE SPACES TO ACK-REPORT-RECORD
003137             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003138                 " - RUN WAS ROUTED, ACK PER DESTINATION"
003139                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003140             END-STRING
003141             WRITE ACK-REPORT-RECORD
003142         WHEN DSQ-ACK-DETAIL-COUNT
003150                     NOT = WS-RUNT-DETAIL-COUNT (RUNT-IX)
003160                 OR DSQ-ACK-HASH-SQ-OF-SUM
003170                     NOT = WS-RUNT-HASH-SQ-OF-SUM (RUNT-IX)
003320         WHEN OTHER
003330             ADD 1 TO WS-ACK-GOOD-COUNT
003340             SET WS-RUNT-ACKED (RUNT-IX) TO TRUE
003345             MOVE SPACES TO WS-REG-DEST
003350             PERFORM 4000-REGISTER-ACK THRU 4000-EXIT
003360             MOVE SPACES TO ACK-REPORT-RECORD
003370             STRING "RUN " DSQ-ACK-RUN-ID
003560 3100-EXIT.
003570     EXIT.
003571
003572 3500-MATCH-DEST-ACK.
003573*    A DESTINATION'S ACK IS PROVED AGAINST THE CONTROLS OF THE
003574*    SPLIT DSQDIST ROUTED TO IT, NOT THE WHOLE RUN'S.
003575     MOVE DSQ-ACK-RUN-ID TO WS-LOOK-RUN-ID
003576     MOVE DSQ-ACK-DEST TO WS-LOOK-DEST
003577     PERFORM 2650-FIND-DEST-ENTRY THRU 2650-EXIT
003578     EVALUATE TRUE
003579         WHEN NOT WS-RUNT-COMPLETE (RUNT-IX)
003580             ADD 1 TO WS-ACK-BAD-COUNT
003581             MOVE SPACES TO ACK-REPORT-RECORD
003582             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003583                 " DEST " DSQ-ACK-DEST
003584                 " WHICH NEVER COMPLETED"
003585                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003586             END-STRING
003587             WRITE ACK-REPORT-RECORD
003588         WHEN WS-RUNT-BACKEDOUT (RUNT-IX)
003589             MOVE SPACES TO ACK-REPORT-RECORD
003590             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003591                 " DEST " DSQ-ACK-DEST
003592                 " IGNORED - RUN IS BACKED OUT"
003593                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003594             END-STRING
003595             WRITE ACK-REPORT-RECORD
003596         WHEN NOT WS-DEST-FOUND
003597             ADD 1 TO WS-ACK-BAD-COUNT
003598             MOVE SPACES TO ACK-REPORT-RECORD
003599             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003600                 " DEST " DSQ-ACK-DEST
003601                 " - RUN NEVER ROUTED THERE"
003602                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003603             END-STRING
003604             WRITE ACK-REPORT-RECORD
003605         WHEN WS-RDST-ACKED (RDST-IX)
003606                 OR WS-RUNT-ACKED (RUNT-IX)
003607             MOVE SPACES TO ACK-REPORT-RECORD
003608             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003609                 " DEST " DSQ-ACK-DEST
003610                 " ALREADY ACKNOWLEDGED - DUPLICATE"
003611                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003612             END-STRING
003613             WRITE ACK-REPORT-RECORD
003614         WHEN DSQ-ACK-DETAIL-COUNT
003615                     NOT = WS-RDST-DETAIL-COUNT (RDST-IX)
003616                 OR DSQ-ACK-HASH-SQ-OF-SUM
003617                     NOT = WS-RDST-HASH-SQ-OF-SUM (RDST-IX)
003618                 OR DSQ-ACK-HASH-SUM-OF-SQ
003619                     NOT = WS-RDST-HASH-SUM-OF-SQ (RDST-IX)
003620                 OR DSQ-ACK-HASH-DIFFERENCE
003621                     NOT = WS-RDST-HASH-DIFFERENCE (RDST-IX)
003622             ADD 1 TO WS-ACK-BAD-COUNT
003623             MOVE SPACES TO ACK-REPORT-RECORD
003624             STRING "ACK FOR RUN " DSQ-ACK-RUN-ID
003625                 " DEST " DSQ-ACK-DEST
003626                 " DOES NOT MATCH CONTROLS SENT"
003627                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003628             END-STRING
003629             WRITE ACK-REPORT-RECORD
003630         WHEN OTHER
003631             ADD 1 TO WS-ACK-GOOD-COUNT
003632             SET WS-RDST-ACKED (RDST-IX) TO TRUE
003633             MOVE DSQ-ACK-DEST TO WS-REG-DEST
003634             PERFORM 4000-REGISTER-ACK THRU 4000-EXIT
003635             MOVE SPACES TO ACK-REPORT-RECORD
003636             STRING "RUN " DSQ-ACK-RUN-ID
003637                 " DEST " DSQ-ACK-DEST
003638                 " ACKNOWLEDGED - VERIFIED " DSQ-ACK-DATE
003639                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003640             END-STRING
003641             WRITE ACK-REPORT-RECORD
003642             PERFORM 3600-SETTLE-ROUTED-RUN THRU 3600-EXIT
003643     END-EVALUATE.
003644 3500-EXIT.
003645     EXIT.
003646
003647 3600-SETTLE-ROUTED-RUN.
003648*    ONCE NO DESTINATION OF THE RUN IS LEFT UNACKNOWLEDGED THE
003649*    RUN ITSELF IS ACKED, SO EVERYTHING ELSE THAT READS RUNCTL
003650*    SEES IT SETTLED THE SAME AS AN UNSPLIT RUN.
003651     MOVE "N" TO WS-DEST-OPEN-SW
003652     SET RDST-WX TO 1
003653     PERFORM 3650-CHECK-ONE-DEST-OPEN THRU 3650-EXIT
003654         UNTIL RDST-WX > WS-RDST-COUNT
003655     IF WS-DEST-OPEN
003656         GO TO 3600-EXIT
003657     END-IF
003658     SET WS-RUNT-ACKED (RUNT-IX) TO TRUE
003659     MOVE SPACES TO WS-REG-DEST
003660     PERFORM 4000-REGISTER-ACK THRU 4000-EXIT
003661     MOVE SPACES TO ACK-REPORT-RECORD
003662     STRING "RUN " DSQ-ACK-RUN-ID
003663         " ACKNOWLEDGED - ALL DESTINATIONS VERIFIED"
003664         DELIMITED BY SIZE INTO ACK-REPORT-RECORD
003665     END-STRING
003666     WRITE ACK-REPORT-RECORD.
003667 3600-EXIT.
003668     EXIT.
003669
003670 3650-CHECK-ONE-DEST-OPEN.
003671     IF WS-RDST-RUN-ID (RDST-WX) = WS-RUNT-RUN-ID (RUNT-IX)
003672             AND NOT WS-RDST-ACKED (RDST-WX)
003673         SET WS-DEST-OPEN TO TRUE
003674     END-IF
003675     SET RDST-WX UP BY 1.
003676 3650-EXIT.
003677     EXIT.
003678
003679 4000-REGISTER-ACK.
003680*    THE ACKED RECORD IS APPENDED WITH THE RUN'S OWN
003681*    FINGERPRINT, THE SAME APPEND-ONLY PATTERN EVERY OTHER
003682*    STATUS USES, SO THE NEXT SWEEP SEES THE RUN AS SETTLED.
003683*    WS-REG-DEST NAMES THE DESTINATION ACKED, OR IS SPACES
003684*    WHEN THE WHOLE RUN IS.
003685     MOVE WS-RUNT-RUN-ID (RUNT-IX) TO DSQ-RCT-RUN-ID
003686     MOVE WS-RUNT-FP-CARD-COUNT (RUNT-IX)
003687         TO DSQ-RCT-FP-CARD-COUNT
003688     MOVE WS-RUNT-FP-HASH (RUNT-IX) TO DSQ-RCT-FP-HASH
003689     MOVE "ACKED   " TO DSQ-RCT-STATUS
003690     MOVE WS-RUN-DATE TO DSQ-RCT-TS-DATE
003691     MOVE WS-RUN-TIME TO DSQ-RCT-TS-TIME
003692     MOVE ZERO TO DSQ-RCT-DETAIL-COUNT
003700     MOVE ZERO TO DSQ-RCT-HASH-SQ-OF-SUM
003710     MOVE ZERO TO DSQ-RCT-HASH-SUM-OF-SQ
003720     MOVE ZERO TO DSQ-RCT-HASH-DIFFERENCE
003725     MOVE WS-REG-DEST TO DSQ-RCT-DEST
003730     OPEN EXTEND DSQ-RUNCTL-FILE
003740     IF NOT WS-RUNCTL-OK
003750         DISPLAY "*** DSQACK - UNABLE TO WRITE RUNCTL - "
003760             "ACK NOT REGISTERED ***"
003770         MOVE 16 TO RETURN-CODE
003772         MOVE "UNABLE TO WRITE RUNCTL - ACK NOT REGISTERED"
003774             TO DSQ-JLG-REASON
003776         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
003780         STOP RUN
003790     END-IF
003800     WRITE DSQ-RUNCTL-RECORD
003950*    OUT, AND WHOSE COMPLETION IS AT LEAST THE CHASE WINDOW
003960*    OLD, IS WHAT OPERATIONS CHASES IN THE MORNING - WITH THE
003961*    ONE-DAY DEFAULT THAT IS THE FIRST MORNING AFTER THE RUN.
003962*    A ROUTED RUN IS CHASED DESTINATION BY DESTINATION INSTEAD.
003963     IF WS-RUNT-ROUTED (RUNT-IX)
003964         PERFORM 5200-CHASE-ROUTED-RUN THRU 5200-EXIT
003965         GO TO 5100-NEXT
003966     END-IF
003970     IF WS-RUNT-COMPLETE (RUNT-IX)
003980             AND NOT WS-RUNT-ACKED (RUNT-IX)
003990             AND NOT WS-RUNT-BACKEDOUT (RUNT-IX)
004100                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
004110             END-STRING
004120             WRITE ACK-REPORT-RECORD
004121         END-IF
004122     END-IF.
004123 5100-NEXT.
004124     SET RUNT-IX UP BY 1.
004125 5100-EXIT.
004126     EXIT.
004127
004128 5200-CHASE-ROUTED-RUN.
004129*    EACH DESTINATION STILL UNACKNOWLEDGED AT LEAST THE CHASE
004130*    WINDOW AFTER IT WAS ROUTED IS CHASED ON ITS OWN, SO ONE
004131*    LATE DEPARTMENT DOES NOT HIDE BEHIND - OR HOLD UP - THE
004132*    OTHERS.  THE RUN COUNTS ONCE AMONG THE RUNS OVERDUE.
004133     IF NOT WS-RUNT-COMPLETE (RUNT-IX)
004134             OR WS-RUNT-ACKED (RUNT-IX)
004135             OR WS-RUNT-BACKEDOUT (RUNT-IX)
004136         GO TO 5200-EXIT
004137     END-IF
004138     MOVE "N" TO WS-RUN-OVERDUE-SW
004139     SET RDST-WX TO 1
004140     PERFORM 5300-CHECK-ONE-DEST THRU 5300-EXIT
004141         UNTIL RDST-WX > WS-RDST-COUNT
004142     IF WS-RUN-OVERDUE
004143         ADD 1 TO WS-OVERDUE-COUNT
004144     END-IF.
004145 5200-EXIT.
004146     EXIT.
004147
004148 5300-CHECK-ONE-DEST.
004149     IF WS-RDST-RUN-ID (RDST-WX) = WS-RUNT-RUN-ID (RUNT-IX)
004150             AND NOT WS-RDST-ACKED (RDST-WX)
004151         COMPUTE WS-RUN-AGE-DAYS =
004152             INTEGER-OF-DATE(WS-RUN-DATE)
004153             - INTEGER-OF-DATE(WS-RDST-ROUTED-DATE (RDST-WX))
004154         IF WS-RUN-AGE-DAYS NOT < WS-CHASE-DAYS
004155             SET WS-RUN-OVERDUE TO TRUE
004156             ADD 1 TO WS-DEST-OVERDUE-COUNT
004157             MOVE SPACES TO ACK-REPORT-RECORD
004158             STRING "RUN " WS-RUNT-RUN-ID (RUNT-IX)
004159                 " DEST " WS-RDST-DEST (RDST-WX)
004160                 " ROUTED " WS-RDST-ROUTED-DATE (RDST-WX)
004161                 " STILL UNACKNOWLEDGED - CHASE"
004162                 DELIMITED BY SIZE INTO ACK-REPORT-RECORD
004163             END-STRING
004164             WRITE ACK-REPORT-RECORD
004165         END-IF
004166     END-IF
004167     SET RDST-WX UP BY 1.
004168 5300-EXIT.
004170     EXIT.
004171
004180 6000-WRITE-ACK-SUMMARY.
004370     STRING "RUNS OVERDUE FOR ACK   : " WS-OVERDUE-COUNT
004380         DELIMITED BY SIZE INTO ACK-REPORT-RECORD
004390     END-STRING
004391     WRITE ACK-REPORT-RECORD
004392     MOVE SPACES TO ACK-REPORT-RECORD
004393     STRING "DESTINATIONS OVERDUE   : " WS-DEST-OVERDUE-COUNT
004394         DELIMITED BY SIZE INTO ACK-REPORT-RECORD
004395     END-STRING
004400     WRITE ACK-REPORT-RECORD.
004410 6000-EXIT.
004420     EXIT.
004480     DISPLAY "DSQACK ACKS READ         :" WS-ACK-READ-COUNT
004490     DISPLAY "DSQACK ACKS VERIFIED     :" WS-ACK-GOOD-COUNT
004500     DISPLAY "DSQACK ACKS IN ERROR     :" WS-ACK-BAD-COUNT
004510     DISPLAY "DSQACK RUNS OVERDUE      :" WS-OVERDUE-COUNT
004515     DISPLAY "DSQACK DESTS OVERDUE     :" WS-DEST-OVERDUE-COUNT.
004520 8000-EXIT.
004530     EXIT.
004531
004540 9000-SET-RETURN-CODE.
004550*    RC 00 - EVERY ACK VERIFIED AND NO COMPLETED RUN IS OVERDUE.
004560*    RC 04 - COMPLETED RUNS ARE STILL UNACKNOWLEDGED PAST THE
004570*            CHASE WINDOW - OPERATIONS CHASES THE RECEIVER
004575*            (FOR A ROUTED RUN, EACH LATE DESTINATION).
004580*    RC 08 - AN ACK WAS BAD (UNKNOWN RUN, NEVER-COMPLETED RUN,
004590*            OR CONTROLS THAT DO NOT MATCH WHAT WAS SENT), OR
004600*            THE RUN OR ROUTING TABLE OVERFLOWED SO THE SWEEP
004610*            IS NOT COMPLETE - A TRANSFER OR CONTROL PROBLEM,
004620*            NOT JUST A SLOW RECEIVER.
004630*    RC 16 - A REQUIRED FILE COULD NOT BE OPENED OR RUNCTL
004640*            COULD NOT BE UPDATED.
004650     IF WS-ACK-BAD-COUNT > ZERO OR WS-RUN-TABLE-FULL
004655             OR WS-DEST-TABLE-FULL
004660         MOVE 8 TO RETURN-CODE
004670     ELSE
004680         IF WS-OVERDUE-COUNT > ZERO
004740 9000-EXIT.
004750     EXIT.
004751
004761 9900-LOG-STEP-OUTCOME.
004771*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
004781*    THE MORNING DIGEST.
004791     MOVE "ACKS READ" TO DSQ-JLG-COUNT-LABEL (1)
004801     MOVE WS-ACK-READ-COUNT TO DSQ-JLG-COUNT (1)
004811     MOVE "VERIFIED" TO DSQ-JLG-COUNT-LABEL (2)
004821     MOVE WS-ACK-GOOD-COUNT TO DSQ-JLG-COUNT (2)
004831     MOVE "IN ERROR" TO DSQ-JLG-COUNT-LABEL (3)
004841     MOVE WS-ACK-BAD-COUNT TO DSQ-JLG-COUNT (3)
004851     MOVE "ACKS OVERDUE" TO DSQ-JLG-ACTION-LABEL
004861     MOVE WS-OVERDUE-COUNT TO DSQ-JLG-ACTION-COUNT
004871     EVALUATE TRUE
004881         WHEN WS-ACK-BAD-COUNT > ZERO
004891             MOVE "ACKS IN ERROR - SEE ACKRPT" TO DSQ-JLG-REASON
004901         WHEN WS-RUN-TABLE-FULL OR WS-DEST-TABLE-FULL
004911             MOVE "ACK TABLES OVERFLOWED - SWEEP INCOMPLETE"
004921                 TO DSQ-JLG-REASON
004931         WHEN WS-OVERDUE-COUNT > ZERO
004941             MOVE "RUNS OVERDUE FOR ACK - CHASE RECEIVERS"
004951                 TO DSQ-JLG-REASON
004961         WHEN OTHER
004971             CONTINUE
004981     END-EVALUATE
004991     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
005001 9900-EXIT.
005011     EXIT.
005021
005031 9950-WRITE-JOB-LOG.
005041*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
005051*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
005061*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
005071     MOVE "DSQACK" TO DSQ-JLG-PROGRAM
005081     MOVE RETURN-CODE TO DSQ-JLG-RC
005091     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
005101     END-CALL
005111     MOVE DSQ-JLG-RC TO RETURN-CODE.
005121 9950-EXIT.
005131     EXIT.
005141
005151 END PROGRAM DSQACK.
