000120*          the XTRCTOUT extract's, so DSQHRELD can prove it has
000130*          the whole backup before rebuilding the master from
000140*          it.
000141*
000142*          A CONVERT card on the JCL PARM or SYSIN unloads the
000143*          master as it stood before it carried run IDs - the
000144*          old layout, assigned to DSQHOLD - into a backup in
000145*          today's layout with every run ID zero.  DSQHRELD with
000146*          its own CONVERT card rebuilds the master from that
000147*          backup and fills the run IDs from AUDITLOG.  This is
000148*          the one-time path onto the reorganized master.
000150******************************************************************
000160* Mod Log:
000170* 2026-09-01 NK  Original program.
000171* 2026-09-01 NK  Carry the calculation-type code through the
000172*                backup with the rest of the suite.
000173* 2026-10-15 NK  Every ending, normal or hard stop, now appends
000174*                a step-outcome record to the suite JOBLOG
000175*                through DSQJLOG for the morning digest.
000176* 2026-10-15 NK  Carry the run ID through the backup.  A CONVERT
000177*                card unloads the pre-reorganization master from
000178*                DSQHOLD with zero run IDs for DSQHRELD to fill.
000179*                Details still carrying a zero run ID are counted
000180*                on the console and the job log.
000181******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DSQHUNLD.
000210 ENVIRONMENT DIVISION.
000240 OBJECT-COMPUTER.  GNUCOBOL312.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000262     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS WS-SYSIN-STATUS.
000270     SELECT DSQ-HIST-FILE ASSIGN TO "DSQHIST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS DSQ-HIST-KEY
000302         ALTERNATE RECORD KEY IS DSQ-HIST-RUN-ID
000304             WITH DUPLICATES
000306         ALTERNATE RECORD KEY IS DSQ-HIST-DATE-REQ-KEY
000308             WITH DUPLICATES
000310         FILE STATUS IS WS-HIST-STATUS.
000311     SELECT DSQ-OLDH-FILE ASSIGN TO "DSQHOLD"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS SEQUENTIAL
000314         RECORD KEY IS DSQ-OLDH-KEY
000315         FILE STATUS IS WS-OLDH-STATUS.
000320     SELECT DSQ-HBK-FILE ASSIGN TO "HISTBKUP"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-HBK-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000362 FD  SYSIN-FILE
000364     RECORDING MODE IS F.
000366 01  SYSIN-CONTROL-RECORD.
000368     05  SYSIN-CONTROL-VERB      PIC X(08).
000370 FD  DSQ-HIST-FILE.
000371     COPY "DSQHIST.CPY".
000372* THE MASTER AS IT STOOD BEFORE THE RUN ID AND THE DATE PLUS
000373* REQUESTER KEY WERE ADDED - READ ONLY BY A CONVERT UNLOAD.
000374 FD  DSQ-OLDH-FILE.
000375 01  DSQ-OLDH-RECORD.
000376     05  DSQ-OLDH-KEY.
000377         10  DSQ-OLDH-N                  PIC 9(08).
000378         10  DSQ-OLDH-FROM               PIC 9(08).
000379         10  DSQ-OLDH-TS-DATE            PIC 9(08).
000380         10  DSQ-OLDH-TS-TIME            PIC 9(08).
000381         10  DSQ-OLDH-REQUESTER          PIC X(03).
000382         10  DSQ-OLDH-CALC-TYPE          PIC X(01).
000383     05  DSQ-OLDH-SQUARE-OF-SUM          PIC 9(31).
000384     05  DSQ-OLDH-SUM-OF-SQUARES         PIC 9(31).
000385     05  DSQ-OLDH-DIFFERENCE             PIC 9(31).
000390 FD  DSQ-HBK-FILE
000400     RECORDING MODE IS F.
000410     COPY "DSQHBKP.CPY".
000420 WORKING-STORAGE SECTION.
000423 01 WS-SYSIN-STATUS PIC X(02) VALUE SPACES.
000426     88 WS-SYSIN-OK             VALUE "00".
000430 01 WS-HIST-STATUS PIC X(02) VALUE SPACES.
000440     88 WS-HIST-OK              VALUE "00".
000450     88 WS-HIST-EOF             VALUE "10".
000460 01 WS-HBK-STATUS PIC X(02) VALUE SPACES.
000470     88 WS-HBK-OK               VALUE "00".
000471 01 WS-OLDH-STATUS PIC X(02) VALUE SPACES.
000472     88 WS-OLDH-OK              VALUE "00".
000473     88 WS-OLDH-EOF             VALUE "10".
000474 01 WS-PARM-CARD PIC X(08) VALUE SPACES.
000475 01 WS-PARM-TRIMMED PIC X(08) VALUE SPACES.
000476 01 WS-CONVERT-SW PIC X(01) VALUE "N".
000477     88 WS-CONVERT-MODE         VALUE "Y".
000480 01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
000490 01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
000500 01 WS-RECORD-COUNT PIC 9(08) VALUE ZERO.
000505 01 WS-NO-RUN-ID-COUNT PIC 9(08) VALUE ZERO.
000510* THE HASH TOTALS ACCUMULATE MODULO PIC 9(10) (NO SIZE ERROR
000520* CHECK, BY DESIGN) AND DSQHRELD COMPARES THEM WITH THE SAME
000530* TRUNCATION.
000540 01 WS-HASH-SQ-OF-SUM PIC 9(10) VALUE ZERO.
000550 01 WS-HASH-SUM-OF-SQ PIC 9(10) VALUE ZERO.
000560 01 WS-HASH-DIFFERENCE PIC 9(10) VALUE ZERO.
000563* STEP-OUTCOME RECORD FOR THE SUITE JOB LOG - SEE DSQJLOG.
000566 COPY "DSQJOBLG.CPY".
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000582     INITIALIZE DSQ-JOBLOG-RECORD
000584     ACCEPT DSQ-JLG-START-DATE FROM DATE YYYYMMDD
000586     ACCEPT DSQ-JLG-START-TIME FROM TIME
000590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000600     ACCEPT WS-RUN-TIME FROM TIME
000605     PERFORM 0500-GET-CONVERT-MODE THRU 0500-EXIT
000610     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000620     PERFORM 1500-WRITE-BACKUP-HEADER THRU 1500-EXIT
000623     IF WS-CONVERT-MODE
000626         PERFORM 2500-UNLOAD-ONE-OLD-RECORD THRU 2500-EXIT
000629             UNTIL WS-OLDH-EOF
000632     ELSE
000635         PERFORM 2000-UNLOAD-ONE-RECORD THRU 2000-EXIT
000638             UNTIL WS-HIST-EOF
000641     END-IF
000650     PERFORM 5000-WRITE-BACKUP-TRAILER THRU 5000-EXIT
000660     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000670     MOVE 0 TO RETURN-CODE
000675     PERFORM 9900-LOG-STEP-OUTCOME THRU 9900-EXIT
000680     STOP RUN.
000681
000682 0500-GET-CONVERT-MODE.
000683*    A CONVERT VERB ON THE JCL PARM OR A SYSIN CARD SWITCHES THE
000684*    UNLOAD TO THE PRE-REORGANIZATION MASTER; A PLAIN UNLOAD
000685*    NEEDS NEITHER.
000686     ACCEPT WS-PARM-CARD FROM COMMAND-LINE
000687     MOVE FUNCTION TRIM(WS-PARM-CARD) TO WS-PARM-TRIMMED
000688     IF WS-PARM-TRIMMED = "CONVERT"
000689         SET WS-CONVERT-MODE TO TRUE
000690     ELSE
000691         OPEN INPUT SYSIN-FILE
000692         IF WS-SYSIN-OK
000693             READ SYSIN-FILE
000694                 NOT AT END
000695                     IF SYSIN-CONTROL-VERB = "CONVERT "
000696                         SET WS-CONVERT-MODE TO TRUE
000697                     END-IF
000698             END-READ
000699             CLOSE SYSIN-FILE
000700         END-IF
000701     END-IF.
000702 0500-EXIT.
000703     EXIT.
000704
000705 1000-OPEN-FILES.
000706     IF WS-CONVERT-MODE
000707         OPEN INPUT DSQ-OLDH-FILE
000708         IF NOT WS-OLDH-OK
000709             DISPLAY "*** DSQHUNLD - UNABLE TO OPEN DSQHOLD ***"
000710             MOVE 16 TO RETURN-CODE
000711             MOVE "UNABLE TO OPEN DSQHOLD FOR CONVERT"
000712                 TO DSQ-JLG-REASON
000713             PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000714             STOP RUN
000715         END-IF
000716     ELSE
000717         OPEN INPUT DSQ-HIST-FILE
000718         IF NOT WS-HIST-OK
000719             DISPLAY "*** DSQHUNLD - UNABLE TO OPEN DSQHIST ***"
000720             MOVE 16 TO RETURN-CODE
000721             MOVE "UNABLE TO OPEN DSQHIST" TO DSQ-JLG-REASON
000722             PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000723             STOP RUN
000724         END-IF
000750     END-IF
000760     OPEN OUTPUT DSQ-HBK-FILE
000770     IF NOT WS-HBK-OK
000780         DISPLAY "*** DSQHUNLD - UNABLE TO OPEN HISTBKUP ***"
000790         MOVE 16 TO RETURN-CODE
000793         MOVE "UNABLE TO OPEN HISTBKUP" TO DSQ-JLG-REASON
000796         PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT
000800         STOP RUN
000810     END-IF.
000820 1000-EXIT.
001060     MOVE DSQ-HIST-SQUARE-OF-SUM  TO DSQ-HBK-SQUARE-OF-SUM
001070     MOVE DSQ-HIST-SUM-OF-SQUARES TO DSQ-HBK-SUM-OF-SQUARES
001080     MOVE DSQ-HIST-DIFFERENCE     TO DSQ-HBK-DIFFERENCE
001081     MOVE DSQ-HIST-RUN-ID         TO DSQ-HBK-RUN-ID
001082     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
001083 2000-EXIT.
001084     EXIT.
001085
001086 2500-UNLOAD-ONE-OLD-RECORD.
001087*    THE OLD MASTER HAS NO RUN ID TO GIVE - ZERO GOES ON THE
001088*    BACKUP FOR DSQHRELD'S CONVERT RELOAD TO FILL.
001089     READ DSQ-OLDH-FILE
001090         AT END
001091             SET WS-OLDH-EOF TO TRUE
001092             GO TO 2500-EXIT
001093     END-READ
001094     MOVE SPACES TO DSQ-HBK-RECORD
001095     SET DSQ-HBK-DETAIL TO TRUE
001096     MOVE DSQ-OLDH-N              TO DSQ-HBK-N
001097     MOVE DSQ-OLDH-FROM           TO DSQ-HBK-FROM
001098     MOVE DSQ-OLDH-TS-DATE        TO DSQ-HBK-TS-DATE
001099     MOVE DSQ-OLDH-TS-TIME        TO DSQ-HBK-TS-TIME
001100     MOVE DSQ-OLDH-REQUESTER      TO DSQ-HBK-REQUESTER
001101     MOVE DSQ-OLDH-CALC-TYPE      TO DSQ-HBK-CALC-TYPE
001102     MOVE DSQ-OLDH-SQUARE-OF-SUM  TO DSQ-HBK-SQUARE-OF-SUM
001103     MOVE DSQ-OLDH-SUM-OF-SQUARES TO DSQ-HBK-SUM-OF-SQUARES
001104     MOVE DSQ-OLDH-DIFFERENCE     TO DSQ-HBK-DIFFERENCE
001105     MOVE ZERO                    TO DSQ-HBK-RUN-ID
001106     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
001107 2500-EXIT.
001108     EXIT.
001109
001110 2800-WRITE-DETAIL.
001111     WRITE DSQ-HBK-RECORD
001112     ADD 1 TO WS-RECORD-COUNT
001113     IF DSQ-HBK-RUN-ID = ZERO
001114         ADD 1 TO WS-NO-RUN-ID-COUNT
001115     END-IF
001116     ADD DSQ-HBK-SQUARE-OF-SUM  TO WS-HASH-SQ-OF-SUM
001117     ADD DSQ-HBK-SUM-OF-SQUARES TO WS-HASH-SUM-OF-SQ
001118     ADD DSQ-HBK-DIFFERENCE     TO WS-HASH-DIFFERENCE.
001119 2800-EXIT.
001150     EXIT.
001151
001160 5000-WRITE-BACKUP-TRAILER.
001260     EXIT.
001261
001270 8000-CLOSE-FILES.
001273     IF WS-CONVERT-MODE
001276         CLOSE DSQ-OLDH-FILE
001279     ELSE
001282         CLOSE DSQ-HIST-FILE
001285     END-IF
001290     CLOSE DSQ-HBK-FILE
001300     DISPLAY "DSQHUNLD RECORDS UNLOADED:" WS-RECORD-COUNT
001305     DISPLAY "DSQHUNLD ZERO RUN IDS    :" WS-NO-RUN-ID-COUNT.
001310 8000-EXIT.
001320     EXIT.
001321
001331 9900-LOG-STEP-OUTCOME.
001341*    WHAT THE STEP DID AND, WHEN THE RC IS NOT ZERO, WHY - FOR
001351*    THE MORNING DIGEST.
001361     MOVE "RECORDS" TO DSQ-JLG-COUNT-LABEL (1)
001371     MOVE WS-RECORD-COUNT TO DSQ-JLG-COUNT (1)
001381     MOVE "ZERO RUNID" TO DSQ-JLG-COUNT-LABEL (2)
001391     MOVE WS-NO-RUN-ID-COUNT TO DSQ-JLG-COUNT (2)
001401     PERFORM 9950-WRITE-JOB-LOG THRU 9950-EXIT.
001411 9900-EXIT.
001421     EXIT.
001431
001441 9950-WRITE-JOB-LOG.
001451*    ONE STEP-OUTCOME RECORD ON JOBLOG FOR EVERY ENDING, NORMAL
001461*    END OR HARD STOP.  THE CALL HANDS BACK A RETURN-CODE OF
001471*    ITS OWN, SO THE STEP'S RC IS PUT BACK AFTER IT.
001481     MOVE "DSQHUNLD" TO DSQ-JLG-PROGRAM
001491     MOVE RETURN-CODE TO DSQ-JLG-RC
001501     CALL "DSQJLOG" USING DSQ-JOBLOG-RECORD
001511     END-CALL
001521     MOVE DSQ-JLG-RC TO RETURN-CODE.
001531 9950-EXIT.
001541     EXIT.
001551
001561 END PROGRAM DSQHUNLD.
