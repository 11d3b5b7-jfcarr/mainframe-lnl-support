      *                    AND ECHOING THE EFFECTIVE VALUE ON THE     *
      *                    REPORT, SO OPERATIONS CAN RETUNE IT        *
      *                    WITHOUT A RECOMPILE.                       *
      *   2026-10-15  JCF  THREE MORE TEST CASES FOR THE FACILITIES   *
      *                    THAT BROKE THE LAST RUNTIME UPGRADES: A    *
      *                    SORT WITH INPUT AND OUTPUT PROCEDURES      *
      *                    (SORTWK01), RANDOM WRITE/READ/REWRITE/     *
      *                    DELETE AGAINST THE VSAMTEST KSDS, AND A    *
      *                    DYNAMIC CALL (BY DATA-NAME) OF HELODYN,    *
      *                    WHICH IS ITS OWN LOAD MODULE, INCLUDING A  *
      *                    CANCEL AND RELOAD.  EACH HAS ITS OWN PASS/ *
      *                    FAIL LINE, TIMELOG TEST ID (SORT,          *
      *                    VSAMKSDS, DYNCALL) AND PLACE IN THE        *
      *                    TOTALS, AND A FAILURE FAILS THE SUITE WITH *
      *                    RC=8 LIKE THE ORIGINAL FOUR.  THE TEST     *
      *                    CASES RUN TOTAL IS NOW COUNTED, NOT FIXED. *
      *   2026-10-15  JCF  NOTED THAT RPTINDEX READS THE RH2-LINE     *
      *                    HEADING AND RTOT-LINE TOTALS BACK OUT OF   *
      *                    THE RETAINED REPTOUT GENERATIONS.          *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'HELLO'.
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS AUD-KEY
000350         FILE STATUS IS WS-AUDITLOG-STATUS.
000352     SELECT VSAMTEST ASSIGN TO VSAMTEST
000354         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS VTR-KEY
000357         FILE STATUS IS WS-VSAMTEST-STATUS.
000358     SELECT SORTWORK ASSIGN TO SORTWK01.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CARDIN
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 40 CHARACTERS.
000600 COPY TIMEREC.
000601 FD  VSAMTEST
000602     LABEL RECORDS ARE STANDARD.
000603 01  VSAMTEST-RECORD.
000604     05  VTR-KEY                PIC X(08).
000605     05  VTR-DATA               PIC X(32).
000606 SD  SORTWORK.
000607 01  SORTWORK-RECORD.
000608     05  SRT-KEY                PIC 9(04).
000609     05  SRT-DATA               PIC X(16).
000610 WORKING-STORAGE SECTION.
000620 COPY HELLOMSG.
000630 01  PRINT-LINE.
000800 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000810 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000820 77  WS-TESTFILE-STATUS         PIC X(02) VALUE SPACES.
000822 77  WS-VSAMTEST-STATUS         PIC X(02) VALUE SPACES.
000824 77  WS-VSAM-FAIL-STATUS        PIC X(02) VALUE SPACES.
000826 77  WS-VSAM-FAIL-OP            PIC X(08) VALUE SPACES.
000830 77  WS-SUBRTN-STATUS           PIC X(01) VALUE 'F'.
000832 77  WS-DYNCALL-PROGRAM         PIC X(08) VALUE 'HELODYN'.
000834 77  WS-DYNCALL-EXPECT          PIC 9(04) VALUE ZERO.
000836 01  WS-DYNCALL-PARM.
000837     05  WS-DYNCALL-STATUS      PIC X(01) VALUE 'F'.
000838     05  WS-DYNCALL-COUNT       PIC 9(04) VALUE ZERO.
000840 77  WS-REPTOUT-STATUS          PIC X(02) VALUE SPACES.
000850 77  WS-REPT-PAGE-COUNT         PIC S9(04) COMP VALUE ZERO.
000860 77  WS-REPT-LINE-COUNT         PIC S9(04) COMP VALUE 99.
000870 77  WS-REPT-LINES-PER-PAGE     PIC S9(04) COMP VALUE 55.
000880 77  WS-TESTS-PASSED            PIC S9(04) COMP VALUE ZERO.
000890 77  WS-TESTS-FAILED            PIC S9(04) COMP VALUE ZERO.
000892 77  WS-TESTS-RUN               PIC S9(04) COMP VALUE ZERO.
000900 77  WS-CONSOLE-MODE-SW         PIC X(01) VALUE 'N'.
000910     88  CONSOLE-INPUT-MODE               VALUE 'Y'.
000920 77  WS-TIMELOG-STATUS          PIC X(02) VALUE SPACES.
000980 77  WS-ELAPSED-FILE            PIC S9(08) COMP VALUE ZERO.
000990 77  WS-ELAPSED-CALL            PIC S9(08) COMP VALUE ZERO.
001000 77  WS-ELAPSED-SUITE           PIC S9(08) COMP VALUE ZERO.
001002 77  WS-ELAPSED-SORT            PIC S9(08) COMP VALUE ZERO.
001004 77  WS-ELAPSED-VSAM            PIC S9(08) COMP VALUE ZERO.
001006 77  WS-ELAPSED-DYNCALL         PIC S9(08) COMP VALUE ZERO.
001010 77  WS-START-HUNDS             PIC S9(08) COMP VALUE ZERO.
001020 77  WS-SUITE-START-HUNDS       PIC S9(08) COMP VALUE ZERO.
001030 77  WS-END-HUNDS               PIC S9(08) COMP VALUE ZERO.
001070 77  WS-TEST-SYSPRINT-RESULT    PIC X(04) VALUE SPACES.
001080 77  WS-TEST-FILE-RESULT        PIC X(04) VALUE SPACES.
001090 77  WS-TEST-CALL-RESULT        PIC X(04) VALUE SPACES.
001092 77  WS-TEST-SORT-RESULT        PIC X(04) VALUE SPACES.
001094 77  WS-TEST-VSAM-RESULT        PIC X(04) VALUE SPACES.
001096 77  WS-TEST-DYNCALL-RESULT     PIC X(04) VALUE SPACES.
001100 77  WS-PARM-VALID-SW           PIC X(01) VALUE 'Y'.
001102     88  PARM-VALID                       VALUE 'Y'.
001104     88  PARM-INVALID                     VALUE 'N'.
001106 77  WS-ASOF-VALID-SW           PIC X(01) VALUE 'Y'.
001108     88  ASOF-VALID                       VALUE 'Y'.
001110     88  ASOF-INVALID                     VALUE 'N'.
001112 77  WS-PARM-USE-LEN            PIC S9(4) COMP VALUE ZERO.
001114 77  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
001116     88  SORT-EOF                         VALUE 'Y'.
001118 77  WS-SORT-SEQ-SW             PIC X(01) VALUE 'N'.
001120     88  SORT-OUT-OF-SEQUENCE             VALUE 'Y'.
001122 77  WS-SORT-RECORDS            PIC S9(04) COMP VALUE 25.
001124 77  WS-SORT-SUB                PIC S9(04) COMP VALUE ZERO.
001126 77  WS-SORT-RELEASED           PIC S9(04) COMP VALUE ZERO.
001128 77  WS-SORT-RETURNED           PIC S9(04) COMP VALUE ZERO.
001132 COPY DATEPARM.
      ******************************************************************
      * RPTINDEX INDEXES THE RETAINED REPORTS BY READING THE JOB-ID,  *
      * RUN DATE/TIME AND SYSTEM FROM RH2-LINE AND THE COUNTS FROM    *
      * THE RTOT-LINE LABELS.  MOVE OR RELABEL THOSE FIELDS ONLY      *
      * TOGETHER WITH RPTINDEX'S REPORT-HEADING-RECORD AND            *
      * REPORT-TOTAL-RECORD.                                          *
      ******************************************************************
001140 01  RH1-LINE.
001150     05  FILLER                 PIC X(10) VALUE 'HELLO'.
001160     05  FILLER                 PIC X(56)
001950         PERFORM 0600-TAKE-ELAPSED
001960             THRU 0600-TAKE-ELAPSED-EXIT
001970         MOVE WS-ELAPSED-WORK TO WS-ELAPSED-CALL
001972         PERFORM 5900-EXTENDED-TESTS
001974             THRU 5900-EXTENDED-TESTS-EXIT
001980         PERFORM 9000-SUMMARY
001990             THRU 9000-SUMMARY-EXIT
002000         MOVE WS-SUITE-START-HUNDS TO WS-START-HUNDS
003950         AND WS-TEST-SYSPRINT-RESULT = 'PASS'
003960         AND WS-TEST-FILE-RESULT = 'PASS'
003970         AND WS-TEST-CALL-RESULT = 'PASS'
003972         AND WS-TEST-SORT-RESULT = 'PASS'
003974         AND WS-TEST-VSAM-RESULT = 'PASS'
003976         AND WS-TEST-DYNCALL-RESULT = 'PASS'
003980             MOVE 'COMPLETE' TO WS-COMPLETION-STATUS
003990             MOVE 0 TO RETURN-CODE
004000     ELSE
004130         UPON OPCNSL.
004140     DISPLAY 'SUBPROGRAM CALL TEST........' WS-TEST-CALL-RESULT
004150         UPON OPCNSL.
004151     DISPLAY 'SORT PROCEDURE TEST.........' WS-TEST-SORT-RESULT
004152         UPON OPCNSL.
004153     DISPLAY 'VSAM KEYED I/O TEST.........' WS-TEST-VSAM-RESULT
004154         UPON OPCNSL.
004155     DISPLAY 'DYNAMIC CALL TEST...........'
004156         WS-TEST-DYNCALL-RESULT UPON OPCNSL.
004160     MOVE HMSG-JOBID TO PL-JOBNAME.
004170     MOVE HMSG-DATE TO PL-RUN-DATE.
004180     MOVE HMSG-TIME TO PL-RUN-TIME.
004290     MOVE ZERO TO WS-TESTS-FAILED.
004300     PERFORM 9200-COUNT-ONE-RESULT
004310         THRU 9200-COUNT-ONE-RESULT-EXIT.
004312     COMPUTE WS-TESTS-RUN = WS-TESTS-PASSED + WS-TESTS-FAILED.
004320     MOVE SPACES TO PRINT-LINE.
004330     PERFORM 8100-WRITE-REPORT-LINE
004340         THRU 8100-WRITE-REPORT-LINE-EXIT.
004380         THRU 8100-WRITE-REPORT-LINE-EXIT.
004390     MOVE SPACES TO PRINT-LINE.
004400     MOVE 'TEST CASES RUN..........' TO RTOT-LABEL.
004410     MOVE WS-TESTS-RUN TO RTOT-VALUE.
004420     MOVE RTOT-LINE TO PRINT-LINE.
004430     PERFORM 8100-WRITE-REPORT-LINE
004440         THRU 8100-WRITE-REPORT-LINE-EXIT.
004710         ADD 1 TO WS-TESTS-PASSED
004720     ELSE
004730         ADD 1 TO WS-TESTS-FAILED.
004732     PERFORM 9250-COUNT-EXTENDED-RESULTS
004734         THRU 9250-COUNT-EXTENDED-RESULTS-EXIT.
004740 9200-COUNT-ONE-RESULT-EXIT.
004750     EXIT.
004760 0300-WRITE-AUDIT-RECORD.
005190     MOVE WS-ELAPSED-CALL TO TIM-ELAPSED-HUNDS.
005200     PERFORM 0450-WRITE-ONE-TIMING
005210         THRU 0450-WRITE-ONE-TIMING-EXIT.
005212     PERFORM 0460-WRITE-EXTENDED-TIMINGS
005214         THRU 0460-WRITE-EXTENDED-TIMINGS-EXIT.
005220     MOVE 'SUITE   ' TO TIM-TEST-ID.
005230     MOVE WS-ELAPSED-SUITE TO TIM-ELAPSED-HUNDS.
005240     PERFORM 0450-WRITE-ONE-TIMING
005930         THRU 8100-WRITE-REPORT-LINE-EXIT.
005940 0250-ECHO-PROFILE-VALUES-EXIT.
005950     EXIT.
005960 5900-EXTENDED-TESTS.
      ******************************************************************
      * SORT, VSAM KEYED I/O AND DYNAMIC CALL.  EACH IS TIMED LIKE    *
      * THE FIRST FOUR SO TRENDRPT CAN TRACK IT UNDER ITS OWN ID.     *
      ******************************************************************
005970     PERFORM 5000-TEST-SORT
005980         THRU 5000-TEST-SORT-EXIT.
005990     PERFORM 0600-TAKE-ELAPSED
006000         THRU 0600-TAKE-ELAPSED-EXIT.
006010     MOVE WS-ELAPSED-WORK TO WS-ELAPSED-SORT.
006020     PERFORM 6000-TEST-VSAM
006030         THRU 6000-TEST-VSAM-EXIT.
006040     PERFORM 0600-TAKE-ELAPSED
006050         THRU 0600-TAKE-ELAPSED-EXIT.
006060     MOVE WS-ELAPSED-WORK TO WS-ELAPSED-VSAM.
006070     PERFORM 7000-TEST-DYNCALL
006080         THRU 7000-TEST-DYNCALL-EXIT.
006090     PERFORM 0600-TAKE-ELAPSED
006100         THRU 0600-TAKE-ELAPSED-EXIT.
006110     MOVE WS-ELAPSED-WORK TO WS-ELAPSED-DYNCALL.
006120 5900-EXTENDED-TESTS-EXIT.
006130     EXIT.
006140 5000-TEST-SORT.
      ******************************************************************
      * RELEASE WS-SORT-RECORDS KEYS IN DESCENDING ORDER AND EXPECT   *
      * THEM BACK 1, 2, 3 ... WITH NONE LOST AND A ZERO SORT-RETURN.  *
      ******************************************************************
006150     MOVE ZERO TO WS-SORT-RELEASED.
006160     MOVE ZERO TO WS-SORT-RETURNED.
006170     MOVE 'N' TO WS-SORT-EOF-SW.
006180     MOVE 'N' TO WS-SORT-SEQ-SW.
006190     SORT SORTWORK
006200         ON ASCENDING KEY SRT-KEY
006210         INPUT PROCEDURE IS 5100-SORT-INPUT
006220             THRU 5100-SORT-INPUT-EXIT
006230         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT
006240             THRU 5200-SORT-OUTPUT-EXIT.
006250     IF SORT-RETURN = ZERO
006260         AND WS-SORT-RELEASED = WS-SORT-RECORDS
006270         AND WS-SORT-RETURNED = WS-SORT-RELEASED
006280         AND NOT SORT-OUT-OF-SEQUENCE
006290             MOVE 'PASS' TO WS-TEST-SORT-RESULT
006300     ELSE
006310             MOVE 'FAIL' TO WS-TEST-SORT-RESULT
006320             DISPLAY 'HELLO: SORT TEST FAILED, SORT-RETURN='
006330                 SORT-RETURN ' RELEASED=' WS-SORT-RELEASED
006340                 ' RETURNED=' WS-SORT-RETURNED UPON OPCNSL.
006350     MOVE WS-TEST-SORT-RESULT TO WS-TEST-RESULT.
006360     MOVE 'SORT PROCEDURE TEST' TO WS-TEST-NAME.
006370     PERFORM 8000-PRINT-RESULT-LINE
006380         THRU 8000-PRINT-RESULT-LINE-EXIT.
006390 5000-TEST-SORT-EXIT.
006400     EXIT.
006410 5100-SORT-INPUT.
006420     PERFORM 5150-RELEASE-ONE-RECORD
006430         THRU 5150-RELEASE-ONE-RECORD-EXIT
006440         VARYING WS-SORT-SUB FROM WS-SORT-RECORDS BY -1
006450         UNTIL WS-SORT-SUB < 1.
006460 5100-SORT-INPUT-EXIT.
006470     EXIT.
006480 5150-RELEASE-ONE-RECORD.
006490     MOVE WS-SORT-SUB TO SRT-KEY.
006500     MOVE 'SORT TEST RECORD' TO SRT-DATA.
006510     RELEASE SORTWORK-RECORD.
006520     ADD 1 TO WS-SORT-RELEASED.
006530 5150-RELEASE-ONE-RECORD-EXIT.
006540     EXIT.
006550 5200-SORT-OUTPUT.
006560     PERFORM 5250-RETURN-ONE-RECORD
006570         THRU 5250-RETURN-ONE-RECORD-EXIT
006580         UNTIL SORT-EOF.
006590 5200-SORT-OUTPUT-EXIT.
006600     EXIT.
006610 5250-RETURN-ONE-RECORD.
006620     RETURN SORTWORK
006630         AT END
006640             SET SORT-EOF TO TRUE
006650             GO TO 5250-RETURN-ONE-RECORD-EXIT.
006660     ADD 1 TO WS-SORT-RETURNED.
006670     IF SRT-KEY NOT = WS-SORT-RETURNED
006680         SET SORT-OUT-OF-SEQUENCE TO TRUE.
006690 5250-RETURN-ONE-RECORD-EXIT.
006700     EXIT.
006710 6000-TEST-VSAM.
      ******************************************************************
      * VSAMTEST IS A SCRATCH KSDS DEFINED FRESH BY THE JOB.  LOAD    *
      * ONE RECORD, THEN RANDOM WRITE, READ, REWRITE AND DELETE, AND  *
      * PROVE THE DELETED KEY IS GONE (STATUS 23).  THE FIRST STEP TO *
      * GO WRONG AND ITS FILE STATUS ARE REPORTED ON THE CONSOLE.     *
      ******************************************************************
006720     MOVE 'FAIL' TO WS-TEST-VSAM-RESULT.
006730     MOVE 'OPEN OUT' TO WS-VSAM-FAIL-OP.
006740     OPEN OUTPUT VSAMTEST.
006750     IF WS-VSAMTEST-STATUS NOT = '00'
006760         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
006770         GO TO 6000-TEST-VSAM-REPORT.
006780     MOVE 'LOAD' TO WS-VSAM-FAIL-OP.
006790     MOVE 'HELLO001' TO VTR-KEY.
006800     MOVE 'LOADED BY OPEN OUTPUT' TO VTR-DATA.
006810     WRITE VSAMTEST-RECORD
006820         INVALID KEY
006830             CONTINUE.
006840     IF WS-VSAMTEST-STATUS NOT = '00'
006850         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
006860         GO TO 6000-TEST-VSAM-CLOSE.
006870     CLOSE VSAMTEST.
006880     MOVE 'OPEN I-O' TO WS-VSAM-FAIL-OP.
006890     OPEN I-O VSAMTEST.
006900     IF WS-VSAMTEST-STATUS NOT = '00'
006910         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
006920         GO TO 6000-TEST-VSAM-REPORT.
006930     MOVE 'WRITE' TO WS-VSAM-FAIL-OP.
006940     MOVE 'HELLO002' TO VTR-KEY.
006950     MOVE 'ADDED BY RANDOM WRITE' TO VTR-DATA.
006960     WRITE VSAMTEST-RECORD
006970         INVALID KEY
006980             CONTINUE.
006990     IF WS-VSAMTEST-STATUS NOT = '00'
007000         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007010         GO TO 6000-TEST-VSAM-CLOSE.
007020     MOVE 'READ' TO WS-VSAM-FAIL-OP.
007030     MOVE SPACES TO VTR-DATA.
007040     MOVE 'HELLO001' TO VTR-KEY.
007050     READ VSAMTEST
007060         INVALID KEY
007070             CONTINUE.
007080     IF WS-VSAMTEST-STATUS NOT = '00'
007090         OR VTR-DATA NOT = 'LOADED BY OPEN OUTPUT'
007100         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007110         GO TO 6000-TEST-VSAM-CLOSE.
007120     MOVE 'REWRITE' TO WS-VSAM-FAIL-OP.
007130     MOVE 'CHANGED BY REWRITE' TO VTR-DATA.
007140     REWRITE VSAMTEST-RECORD
007150         INVALID KEY
007160             CONTINUE.
007170     IF WS-VSAMTEST-STATUS NOT = '00'
007180         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007190         GO TO 6000-TEST-VSAM-CLOSE.
007200     MOVE 'REREAD' TO WS-VSAM-FAIL-OP.
007210     MOVE SPACES TO VTR-DATA.
007220     MOVE 'HELLO001' TO VTR-KEY.
007230     READ VSAMTEST
007240         INVALID KEY
007250             CONTINUE.
007260     IF WS-VSAMTEST-STATUS NOT = '00'
007270         OR VTR-DATA NOT = 'CHANGED BY REWRITE'
007280         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007290         GO TO 6000-TEST-VSAM-CLOSE.
007300     MOVE 'DELETE' TO WS-VSAM-FAIL-OP.
007310     DELETE VSAMTEST RECORD
007320         INVALID KEY
007330             CONTINUE.
007340     IF WS-VSAMTEST-STATUS NOT = '00'
007350         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007360         GO TO 6000-TEST-VSAM-CLOSE.
007370     MOVE 'READ DEL' TO WS-VSAM-FAIL-OP.
007380     MOVE 'HELLO001' TO VTR-KEY.
007390     READ VSAMTEST
007400         INVALID KEY
007410             CONTINUE.
007420     IF WS-VSAMTEST-STATUS NOT = '23'
007430         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007440         GO TO 6000-TEST-VSAM-CLOSE.
007450     MOVE 'READ NEW' TO WS-VSAM-FAIL-OP.
007460     MOVE SPACES TO VTR-DATA.
007470     MOVE 'HELLO002' TO VTR-KEY.
007480     READ VSAMTEST
007490         INVALID KEY
007500             CONTINUE.
007510     IF WS-VSAMTEST-STATUS NOT = '00'
007520         OR VTR-DATA NOT = 'ADDED BY RANDOM WRITE'
007530         MOVE WS-VSAMTEST-STATUS TO WS-VSAM-FAIL-STATUS
007540         GO TO 6000-TEST-VSAM-CLOSE.
007550     MOVE 'PASS' TO WS-TEST-VSAM-RESULT.
007560 6000-TEST-VSAM-CLOSE.
007570     CLOSE VSAMTEST.
007580 6000-TEST-VSAM-REPORT.
007590     IF WS-TEST-VSAM-RESULT NOT = 'PASS'
007600         DISPLAY 'HELLO: VSAM TEST FAILED AT ' WS-VSAM-FAIL-OP
007610             ', STATUS=' WS-VSAM-FAIL-STATUS UPON OPCNSL.
007620     MOVE WS-TEST-VSAM-RESULT TO WS-TEST-RESULT.
007630     MOVE 'VSAM KEYED I/O TEST' TO WS-TEST-NAME.
007640     PERFORM 8000-PRINT-RESULT-LINE
007650         THRU 8000-PRINT-RESULT-LINE-EXIT.
007660 6000-TEST-VSAM-EXIT.
007670     EXIT.
007680 7000-TEST-DYNCALL.
      ******************************************************************
      * HELODYN IS CALLED BY DATA-NAME, SO IT IS LOADED AT RUN TIME   *
      * EVEN THOUGH HELLO IS COMPILED NODYNAM.  TWO CALLS MUST SHARE  *
      * ONE COPY (COUNTS 1 AND 2); AFTER A CANCEL THE NEXT CALL MUST  *
      * GET A FRESH COPY (COUNT 1 AGAIN).                             *
      ******************************************************************
007690     MOVE 'FAIL' TO WS-TEST-DYNCALL-RESULT.
007700     MOVE 1 TO WS-DYNCALL-EXPECT.
007710     PERFORM 7100-CALL-DYNAMIC
007720         THRU 7100-CALL-DYNAMIC-EXIT.
007730     IF WS-DYNCALL-STATUS NOT = 'S'
007740         OR WS-DYNCALL-COUNT NOT = WS-DYNCALL-EXPECT
007750         GO TO 7000-TEST-DYNCALL-FAIL.
007760     MOVE 2 TO WS-DYNCALL-EXPECT.
007770     PERFORM 7100-CALL-DYNAMIC
007780         THRU 7100-CALL-DYNAMIC-EXIT.
007790     IF WS-DYNCALL-STATUS NOT = 'S'
007800         OR WS-DYNCALL-COUNT NOT = WS-DYNCALL-EXPECT
007810         GO TO 7000-TEST-DYNCALL-FAIL.
007820     CANCEL WS-DYNCALL-PROGRAM.
007830     MOVE 1 TO WS-DYNCALL-EXPECT.
007840     PERFORM 7100-CALL-DYNAMIC
007850         THRU 7100-CALL-DYNAMIC-EXIT.
007860     IF WS-DYNCALL-STATUS NOT = 'S'
007870         OR WS-DYNCALL-COUNT NOT = WS-DYNCALL-EXPECT
007880         GO TO 7000-TEST-DYNCALL-FAIL.
007890     MOVE 'PASS' TO WS-TEST-DYNCALL-RESULT.
007900     GO TO 7000-TEST-DYNCALL-REPORT.
007910 7000-TEST-DYNCALL-FAIL.
007920     IF WS-DYNCALL-STATUS = 'X'
007930         DISPLAY 'HELLO: DYNAMIC CALL OF ' WS-DYNCALL-PROGRAM
007940             ' FAILED - MODULE NOT FOUND' UPON OPCNSL
007950     ELSE
007960         DISPLAY 'HELLO: DYNAMIC CALL TEST FAILED, STATUS='
007970             WS-DYNCALL-STATUS ' COUNT=' WS-DYNCALL-COUNT
007980             ' EXPECTED=' WS-DYNCALL-EXPECT UPON OPCNSL.
007990 7000-TEST-DYNCALL-REPORT.
008000     MOVE WS-TEST-DYNCALL-RESULT TO WS-TEST-RESULT.
008010     MOVE 'DYNAMIC CALL TEST' TO WS-TEST-NAME.
008020     PERFORM 8000-PRINT-RESULT-LINE
008030         THRU 8000-PRINT-RESULT-LINE-EXIT.
008040 7000-TEST-DYNCALL-EXIT.
008050     EXIT.
008060 7100-CALL-DYNAMIC.
008070     MOVE 'F' TO WS-DYNCALL-STATUS.
008080     MOVE ZERO TO WS-DYNCALL-COUNT.
008090     CALL WS-DYNCALL-PROGRAM USING WS-DYNCALL-PARM
008100         ON EXCEPTION
008110             MOVE 'X' TO WS-DYNCALL-STATUS.
008120 7100-CALL-DYNAMIC-EXIT.
008130     EXIT.
008140 9250-COUNT-EXTENDED-RESULTS.
008150     IF WS-TEST-SORT-RESULT = 'PASS'
008160         ADD 1 TO WS-TESTS-PASSED
008170     ELSE
008180         ADD 1 TO WS-TESTS-FAILED.
008190     IF WS-TEST-VSAM-RESULT = 'PASS'
008200         ADD 1 TO WS-TESTS-PASSED
008210     ELSE
008220         ADD 1 TO WS-TESTS-FAILED.
008230     IF WS-TEST-DYNCALL-RESULT = 'PASS'
008240         ADD 1 TO WS-TESTS-PASSED
008250     ELSE
008260         ADD 1 TO WS-TESTS-FAILED.
008270 9250-COUNT-EXTENDED-RESULTS-EXIT.
008280     EXIT.
008290 0460-WRITE-EXTENDED-TIMINGS.
008300     MOVE 'SORT    ' TO TIM-TEST-ID.
008310     MOVE WS-ELAPSED-SORT TO TIM-ELAPSED-HUNDS.
008320     PERFORM 0450-WRITE-ONE-TIMING
008330         THRU 0450-WRITE-ONE-TIMING-EXIT.
008340     MOVE 'VSAMKSDS' TO TIM-TEST-ID.
008350     MOVE WS-ELAPSED-VSAM TO TIM-ELAPSED-HUNDS.
008360     PERFORM 0450-WRITE-ONE-TIMING
008370         THRU 0450-WRITE-ONE-TIMING-EXIT.
008380     MOVE 'DYNCALL ' TO TIM-TEST-ID.
008390     MOVE WS-ELAPSED-DYNCALL TO TIM-ELAPSED-HUNDS.
008400     PERFORM 0450-WRITE-ONE-TIMING
008410         THRU 0450-WRITE-ONE-TIMING-EXIT.
008420 0460-WRITE-EXTENDED-TIMINGS-EXIT.
008430     EXIT.
